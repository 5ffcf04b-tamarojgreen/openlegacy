1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. EXRLOAD.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT LOADFILE ASSIGN TO DATABASE-EXRLOADF
1.06 261015                ORGANIZATION IS LINE SEQUENTIAL
1.07 261015                FILE STATUS IS WS-LOAD-STATUS.
1.08 261015            SELECT EXRATE ASSIGN TO DATABASE-EXRATE
1.09 261015                ORGANIZATION IS INDEXED
1.10 261015                ACCESS MODE IS DYNAMIC
1.11 261015                RECORD KEY IS ER-KEY
1.12 261015                FILE STATUS IS WS-EXR-STATUS.
1.13 261015            SELECT LOADERR ASSIGN TO DATABASE-EXRLOADE
1.14 261015                ORGANIZATION IS LINE SEQUENTIAL
1.15 261015                FILE STATUS IS WS-ERR-STATUS.
1.16 261015        DATA DIVISION.
1.17 261015        FILE SECTION.
1.18 261015        FD  LOADFILE
1.19 261015                LABEL RECORD IS STANDARD.
1.20 261015       * documented fixed interface layout - one record per currency
1.21 261015       * per day from the bank's rate file: currency code, rate date
1.22 261015       * YYYYMMDD, and the rate in local currency per one unit of the
1.23 261015       * foreign currency (10 digits, six implied decimals), numbers as
1.24 261015       * characters
1.25 261015        01  LOAD-REC.
1.26 261015           03  XL-CURRENCY       PIC X(3).
1.27 261015           03  XL-DATE-X         PIC X(8).
1.28 261015           03  XL-RATE-X         PIC X(10).
1.29 261015        FD  EXRATE
1.30 261015                LABEL RECORD IS STANDARD.
1.31 261015       * exchange-rate layout - see EXRATEQ
1.32 261015        01  EXRATE-REC.
1.33 261015           03  ER-KEY.
1.34 261015              05  ER-CURRENCY    PIC X(3).
1.35 261015              05  ER-DATE        PIC 9(8).
1.36 261015           03  ER-RATE           PIC 9(4)V9(6).
1.37 261015           03  ER-LOAD-DATE      PIC 9(8).
1.38 261015        FD  LOADERR
1.39 261015                LABEL RECORD IS STANDARD.
1.40 261015       * the input record prefixed with a reason code, for correction
1.41 261015       * and re-run
1.42 261015        01  ERR-REC.
1.43 261015           03  ERR-REASON        PIC X(4).
1.44 261015           03  ERR-DATA          PIC X(21).
1.45 261015        WORKING-STORAGE SECTION.
1.46 261015        01  WS-LOAD-STATUS    PIC XX.
1.47 261015        01  WS-EXR-STATUS     PIC XX.
1.48 261015        01  WS-ERR-STATUS     PIC XX.
1.49 261015        01  WS-TODAY          PIC 9(8) VALUE 0.
1.50 261015        01  WS-LOAD-END       PIC X VALUE 'N'.
1.51 261015           88 LOAD-END              VALUE 'Y'.
1.52 261015        01  WS-NEW-RATE       PIC 9(4)V9(6) VALUE 0.
1.53 261015        01  WS-READ-CNT       PIC 9(7) VALUE 0.
1.54 261015        01  WS-LOADED-CNT     PIC 9(7) VALUE 0.
1.55 261015        01  WS-REPLACED-CNT   PIC 9(7) VALUE 0.
1.56 261015        01  WS-REJECT-CNT     PIC 9(7) VALUE 0.
1.57 261015        PROCEDURE DIVISION.
1.58 261015        BEGIN.
1.59 261015       * daily exchange-rate intake in the ORDLOAD mold - a rate for a
1.60 261015       * currency and date already on file is replaced (the bank's
1.61 261015       * correction, or a rerun), rejects go to the error file with a
1.62 261015       * reason code: NVAL unreadable, CURR no currency code, ZERO a
1.63 261015       * zero rate, LOCL a rate for the local currency
1.64 261015            ACCEPT WS-TODAY FROM DATE.
1.65 261015            ADD 20000000 TO WS-TODAY.
1.66 261015            MOVE 'N' TO WS-LOAD-END.
1.67 261015            OPEN INPUT LOADFILE.
1.68 261015            OPEN I-O EXRATE.
1.69 261015            OPEN OUTPUT LOADERR.
1.70 261015            PERFORM UNTIL LOAD-END
1.71 261015               READ LOADFILE
1.72 261015                   AT END
1.73 261015                      SET LOAD-END TO TRUE
1.74 261015                   NOT AT END
1.75 261015                      ADD 1 TO WS-READ-CNT
1.76 261015                      PERFORM 400-LOAD-ONE THRU 400-EXIT
1.77 261015               END-READ
1.78 261015            END-PERFORM.
1.79 261015            DISPLAY 'EXRLOAD READ ' WS-READ-CNT
1.80 261015                    ' LOADED ' WS-LOADED-CNT
1.81 261015                    ' REPLACED ' WS-REPLACED-CNT
1.82 261015                    ' REJECTED ' WS-REJECT-CNT.
1.83 261015            CLOSE LOADFILE.
1.84 261015            CLOSE EXRATE.
1.85 261015            CLOSE LOADERR.
1.86 261015            STOP RUN.
1.87 261015        400-LOAD-ONE.
1.88 261015            IF XL-DATE-X NOT NUMERIC OR XL-RATE-X NOT NUMERIC
1.89 261015               MOVE 'NVAL' TO ERR-REASON
1.90 261015               PERFORM 600-WRITE-REJECT
1.91 261015               GO TO 400-EXIT.
1.92 261015            IF XL-CURRENCY = SPACES
1.93 261015               MOVE 'CURR' TO ERR-REASON
1.94 261015               PERFORM 600-WRITE-REJECT
1.95 261015               GO TO 400-EXIT.
1.96 261015            IF XL-CURRENCY = 'ILS'
1.97 261015               MOVE 'LOCL' TO ERR-REASON
1.98 261015               PERFORM 600-WRITE-REJECT
1.99 261015               GO TO 400-EXIT.
2.00 261015            COMPUTE WS-NEW-RATE = FUNCTION NUMVAL(XL-RATE-X) / 1000000.
2.01 261015            IF WS-NEW-RATE = 0
2.02 261015               MOVE 'ZERO' TO ERR-REASON
2.03 261015               PERFORM 600-WRITE-REJECT
2.04 261015               GO TO 400-EXIT.
2.05 261015            MOVE XL-CURRENCY TO ER-CURRENCY.
2.06 261015            COMPUTE ER-DATE = FUNCTION NUMVAL(XL-DATE-X).
2.07 261015            READ EXRATE
2.08 261015                INVALID KEY
2.09 261015                   MOVE WS-NEW-RATE TO ER-RATE
2.10 261015                   MOVE WS-TODAY    TO ER-LOAD-DATE
2.11 261015                   WRITE EXRATE-REC
2.12 261015                   ADD 1 TO WS-LOADED-CNT
2.13 261015                NOT INVALID KEY
2.14 261015                   MOVE WS-NEW-RATE TO ER-RATE
2.15 261015                   MOVE WS-TODAY    TO ER-LOAD-DATE
2.16 261015                   REWRITE EXRATE-REC
2.17 261015                   ADD 1 TO WS-REPLACED-CNT
2.18 261015            END-READ.
2.19 261015        400-EXIT.
2.20 261015            EXIT.
2.21 261015        600-WRITE-REJECT.
2.22 261015            ADD 1 TO WS-REJECT-CNT.
2.23 261015            MOVE LOAD-REC TO ERR-DATA.
2.24 261015            WRITE ERR-REC.
2.25 261015        600-EXIT.
2.26 261015            EXIT.
2.27 261015        HALT.
