1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. GLEXPORT.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT RUNREG ASSIGN TO DATABASE-ESRUNREG
1.06 261015                ORGANIZATION IS LINE SEQUENTIAL
1.07 261015                FILE STATUS IS WS-RR-STATUS.
1.08 261015            SELECT GLENTRY ASSIGN TO DATABASE-GLENTRY
1.09 261015                ORGANIZATION IS INDEXED
1.10 261015                ACCESS MODE IS DYNAMIC
1.11 261015                RECORD KEY IS GE-KEY
1.12 261015                FILE STATUS IS WS-GLE-STATUS.
1.13 261015       * work file, rebuilt every run - the day's lines summed by
1.14 261015       * posting date, account and side
1.15 261015            SELECT GLXSUM ASSIGN TO DATABASE-GLXSUM
1.16 261015                ORGANIZATION IS INDEXED
1.17 261015                ACCESS MODE IS DYNAMIC
1.18 261015                RECORD KEY IS GX-KEY
1.19 261015                FILE STATUS IS WS-SUM-STATUS.
1.20 261015       * the file the finance system loads
1.21 261015            SELECT GLEXPF ASSIGN TO DATABASE-GLEXPORT
1.22 261015                ORGANIZATION IS LINE SEQUENTIAL
1.23 261015                FILE STATUS IS WS-EXP-STATUS.
1.24 261015            SELECT GLXRPT ASSIGN TO PRINTER-GLEXPORT
1.25 261015                ORGANIZATION IS LINE SEQUENTIAL
1.26 261015                FILE STATUS IS WS-RPT-STATUS.
1.27 261015        DATA DIVISION.
1.28 261015        FILE SECTION.
1.29 261015        FD  RUNREG
1.30 261015                LABEL RECORD IS STANDARD.
1.31 261015        01  RR-REC.
1.32 261015           03 RR-JOB           PIC X(10).
1.33 261015           03 RR-RUNID         PIC X(14).
1.34 261015           03 RR-TYPE          PIC X.
1.35 261015           03 RR-DATE          PIC 9(8).
1.36 261015           03 RR-TIME          PIC 9(8).
1.37 261015           03 RR-READ          PIC 9(7).
1.38 261015           03 RR-WRITTEN       PIC 9(7).
1.39 261015           03 RR-STATUS        PIC X(2).
1.40 261015        FD  GLENTRY
1.41 261015                LABEL RECORD IS STANDARD.
1.42 261015       * GL entry lines - see GLPOST
1.43 261015        01  GLENTRY-REC.
1.44 261015           03  GE-KEY.
1.45 261015              05  GE-SET-ID      PIC 9(12).
1.46 261015              05  GE-LINE        PIC 9.
1.47 261015           03  GE-POST-DATE      PIC 9(8).
1.48 261015           03  GE-EVENT          PIC X(4).
1.49 261015           03  GE-CATEGORY       PIC X(16).
1.50 261015           03  GE-SOURCE         PIC X(10).
1.51 261015           03  GE-REFERENCE      PIC X(10).
1.52 261015           03  GE-ITEM-NUM       PIC 9(8).
1.53 261015           03  GE-ACCOUNT        PIC X(10).
1.54 261015           03  GE-DR-CR          PIC X.
1.55 261015           03  GE-AMOUNT         PIC 9(11)V99.
1.56 261015           03  GE-INV-LINE       PIC X.
1.57 261015           03  GE-EXPORTED       PIC X.
1.58 261015           03  GE-EXPORT-DATE    PIC 9(8).
1.59 261015        FD  GLXSUM
1.60 261015                LABEL RECORD IS STANDARD.
1.61 261015        01  GLXSUM-REC.
1.62 261015           03  GX-KEY.
1.63 261015              05  GX-POST-DATE   PIC 9(8).
1.64 261015              05  GX-ACCOUNT     PIC X(10).
1.65 261015              05  GX-DR-CR       PIC X.
1.66 261015           03  GX-AMOUNT         PIC 9(13)V99.
1.67 261015           03  GX-LINES          PIC 9(7).
1.68 261015        FD  GLEXPF
1.69 261015                LABEL RECORD IS STANDARD.
1.70 261015       * one record per posting date, account and side (D / C)
1.71 261015        01  GLEXPF-REC.
1.72 261015           03  GF-POST-DATE      PIC 9(8).
1.73 261015           03  GF-ACCOUNT        PIC X(10).
1.74 261015           03  GF-DR-CR          PIC X.
1.75 261015           03  GF-AMOUNT         PIC 9(13)V99.
1.76 261015           03  GF-LINES          PIC 9(7).
1.77 261015           03  GF-EXPORT-DATE    PIC 9(8).
1.78 261015        FD  GLXRPT
1.79 261015                LABEL RECORD IS STANDARD.
1.80 261015        01  RPT-LINE          PIC X(80).
1.81 261015        WORKING-STORAGE SECTION.
1.82 261015        01  WS-RR-STATUS      PIC XX.
1.83 261015        01  WS-RR-RUNID       PIC X(14) VALUE SPACES.
1.84 261015        01  WS-RR-DATE        PIC 9(8) VALUE 0.
1.85 261015        01  WS-RR-TIME        PIC 9(8) VALUE 0.
1.86 261015        01  WS-RR-READ        PIC 9(7) VALUE 0.
1.87 261015        01  WS-RR-WRITTEN     PIC 9(7) VALUE 0.
1.88 261015        01  WS-GLE-STATUS     PIC XX.
1.89 261015        01  WS-SUM-STATUS     PIC XX.
1.90 261015        01  WS-EXP-STATUS     PIC XX.
1.91 261015        01  WS-RPT-STATUS     PIC XX.
1.92 261015        01  WS-GLE-END        PIC X VALUE 'N'.
1.93 261015           88 GLE-END               VALUE 'Y'.
1.94 261015        01  WS-SUM-END        PIC X VALUE 'N'.
1.95 261015           88 SUM-END               VALUE 'Y'.
1.96 261015        01  WS-THRU-DATE      PIC 9(8) VALUE 0.
1.97 261015       * control block - the export balances when debits equal credits
1.98 261015        01  WS-LINE-CNT       PIC 9(7) VALUE 0.
1.99 261015        01  WS-SUSP-CNT       PIC 9(7) VALUE 0.
2.00 261015        01  WS-TOTAL-DR       PIC 9(13)V99 VALUE 0.
2.01 261015        01  WS-TOTAL-CR       PIC 9(13)V99 VALUE 0.
2.02 261015        01  WS-RPT-HEAD.
2.03 261015           03  FILLER            PIC X(10) VALUE 'POSTED'.
2.04 261015           03  FILLER            PIC X(12) VALUE 'ACCOUNT'.
2.05 261015           03  FILLER            PIC X(18) VALUE '           DEBIT'.
2.06 261015           03  FILLER            PIC X(18) VALUE '          CREDIT'.
2.07 261015           03  FILLER            PIC X(7)  VALUE '  LINES'.
2.08 261015        01  WS-RPT-DETAIL.
2.09 261015           03  RPT-DATE          PIC 9(8).
2.10 261015           03  FILLER            PIC X(2) VALUE SPACES.
2.11 261015           03  RPT-ACCOUNT       PIC X(10).
2.12 261015           03  FILLER            PIC X(2) VALUE SPACES.
2.13 261015           03  RPT-DEBIT         PIC Z(12)9.99.
2.14 261015           03  FILLER            PIC X(2) VALUE SPACES.
2.15 261015           03  RPT-CREDIT        PIC Z(12)9.99.
2.16 261015           03  FILLER            PIC X(2) VALUE SPACES.
2.17 261015           03  RPT-LINES         PIC Z(6)9.
2.18 261015       * every report line is also registered in the ESRPTWRT
2.19 261015       * repository, so a purged spool no longer loses the report
2.20 261015        01  RW-PARAM.
2.21 261015           03  RW-JOB        PIC X(10) VALUE 'GLEXPORT  '.
2.22 261015           03  RW-FUNC       PIC X     VALUE SPACE.
2.23 261015           03  RW-LINE       PIC X(132) VALUE SPACES.
2.24 261015        LINKAGE SECTION.
2.25 261015       * export everything not yet sent that is posted on or before
2.26 261015       * this date - 0 = today
2.27 261015        01 GLX-DATE          PIC 9(8).
2.28 261015        PROCEDURE DIVISION USING GLX-DATE.
2.29 261015        BEGIN.
2.30 261015       * daily GL export for the finance system - every entry line
2.31 261015       * GLPOST has written and not yet sent is summed by posting date,
2.32 261015       * account and side into one record each, and marked sent with
2.33 261015       * today's date so it goes exactly once. The report lists the
2.34 261015       * records written and proves the export balances
2.35 261015            PERFORM 950-REGISTER-START.
2.36 261015            MOVE GLX-DATE TO WS-THRU-DATE.
2.37 261015            IF WS-THRU-DATE = 0
2.38 261015               MOVE WS-RR-DATE TO WS-THRU-DATE.
2.39 261015            OPEN I-O GLENTRY.
2.40 261015            OPEN OUTPUT GLXSUM.
2.41 261015            CLOSE GLXSUM.
2.42 261015            OPEN I-O GLXSUM.
2.43 261015            OPEN OUTPUT GLEXPF.
2.44 261015            OPEN OUTPUT GLXRPT.
2.45 261015            MOVE 'O' TO RW-FUNC.
2.46 261015            CALL 'ESRPTWRT' USING RW-PARAM.
2.47 261015            MOVE SPACES TO RPT-LINE.
2.48 261015            STRING 'GL EXPORT THROUGH ' DELIMITED SIZE
2.49 261015                   WS-THRU-DATE DELIMITED SIZE
2.50 261015                   INTO RPT-LINE.
2.51 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
2.52 261015            MOVE WS-RPT-HEAD TO RPT-LINE.
2.53 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
2.54 261015            PERFORM 200-COLLECT THRU 200-EXIT.
2.55 261015            PERFORM 400-WRITE-EXPORT THRU 400-EXIT.
2.56 261015            PERFORM 900-CONTROL-BLOCK THRU 900-EXIT.
2.57 261015            CLOSE GLENTRY.
2.58 261015            CLOSE GLXSUM.
2.59 261015            CLOSE GLEXPF.
2.60 261015            MOVE 'C' TO RW-FUNC.
2.61 261015            CALL 'ESRPTWRT' USING RW-PARAM.
2.62 261015            PERFORM 960-REGISTER-END.
2.63 261015            CLOSE GLXRPT.
2.64 261015            STOP RUN.
2.65 261015        150-PUT-LINE.
2.66 261015            MOVE RPT-LINE TO RW-LINE.
2.67 261015            WRITE RPT-LINE.
2.68 261015            MOVE 'L' TO RW-FUNC.
2.69 261015            CALL 'ESRPTWRT' USING RW-PARAM.
2.70 261015        150-EXIT.
2.71 261015            EXIT.
2.72 261015        200-COLLECT.
2.73 261015            MOVE 'N' TO WS-GLE-END.
2.74 261015            MOVE LOW-VALUES TO GE-KEY.
2.75 261015            START GLENTRY
2.76 261015                KEY NOT LESS GE-KEY
2.77 261015                INVALID KEY
2.78 261015                   SET GLE-END TO TRUE.
2.79 261015            PERFORM UNTIL GLE-END
2.80 261015               READ GLENTRY NEXT
2.81 261015                   AT END
2.82 261015                      SET GLE-END TO TRUE
2.83 261015                   NOT AT END
2.84 261015                      ADD 1 TO WS-RR-READ
2.85 261015                      IF GE-EXPORTED NOT = 'Y' AND
2.86 261015                         GE-POST-DATE NOT > WS-THRU-DATE
2.87 261015                         PERFORM 300-ADD-LINE THRU 300-EXIT
2.88 261015                      END-IF
2.89 261015               END-READ
2.90 261015            END-PERFORM.
2.91 261015        200-EXIT.
2.92 261015            EXIT.
2.93 261015        300-ADD-LINE.
2.94 261015            MOVE GE-POST-DATE TO GX-POST-DATE.
2.95 261015            MOVE GE-ACCOUNT   TO GX-ACCOUNT.
2.96 261015            MOVE GE-DR-CR     TO GX-DR-CR.
2.97 261015            READ GLXSUM
2.98 261015                INVALID KEY
2.99 261015                   MOVE GE-AMOUNT TO GX-AMOUNT
3.00 261015                   MOVE 1 TO GX-LINES
3.01 261015                   WRITE GLXSUM-REC
3.02 261015                NOT INVALID KEY
3.03 261015                   ADD GE-AMOUNT TO GX-AMOUNT
3.04 261015                   ADD 1 TO GX-LINES
3.05 261015                   REWRITE GLXSUM-REC
3.06 261015            END-READ.
3.07 261015            ADD 1 TO WS-LINE-CNT.
3.08 261015            IF GE-ACCOUNT = 'SUSPENSE'
3.09 261015               ADD 1 TO WS-SUSP-CNT.
3.10 261015            IF GE-DR-CR = 'D'
3.11 261015               ADD GE-AMOUNT TO WS-TOTAL-DR
3.12 261015            ELSE
3.13 261015               ADD GE-AMOUNT TO WS-TOTAL-CR
3.14 261015            END-IF.
3.15 261015            MOVE 'Y'        TO GE-EXPORTED.
3.16 261015            MOVE WS-RR-DATE TO GE-EXPORT-DATE.
3.17 261015            REWRITE GLENTRY-REC.
3.18 261015        300-EXIT.
3.19 261015            EXIT.
3.20 261015        400-WRITE-EXPORT.
3.21 261015            MOVE 'N' TO WS-SUM-END.
3.22 261015            MOVE LOW-VALUES TO GX-KEY.
3.23 261015            START GLXSUM
3.24 261015                KEY NOT LESS GX-KEY
3.25 261015                INVALID KEY
3.26 261015                   SET SUM-END TO TRUE.
3.27 261015            PERFORM UNTIL SUM-END
3.28 261015               READ GLXSUM NEXT
3.29 261015                   AT END
3.30 261015                      SET SUM-END TO TRUE
3.31 261015                   NOT AT END
3.32 261015                      MOVE GX-POST-DATE TO GF-POST-DATE
3.33 261015                      MOVE GX-ACCOUNT   TO GF-ACCOUNT
3.34 261015                      MOVE GX-DR-CR     TO GF-DR-CR
3.35 261015                      MOVE GX-AMOUNT    TO GF-AMOUNT
3.36 261015                      MOVE GX-LINES     TO GF-LINES
3.37 261015                      MOVE WS-RR-DATE   TO GF-EXPORT-DATE
3.38 261015                      WRITE GLEXPF-REC
3.39 261015                      ADD 1 TO WS-RR-WRITTEN
3.40 261015                      MOVE GX-POST-DATE TO RPT-DATE
3.41 261015                      MOVE GX-ACCOUNT   TO RPT-ACCOUNT
3.42 261015                      MOVE 0 TO RPT-DEBIT RPT-CREDIT
3.43 261015                      IF GX-DR-CR = 'D'
3.44 261015                         MOVE GX-AMOUNT TO RPT-DEBIT
3.45 261015                      ELSE
3.46 261015                         MOVE GX-AMOUNT TO RPT-CREDIT
3.47 261015                      END-IF
3.48 261015                      MOVE GX-LINES     TO RPT-LINES
3.49 261015                      MOVE WS-RPT-DETAIL TO RPT-LINE
3.50 261015                      PERFORM 150-PUT-LINE THRU 150-EXIT
3.51 261015               END-READ
3.52 261015            END-PERFORM.
3.53 261015        400-EXIT.
3.54 261015            EXIT.
3.55 261015        900-CONTROL-BLOCK.
3.56 261015            MOVE SPACES TO RPT-LINE.
3.57 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
3.58 261015            MOVE 'CONTROL TOTALS' TO RPT-LINE.
3.59 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
3.60 261015            MOVE SPACES TO RPT-LINE.
3.61 261015            STRING 'ENTRY LINES READ ' DELIMITED SIZE
3.62 261015                   WS-RR-READ DELIMITED SIZE
3.63 261015                   ' EXPORTED ' DELIMITED SIZE
3.64 261015                   WS-LINE-CNT DELIMITED SIZE
3.65 261015                   ' RECORDS WRITTEN ' DELIMITED SIZE
3.66 261015                   WS-RR-WRITTEN DELIMITED SIZE
3.67 261015                   INTO RPT-LINE.
3.68 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
3.69 261015            MOVE SPACES TO RPT-LINE.
3.70 261015            STRING 'TOTAL DEBITS ' DELIMITED SIZE
3.71 261015                   WS-TOTAL-DR DELIMITED SIZE
3.72 261015                   ' CREDITS ' DELIMITED SIZE
3.73 261015                   WS-TOTAL-CR DELIMITED SIZE
3.74 261015                   INTO RPT-LINE.
3.75 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
3.76 261015            IF WS-TOTAL-DR = WS-TOTAL-CR
3.77 261015               MOVE 'EXPORT IN BALANCE' TO RPT-LINE
3.78 261015            ELSE
3.79 261015               MOVE '*** EXPORT OUT OF BALANCE ***' TO RPT-LINE
3.80 261015            END-IF.
3.81 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
3.82 261015            IF WS-SUSP-CNT > 0
3.83 261015               MOVE SPACES TO RPT-LINE
3.84 261015               STRING 'LINES POSTED TO SUSPENSE - NO GLMAP ROW '
3.85 261015                          DELIMITED SIZE
3.86 261015                      WS-SUSP-CNT DELIMITED SIZE
3.87 261015                      INTO RPT-LINE
3.88 261015               PERFORM 150-PUT-LINE THRU 150-EXIT
3.89 261015            END-IF.
3.90 261015        900-EXIT.
3.91 261015            EXIT.
3.92 261015        950-REGISTER-START.
3.93 261015            ACCEPT WS-RR-DATE FROM DATE.
3.94 261015            ADD 20000000 TO WS-RR-DATE.
3.95 261015            ACCEPT WS-RR-TIME FROM TIME.
3.96 261015            MOVE SPACES TO WS-RR-RUNID.
3.97 261015            STRING WS-RR-DATE DELIMITED SIZE
3.98 261015                   WS-RR-TIME(1:6) DELIMITED SIZE
3.99 261015                   INTO WS-RR-RUNID.
4.00 261015            OPEN EXTEND RUNREG.
4.01 261015            MOVE 'GLEXPORT  ' TO RR-JOB.
4.02 261015            MOVE WS-RR-RUNID TO RR-RUNID.
4.03 261015            MOVE 'S'         TO RR-TYPE.
4.04 261015            MOVE WS-RR-DATE  TO RR-DATE.
4.05 261015            MOVE WS-RR-TIME  TO RR-TIME.
4.06 261015            MOVE 0           TO RR-READ RR-WRITTEN.
4.07 261015            MOVE '  '        TO RR-STATUS.
4.08 261015            WRITE RR-REC.
4.09 261015        950-EXIT.
4.10 261015            EXIT.
4.11 261015        960-REGISTER-END.
4.12 261015            ACCEPT WS-RR-TIME FROM TIME.
4.13 261015            MOVE 'GLEXPORT  ' TO RR-JOB.
4.14 261015            MOVE WS-RR-RUNID TO RR-RUNID.
4.15 261015            MOVE 'E'         TO RR-TYPE.
4.16 261015            MOVE WS-RR-DATE  TO RR-DATE.
4.17 261015            MOVE WS-RR-TIME  TO RR-TIME.
4.18 261015            MOVE WS-RR-READ    TO RR-READ.
4.19 261015            MOVE WS-RR-WRITTEN TO RR-WRITTEN.
4.20 261015            MOVE 'OK' TO RR-STATUS.
4.21 261015            IF WS-RPT-STATUS NOT = '00'
4.22 261015               MOVE 'ER' TO RR-STATUS
4.23 261015            END-IF.
4.24 261015            WRITE RR-REC.
4.25 261015            CLOSE RUNREG.
4.26 261015        960-EXIT.
4.27 261015            EXIT.
4.28 261015        HALT.
