1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. SUPINVLD.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT LOADFILE ASSIGN TO DATABASE-SUPINVLF
1.06 261015                ORGANIZATION IS LINE SEQUENTIAL
1.07 261015                FILE STATUS IS WS-LOAD-STATUS.
1.08 261015            SELECT SUPINV ASSIGN TO DATABASE-SUPINV
1.09 261015                ORGANIZATION IS INDEXED
1.10 261015                ACCESS MODE IS DYNAMIC
1.11 261015                RECORD KEY IS SI-KEY
1.12 261015                FILE STATUS IS WS-SIN-STATUS.
1.13 261015            SELECT LOADERR ASSIGN TO DATABASE-SUPINVLE
1.14 261015                ORGANIZATION IS LINE SEQUENTIAL
1.15 261015                FILE STATUS IS WS-ERR-STATUS.
1.16 261015        DATA DIVISION.
1.17 261015        FILE SECTION.
1.18 261015        FD  LOADFILE
1.19 261015                LABEL RECORD IS STANDARD.
1.20 261015       * documented fixed interface layout - one record per supplier
1.21 261015       * invoice line: supplier, the supplier's invoice number, line,
1.22 261015       * invoice date YYYYMMDD, PO number and line, quantity billed
1.23 261015       * and unit price in agorot/cents (7 digits, two implied
1.24 261015       * decimals), numbers as characters
2.76 261015       * The price is in the currency of the PO (PH-CURRENCY), which
2.77 261015       * is the supplier's billing currency
1.25 261015        01  LOAD-REC.
1.26 261015           03  SL-SUPP-ID        PIC X(6).
1.27 261015           03  SL-INV-NUM        PIC X(15).
1.28 261015           03  SL-LINE-X         PIC X(3).
1.29 261015           03  SL-INV-DATE-X     PIC X(8).
1.30 261015           03  SL-PO-NUM-X       PIC X(8).
1.31 261015           03  SL-PO-LINE-X      PIC X(3).
1.32 261015           03  SL-QTY-X          PIC X(5).
1.33 261015           03  SL-PRICE-X        PIC X(7).
1.34 261015        FD  SUPINV
1.35 261015                LABEL RECORD IS STANDARD.
1.36 261015       * supplier invoice line layout - see SUPINVE
1.37 261015        01  SUPINV-REC.
1.38 261015           03  SI-KEY.
1.39 261015              05  SI-SUPP-ID     PIC X(6).
1.40 261015              05  SI-INV-NUM     PIC X(15).
1.41 261015              05  SI-LINE        PIC 9(3).
1.42 261015           03  SI-INV-DATE       PIC 9(8).
1.43 261015           03  SI-PO-NUM         PIC 9(8).
1.44 261015           03  SI-PO-LINE        PIC 9(3).
1.45 261015           03  SI-QTY            PIC 9(5).
1.46 261015           03  SI-UNIT-PRICE     PIC 9(5)V99.
1.47 261015           03  SI-STATUS         PIC X.
1.48 261015           03  SI-ENTRY-DATE     PIC 9(8).
1.49 261015           03  SI-OPERATOR       PIC X(10).
1.50 261015           03  SI-MATCH-DATE     PIC 9(8).
1.51 261015        FD  LOADERR
1.52 261015                LABEL RECORD IS STANDARD.
1.53 261015       * the input record prefixed with a reason code, for correction
1.54 261015       * and re-run
1.55 261015        01  ERR-REC.
1.56 261015           03  ERR-REASON        PIC X(4).
1.57 261015           03  ERR-DATA          PIC X(55).
1.58 261015        WORKING-STORAGE SECTION.
1.59 261015        01  WS-LOAD-STATUS    PIC XX.
1.60 261015        01  WS-SIN-STATUS     PIC XX.
1.61 261015        01  WS-ERR-STATUS     PIC XX.
1.62 261015        01  WS-LOAD-END       PIC X VALUE 'N'.
1.63 261015           88 LOAD-END              VALUE 'Y'.
1.64 261015        01  WS-READ-CNT       PIC 9(7) VALUE 0.
1.65 261015        01  WS-LOADED-CNT     PIC 9(7) VALUE 0.
1.66 261015        01  WS-SKIPPED-CNT    PIC 9(7) VALUE 0.
1.67 261015        01  WS-DUP-CNT        PIC 9(7) VALUE 0.
1.68 261015        01  WS-REJECT-CNT     PIC 9(7) VALUE 0.
1.69 261015       * the SUPINVE parameter set - loaded lines get exactly the
1.70 261015       * checks a keyed invoice line gets
1.71 261015        01  SIE-FUNC          PIC X VALUE 'A'.
1.72 261015        01  SIE-SUPP-ID       PIC X(6).
1.73 261015        01  SIE-INV-NUM       PIC X(15).
1.74 261015        01  SIE-LINE          PIC 9(3).
1.75 261015        01  SIE-INV-DATE      PIC 9(8).
1.76 261015        01  SIE-PO-NUM        PIC 9(8).
1.77 261015        01  SIE-PO-LINE       PIC 9(3).
1.78 261015        01  SIE-QTY           PIC 9(5).
1.79 261015        01  SIE-UNIT-PRICE    PIC 9(5)V99.
1.80 261015        01  SIE-OPERATOR      PIC X(10) VALUE 'SUPINVLD'.
1.81 261015        01  SIE-STATUS        PIC X.
1.82 261015        PROCEDURE DIVISION.
1.83 261015        BEGIN.
1.84 261015       * batch supplier invoice intake from the scanning bureau in the
1.85 261015       * ORDLOAD mold - good lines are entered through SUPINVE, rejects
1.86 261015       * go to the error file with a reason code. A line already on
1.87 261015       * file with the same PO line, quantity and price is the same
1.88 261015       * line loaded by an earlier run and is skipped; anything else
1.89 261015       * on an invoice number already used is a duplicate, which
1.90 261015       * SUPINVE records for the SUPMATCH exception report
1.91 261015            MOVE 'N' TO WS-LOAD-END.
1.92 261015            OPEN INPUT LOADFILE.
1.93 261015            OPEN INPUT SUPINV.
1.94 261015            OPEN OUTPUT LOADERR.
1.95 261015            PERFORM UNTIL LOAD-END
1.96 261015               READ LOADFILE
1.97 261015                   AT END
1.98 261015                      SET LOAD-END TO TRUE
1.99 261015                   NOT AT END
2.00 261015                      ADD 1 TO WS-READ-CNT
2.01 261015                      PERFORM 400-LOAD-ONE THRU 400-EXIT
2.02 261015               END-READ
2.03 261015            END-PERFORM.
2.04 261015            DISPLAY 'SUPINVLD READ ' WS-READ-CNT
2.05 261015                    ' LOADED ' WS-LOADED-CNT
2.06 261015                    ' ALREADY LOADED ' WS-SKIPPED-CNT
2.07 261015                    ' DUPLICATES ' WS-DUP-CNT
2.08 261015                    ' REJECTED ' WS-REJECT-CNT.
2.09 261015            CLOSE LOADFILE.
2.10 261015            CLOSE SUPINV.
2.11 261015            CLOSE LOADERR.
2.12 261015            STOP RUN.
2.13 261015        400-LOAD-ONE.
2.14 261015            IF SL-LINE-X NOT NUMERIC OR SL-INV-DATE-X NOT NUMERIC
2.15 261015               OR SL-PO-NUM-X NOT NUMERIC OR SL-PO-LINE-X NOT NUMERIC
2.16 261015               OR SL-QTY-X NOT NUMERIC OR SL-PRICE-X NOT NUMERIC
2.17 261015               MOVE 'NVAL' TO ERR-REASON
2.18 261015               PERFORM 600-WRITE-REJECT
2.19 261015               GO TO 400-EXIT.
2.20 261015            MOVE SL-SUPP-ID TO SIE-SUPP-ID.
2.21 261015            MOVE SL-INV-NUM TO SIE-INV-NUM.
2.22 261015            COMPUTE SIE-LINE     = FUNCTION NUMVAL(SL-LINE-X).
2.23 261015            COMPUTE SIE-INV-DATE = FUNCTION NUMVAL(SL-INV-DATE-X).
2.24 261015            COMPUTE SIE-PO-NUM   = FUNCTION NUMVAL(SL-PO-NUM-X).
2.25 261015            COMPUTE SIE-PO-LINE  = FUNCTION NUMVAL(SL-PO-LINE-X).
2.26 261015            COMPUTE SIE-QTY      = FUNCTION NUMVAL(SL-QTY-X).
2.27 261015            COMPUTE SIE-UNIT-PRICE =
2.28 261015                FUNCTION NUMVAL(SL-PRICE-X) / 100.
2.29 261015       * the rerun guard - the identical line is already on file
2.30 261015            MOVE SIE-SUPP-ID TO SI-SUPP-ID.
2.31 261015            MOVE SIE-INV-NUM TO SI-INV-NUM.
2.32 261015            MOVE SIE-LINE    TO SI-LINE.
2.33 261015            READ SUPINV
2.34 261015                INVALID KEY
2.35 261015                   CONTINUE
2.36 261015                NOT INVALID KEY
2.37 261015                   IF SI-PO-NUM = SIE-PO-NUM
2.38 261015                      AND SI-PO-LINE = SIE-PO-LINE
2.39 261015                      AND SI-QTY = SIE-QTY
2.40 261015                      AND SI-UNIT-PRICE = SIE-UNIT-PRICE
2.41 261015                      ADD 1 TO WS-SKIPPED-CNT
2.42 261015                      GO TO 400-EXIT
2.43 261015                   END-IF
2.44 261015            END-READ.
2.45 261015            MOVE 'A' TO SIE-FUNC.
2.46 261015            MOVE '0' TO SIE-STATUS.
2.47 261015            CALL 'SUPINVE' USING SIE-FUNC SIE-SUPP-ID SIE-INV-NUM
2.48 261015                SIE-LINE SIE-INV-DATE SIE-PO-NUM SIE-PO-LINE SIE-QTY
2.49 261015                SIE-UNIT-PRICE SIE-OPERATOR SIE-STATUS.
2.50 261015            EVALUATE SIE-STATUS
2.51 261015               WHEN '0'
2.52 261015                  ADD 1 TO WS-LOADED-CNT
2.53 261015               WHEN '1'
2.54 261015                  MOVE 'SUPP' TO ERR-REASON
2.55 261015                  PERFORM 600-WRITE-REJECT
2.56 261015               WHEN '2'
2.57 261015                  ADD 1 TO WS-DUP-CNT
2.58 261015                  MOVE 'DUPL' TO ERR-REASON
2.59 261015                  PERFORM 600-WRITE-REJECT
2.60 261015               WHEN '3'
2.61 261015                  MOVE 'BLNK' TO ERR-REASON
2.62 261015                  PERFORM 600-WRITE-REJECT
2.63 261015               WHEN OTHER
2.64 261015                  MOVE 'SINV' TO ERR-REASON
2.65 261015                  PERFORM 600-WRITE-REJECT
2.66 261015            END-EVALUATE.
2.67 261015        400-EXIT.
2.68 261015            EXIT.
2.69 261015        600-WRITE-REJECT.
2.70 261015            ADD 1 TO WS-REJECT-CNT.
2.71 261015            MOVE LOAD-REC TO ERR-DATA.
2.72 261015            WRITE ERR-REC.
2.73 261015        600-EXIT.
2.74 261015            EXIT.
2.75 261015        HALT.
