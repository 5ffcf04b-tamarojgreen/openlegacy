1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. GLRECON.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT RUNREG ASSIGN TO DATABASE-ESRUNREG
1.06 261015                ORGANIZATION IS LINE SEQUENTIAL
1.07 261015                FILE STATUS IS WS-RR-STATUS.
1.08 261015            SELECT INVBALF ASSIGN TO DATABASE-INVBALF
1.09 261015                ORGANIZATION IS INDEXED
1.10 261015                ACCESS MODE IS DYNAMIC
1.11 261015                RECORD KEY IS BF-KEY
1.12 261015                FILE STATUS IS WS-BAL-STATUS.
1.13 261015            SELECT ITEMMSTR ASSIGN TO DATABASE-ITEMMSTR
1.14 261015                ORGANIZATION IS INDEXED
1.15 261015                ACCESS MODE IS DYNAMIC
1.16 261015                RECORD KEY IS IM-ITEM-NUM
1.17 261015                FILE STATUS IS WS-FILE-STATUS.
1.18 261015            SELECT GLENTRY ASSIGN TO DATABASE-GLENTRY
1.19 261015                ORGANIZATION IS INDEXED
1.20 261015                ACCESS MODE IS DYNAMIC
1.21 261015                RECORD KEY IS GE-KEY
1.22 261015                FILE STATUS IS WS-GLE-STATUS.
1.23 261015            SELECT RECRPT ASSIGN TO PRINTER-GLRECON
1.24 261015                ORGANIZATION IS LINE SEQUENTIAL
1.25 261015                FILE STATUS IS WS-RPT-STATUS.
1.26 261015        DATA DIVISION.
1.27 261015        FILE SECTION.
1.28 261015        FD  RUNREG
1.29 261015                LABEL RECORD IS STANDARD.
1.30 261015        01  RR-REC.
1.31 261015           03 RR-JOB           PIC X(10).
1.32 261015           03 RR-RUNID         PIC X(14).
1.33 261015           03 RR-TYPE          PIC X.
1.34 261015           03 RR-DATE          PIC 9(8).
1.35 261015           03 RR-TIME          PIC 9(8).
1.36 261015           03 RR-READ          PIC 9(7).
1.37 261015           03 RR-WRITTEN       PIC 9(7).
1.38 261015           03 RR-STATUS        PIC X(2).
1.39 261015        FD  INVBALF
1.40 261015                LABEL RECORD IS STANDARD.
1.41 261015       * balance-forward records cut at close - see INVCLOSE
1.42 261015        01  INVBALF-REC.
1.43 261015           03  BF-KEY.
1.44 261015              05  BF-PERIOD      PIC 9(6).
1.45 261015              05  BF-ITEM-NUM    PIC 9(8).
1.46 261015              05  BF-WHSE        PIC X(3).
1.47 261015           03  BF-QTY            PIC 9(7).
1.48 261015           03  BF-VALUE          PIC 9(11)V99.
1.49 261015        FD  ITEMMSTR
1.50 261015                LABEL RECORD IS STANDARD.
1.51 261015        01  ITEMMSTR-REC.
1.52 261015           03  IM-ITEM-NUM       PIC 9(8).
1.53 261015           03  IM-ITEM-NAME      PIC X(16).
1.54 261015           03  IM-DESCRIPTION    PIC X(28).
1.55 261015           03  IM-WEIGHT         PIC 9(4).
1.56 261015           03  IM-SHIP-METHOD    PIC X(10).
1.57 261015           03  IM-SHIP-DAYS      PIC 9(4).
1.58 261015           03  IM-UNIT-PRICE     PIC 9(5)V99.
1.59 261015           03  IM-QTY-ON-HAND    PIC 9(5).
1.60 261015           03  IM-REORDER-POINT  PIC 9(5).
1.61 261015           03  IM-CATEGORY       PIC X(16).
1.62 261015           03  IM-DESCRIPTION-LONG       PIC X(80).
1.63 261015           03  IM-STATUS         PIC X.
1.64 261015           03  IM-LAST-CHANGED   PIC X(21).
1.65 261015           03  IM-UNIT-COST      PIC 9(5)V99.
1.66 261015           03  IM-LOT-CTRL       PIC X.
1.67 261015           03  IM-ABC-CLASS      PIC X.
1.68 261015           03  IM-LAST-COUNT     PIC 9(8).
1.69 261015        FD  GLENTRY
1.70 261015                LABEL RECORD IS STANDARD.
1.71 261015       * GL entry lines - see GLPOST
1.72 261015        01  GLENTRY-REC.
1.73 261015           03  GE-KEY.
1.74 261015              05  GE-SET-ID      PIC 9(12).
1.75 261015              05  GE-LINE        PIC 9.
1.76 261015           03  GE-POST-DATE      PIC 9(8).
1.77 261015           03  GE-EVENT          PIC X(4).
1.78 261015           03  GE-CATEGORY       PIC X(16).
1.79 261015           03  GE-SOURCE         PIC X(10).
1.80 261015           03  GE-REFERENCE      PIC X(10).
1.81 261015           03  GE-ITEM-NUM       PIC 9(8).
1.82 261015           03  GE-ACCOUNT        PIC X(10).
1.83 261015           03  GE-DR-CR          PIC X.
1.84 261015           03  GE-AMOUNT         PIC 9(11)V99.
1.85 261015           03  GE-INV-LINE       PIC X.
1.86 261015           03  GE-EXPORTED       PIC X.
1.87 261015           03  GE-EXPORT-DATE    PIC 9(8).
1.88 261015        FD  RECRPT
1.89 261015                LABEL RECORD IS STANDARD.
1.90 261015        01  RPT-LINE          PIC X(80).
1.91 261015        WORKING-STORAGE SECTION.
1.92 261015        01  WS-RR-STATUS      PIC XX.
1.93 261015        01  WS-RR-RUNID       PIC X(14) VALUE SPACES.
1.94 261015        01  WS-RR-DATE        PIC 9(8) VALUE 0.
1.95 261015        01  WS-RR-TIME        PIC 9(8) VALUE 0.
1.96 261015        01  WS-RR-READ        PIC 9(7) VALUE 0.
1.97 261015        01  WS-RR-WRITTEN     PIC 9(7) VALUE 0.
1.98 261015        01  WS-BAL-STATUS     PIC XX.
1.99 261015        01  WS-FILE-STATUS    PIC XX.
2.00 261015        01  WS-GLE-STATUS     PIC XX.
2.01 261015        01  WS-RPT-STATUS     PIC XX.
2.02 261015        01  WS-BAL-END        PIC X VALUE 'N'.
2.03 261015           88 BAL-END               VALUE 'Y'.
2.04 261015        01  WS-GLE-END        PIC X VALUE 'N'.
2.05 261015           88 GLE-END               VALUE 'Y'.
2.06 261015        01  WS-PERIOD         PIC 9(6) VALUE 0.
2.07 261015        01  WS-PERIOD-R REDEFINES WS-PERIOD.
2.08 261015           03  WS-PERIOD-YYYY    PIC 9(4).
2.09 261015           03  WS-PERIOD-MM      PIC 9(2).
2.10 261015        01  WS-GL-PERIOD      PIC 9(6) VALUE 0.
2.11 261015       * the revaluation INVCLOSE booked for the period carries this
2.12 261015        01  WS-CLS-REF        PIC X(10) VALUE SPACES.
2.13 261015       * by category - the valuation cut at close, the ledger's
2.14 261015       * inventory lines through the period end, and the part of the
2.15 261015       * ledger that is the close's own true-up
2.16 261015        01  WS-CATG-TBL.
2.17 261015           03  WS-CATG-O OCCURS 50.
2.18 261015              05  WS-CATG-NAME       PIC X(16).
2.19 261015              05  WS-CATG-BOOK       PIC 9(11)V99.
2.20 261015              05  WS-CATG-GL         PIC S9(11)V99.
2.21 261015              05  WS-CATG-REVL       PIC S9(11)V99.
2.22 261015        01  WS-CATG-CNT       PIC 9(2) VALUE 0.
2.23 261015        01  I-CATG            PIC 9(2) VALUE 0.
2.24 261015        01  WS-CATG-FOUND     PIC X VALUE 'N'.
2.25 261015           88 CATG-FOUND            VALUE 'Y'.
2.26 261015        01  WS-TALLY-CATG     PIC X(16) VALUE SPACES.
2.27 261015        01  WS-TALLY-BOOK     PIC 9(11)V99 VALUE 0.
2.28 261015        01  WS-TALLY-GL       PIC S9(11)V99 VALUE 0.
2.29 261015        01  WS-TALLY-REVL     PIC S9(11)V99 VALUE 0.
2.30 261015        01  WS-DIFF           PIC S9(11)V99 VALUE 0.
2.31 261015        01  WS-OUT-CNT        PIC 9(5) VALUE 0.
2.32 261015        01  WS-TOTAL-BOOK     PIC 9(13)V99 VALUE 0.
2.33 261015        01  WS-TOTAL-GL       PIC S9(13)V99 VALUE 0.
2.34 261015        01  WS-TOTAL-REVL     PIC S9(13)V99 VALUE 0.
2.35 261015        01  WS-TOTAL-DIFF     PIC S9(13)V99 VALUE 0.
2.36 261015        01  WS-RPT-HEAD.
2.37 261015           03  FILLER            PIC X(17) VALUE 'CATEGORY'.
2.38 261015           03  FILLER            PIC X(14) VALUE '    VALUATION'.
2.39 261015           03  FILLER            PIC X(15) VALUE '         LEDGER'.
2.40 261015           03  FILLER            PIC X(15) VALUE '    CLOSE REVL'.
2.41 261015           03  FILLER            PIC X(15) VALUE '     DIFFERENCE'.
2.42 261015        01  WS-RPT-DETAIL.
2.43 261015           03  RPT-CATG          PIC X(16).
2.44 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.45 261015           03  RPT-BOOK          PIC Z(9)9.99.
2.46 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.47 261015           03  RPT-GL            PIC Z(9)9.99-.
2.48 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.49 261015           03  RPT-REVL          PIC Z(9)9.99-.
2.50 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.51 261015           03  RPT-DIFF          PIC Z(9)9.99-.
2.52 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.53 261015           03  RPT-FLAG          PIC X(4).
2.54 261015       * every report line is also registered in the ESRPTWRT
2.55 261015       * repository, so a purged spool no longer loses the report
2.56 261015        01  RW-PARAM.
2.57 261015           03  RW-JOB        PIC X(10) VALUE 'GLRECON   '.
2.58 261015           03  RW-FUNC       PIC X     VALUE SPACE.
2.59 261015           03  RW-LINE       PIC X(132) VALUE SPACES.
2.60 261015        LINKAGE SECTION.
2.61 261015       * the closed period to reconcile, YYYYMM - 0 = the month just
2.62 261015       * ended
2.63 261015        01 GLR-PERIOD        PIC 9(6).
2.64 261015        PROCEDURE DIVISION USING GLR-PERIOD.
2.65 261015        BEGIN.
2.66 261015       * month-end proof that the ledger's inventory accounts tie to
2.67 261015       * the stock valuation: per category, the value INVCLOSE cut
2.68 261015       * into the balance-forward records (the STOCKVAL basis, on-hand
2.69 261015       * at the moving-average cost) against every inventory-side GL
2.70 261015       * line posted through the period end. The close's own REVL
2.71 261015       * true-up is shown apart, so finance sees how much the movement
2.72 261015       * postings missed. A category that does not tie is flagged OUT
2.73 261015            PERFORM 950-REGISTER-START.
2.74 261015            MOVE GLR-PERIOD TO WS-PERIOD.
2.75 261015            IF WS-PERIOD = 0
2.76 261015               COMPUTE WS-PERIOD = WS-RR-DATE / 100
2.77 261015               IF WS-PERIOD-MM = 1
2.78 261015                  SUBTRACT 1 FROM WS-PERIOD-YYYY
2.79 261015                  MOVE 12 TO WS-PERIOD-MM
2.80 261015               ELSE
2.81 261015                  SUBTRACT 1 FROM WS-PERIOD-MM
2.82 261015               END-IF
2.83 261015            END-IF.
2.84 261015            STRING 'CLS' DELIMITED SIZE
2.85 261015                   WS-PERIOD DELIMITED SIZE
2.86 261015                   INTO WS-CLS-REF.
2.87 261015            OPEN INPUT INVBALF.
2.88 261015            OPEN INPUT ITEMMSTR.
2.89 261015            OPEN INPUT GLENTRY.
2.90 261015            OPEN OUTPUT RECRPT.
2.91 261015            MOVE 'O' TO RW-FUNC.
2.92 261015            CALL 'ESRPTWRT' USING RW-PARAM.
2.93 261015            MOVE SPACES TO RPT-LINE.
2.94 261015            STRING 'GL INVENTORY RECONCILIATION FOR PERIOD '
2.95 261015                       DELIMITED SIZE
2.96 261015                   WS-PERIOD DELIMITED SIZE
2.97 261015                   INTO RPT-LINE.
2.98 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
2.99 261015            MOVE WS-RPT-HEAD TO RPT-LINE.
3.00 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
3.01 261015            PERFORM 200-VALUATION THRU 200-EXIT.
3.02 261015            PERFORM 300-LEDGER THRU 300-EXIT.
3.03 261015            PERFORM 400-REPORT THRU 400-EXIT.
3.04 261015            PERFORM 900-CONTROL-BLOCK THRU 900-EXIT.
3.05 261015            CLOSE INVBALF.
3.06 261015            CLOSE ITEMMSTR.
3.07 261015            CLOSE GLENTRY.
3.08 261015            MOVE 'C' TO RW-FUNC.
3.09 261015            CALL 'ESRPTWRT' USING RW-PARAM.
3.10 261015            PERFORM 960-REGISTER-END.
3.11 261015            CLOSE RECRPT.
3.12 261015            STOP RUN.
3.13 261015        150-PUT-LINE.
3.14 261015            MOVE RPT-LINE TO RW-LINE.
3.15 261015            WRITE RPT-LINE.
3.16 261015            MOVE 'L' TO RW-FUNC.
3.17 261015            CALL 'ESRPTWRT' USING RW-PARAM.
3.18 261015        150-EXIT.
3.19 261015            EXIT.
3.20 261015        200-VALUATION.
3.21 261015       * the company rows (warehouse spaces) of the period - the
3.22 261015       * category is the item's, as INVCLOSE tallied it
3.23 261015            MOVE 'N' TO WS-BAL-END.
3.24 261015            MOVE WS-PERIOD   TO BF-PERIOD.
3.25 261015            MOVE 0           TO BF-ITEM-NUM.
3.26 261015            MOVE SPACES      TO BF-WHSE.
3.27 261015            START INVBALF
3.28 261015                KEY NOT LESS BF-KEY
3.29 261015                INVALID KEY
3.30 261015                   SET BAL-END TO TRUE.
3.31 261015            PERFORM UNTIL BAL-END
3.32 261015               READ INVBALF NEXT
3.33 261015                   AT END
3.34 261015                      SET BAL-END TO TRUE
3.35 261015                   NOT AT END
3.36 261015                      IF BF-PERIOD NOT = WS-PERIOD
3.37 261015                         SET BAL-END TO TRUE
3.38 261015                      ELSE
3.39 261015                         IF BF-WHSE = SPACES
3.40 261015                            ADD 1 TO WS-RR-READ
3.41 261015                            MOVE BF-ITEM-NUM TO IM-ITEM-NUM
3.42 261015                            READ ITEMMSTR
3.43 261015                                INVALID KEY
3.44 261015                                   MOVE SPACES TO IM-CATEGORY
3.45 261015                            END-READ
3.46 261015                            MOVE IM-CATEGORY TO WS-TALLY-CATG
3.47 261015                            MOVE BF-VALUE    TO WS-TALLY-BOOK
3.48 261015                            MOVE 0 TO WS-TALLY-GL WS-TALLY-REVL
3.49 261015                            PERFORM 500-TALLY-CATG THRU 500-EXIT
3.50 261015                         END-IF
3.51 261015                      END-IF
3.52 261015               END-READ
3.53 261015            END-PERFORM.
3.54 261015        200-EXIT.
3.55 261015            EXIT.
3.56 261015        300-LEDGER.
3.57 261015       * inventory-side lines only - debits add, credits take off
3.58 261015            MOVE 'N' TO WS-GLE-END.
3.59 261015            MOVE LOW-VALUES TO GE-KEY.
3.60 261015            START GLENTRY
3.61 261015                KEY NOT LESS GE-KEY
3.62 261015                INVALID KEY
3.63 261015                   SET GLE-END TO TRUE.
3.64 261015            PERFORM UNTIL GLE-END
3.65 261015               READ GLENTRY NEXT
3.66 261015                   AT END
3.67 261015                      SET GLE-END TO TRUE
3.68 261015                   NOT AT END
3.69 261015                      ADD 1 TO WS-RR-READ
3.70 261015                      COMPUTE WS-GL-PERIOD = GE-POST-DATE / 100
3.71 261015                      IF GE-INV-LINE = 'Y' AND
3.72 261015                         WS-GL-PERIOD NOT > WS-PERIOD
3.73 261015                         MOVE GE-CATEGORY TO WS-TALLY-CATG
3.74 261015                         MOVE 0           TO WS-TALLY-BOOK
3.75 261015                         IF GE-DR-CR = 'D'
3.76 261015                            MOVE GE-AMOUNT TO WS-TALLY-GL
3.77 261015                         ELSE
3.78 261015                            COMPUTE WS-TALLY-GL = 0 - GE-AMOUNT
3.79 261015                         END-IF
3.80 261015                         MOVE 0 TO WS-TALLY-REVL
3.81 261015                         IF GE-EVENT = 'REVL' AND
3.82 261015                            GE-REFERENCE = WS-CLS-REF
3.83 261015                            MOVE WS-TALLY-GL TO WS-TALLY-REVL
3.84 261015                         END-IF
3.85 261015                         PERFORM 500-TALLY-CATG THRU 500-EXIT
3.86 261015                      END-IF
3.87 261015               END-READ
3.88 261015            END-PERFORM.
3.89 261015        300-EXIT.
3.90 261015            EXIT.
3.91 261015        400-REPORT.
3.92 261015            PERFORM VARYING I-CATG FROM 1 BY 1
3.93 261015                    UNTIL I-CATG > WS-CATG-CNT
3.94 261015               COMPUTE WS-DIFF = WS-CATG-BOOK(I-CATG)
3.95 261015                   - WS-CATG-GL(I-CATG)
3.96 261015               MOVE WS-CATG-NAME(I-CATG) TO RPT-CATG
3.97 261015               MOVE WS-CATG-BOOK(I-CATG) TO RPT-BOOK
3.98 261015               MOVE WS-CATG-GL(I-CATG)   TO RPT-GL
3.99 261015               MOVE WS-CATG-REVL(I-CATG) TO RPT-REVL
4.00 261015               MOVE WS-DIFF              TO RPT-DIFF
4.01 261015               IF WS-DIFF = 0
4.02 261015                  MOVE 'TIES' TO RPT-FLAG
4.03 261015               ELSE
4.04 261015                  MOVE 'OUT ' TO RPT-FLAG
4.05 261015                  ADD 1 TO WS-OUT-CNT
4.06 261015               END-IF
4.07 261015               MOVE WS-RPT-DETAIL TO RPT-LINE
4.08 261015               PERFORM 150-PUT-LINE THRU 150-EXIT
4.09 261015               ADD 1 TO WS-RR-WRITTEN
4.10 261015               ADD WS-CATG-BOOK(I-CATG) TO WS-TOTAL-BOOK
4.11 261015               ADD WS-CATG-GL(I-CATG)   TO WS-TOTAL-GL
4.12 261015               ADD WS-CATG-REVL(I-CATG) TO WS-TOTAL-REVL
4.13 261015               ADD WS-DIFF              TO WS-TOTAL-DIFF
4.14 261015            END-PERFORM.
4.15 261015            MOVE 'COMPANY'     TO RPT-CATG.
4.16 261015            MOVE WS-TOTAL-BOOK TO RPT-BOOK.
4.17 261015            MOVE WS-TOTAL-GL   TO RPT-GL.
4.18 261015            MOVE WS-TOTAL-REVL TO RPT-REVL.
4.19 261015            MOVE WS-TOTAL-DIFF TO RPT-DIFF.
4.20 261015            IF WS-TOTAL-DIFF = 0
4.21 261015               MOVE 'TIES' TO RPT-FLAG
4.22 261015            ELSE
4.23 261015               MOVE 'OUT ' TO RPT-FLAG
4.24 261015            END-IF.
4.25 261015            MOVE SPACES TO RPT-LINE.
4.26 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
4.27 261015            MOVE WS-RPT-DETAIL TO RPT-LINE.
4.28 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
4.29 261015        400-EXIT.
4.30 261015            EXIT.
4.31 261015        500-TALLY-CATG.
4.32 261015            MOVE 'N' TO WS-CATG-FOUND.
4.33 261015            PERFORM VARYING I-CATG FROM 1 BY 1
4.34 261015                    UNTIL I-CATG > WS-CATG-CNT
4.35 261015               IF WS-CATG-NAME(I-CATG) = WS-TALLY-CATG
4.36 261015                  ADD WS-TALLY-BOOK TO WS-CATG-BOOK(I-CATG)
4.37 261015                  ADD WS-TALLY-GL   TO WS-CATG-GL(I-CATG)
4.38 261015                  ADD WS-TALLY-REVL TO WS-CATG-REVL(I-CATG)
4.39 261015                  SET CATG-FOUND TO TRUE
4.40 261015                  COMPUTE I-CATG = WS-CATG-CNT + 1
4.41 261015               END-IF
4.42 261015            END-PERFORM.
4.43 261015            IF NOT CATG-FOUND AND WS-CATG-CNT < 50
4.44 261015               ADD 1 TO WS-CATG-CNT
4.45 261015               MOVE WS-TALLY-CATG TO WS-CATG-NAME(WS-CATG-CNT)
4.46 261015               MOVE WS-TALLY-BOOK TO WS-CATG-BOOK(WS-CATG-CNT)
4.47 261015               MOVE WS-TALLY-GL   TO WS-CATG-GL(WS-CATG-CNT)
4.48 261015               MOVE WS-TALLY-REVL TO WS-CATG-REVL(WS-CATG-CNT)
4.49 261015            END-IF.
4.50 261015        500-EXIT.
4.51 261015            EXIT.
4.52 261015        900-CONTROL-BLOCK.
4.53 261015            MOVE SPACES TO RPT-LINE.
4.54 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
4.55 261015            MOVE 'CONTROL TOTALS' TO RPT-LINE.
4.56 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
4.57 261015            MOVE SPACES TO RPT-LINE.
4.58 261015            STRING 'RECORDS READ ' DELIMITED SIZE
4.59 261015                   WS-RR-READ DELIMITED SIZE
4.60 261015                   ' CATEGORIES ' DELIMITED SIZE
4.61 261015                   WS-RR-WRITTEN DELIMITED SIZE
4.62 261015                   ' OUT OF TIE ' DELIMITED SIZE
4.63 261015                   WS-OUT-CNT DELIMITED SIZE
4.64 261015                   INTO RPT-LINE.
4.65 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
4.66 261015            IF WS-RR-WRITTEN = 0
4.67 261015               MOVE 'NOTHING TO RECONCILE - PERIOD NOT CLOSED'
4.68 261015                   TO RPT-LINE
4.69 261015               PERFORM 150-PUT-LINE THRU 150-EXIT
4.70 261015            END-IF.
4.71 261015        900-EXIT.
4.72 261015            EXIT.
4.73 261015        950-REGISTER-START.
4.74 261015            ACCEPT WS-RR-DATE FROM DATE.
4.75 261015            ADD 20000000 TO WS-RR-DATE.
4.76 261015            ACCEPT WS-RR-TIME FROM TIME.
4.77 261015            MOVE SPACES TO WS-RR-RUNID.
4.78 261015            STRING WS-RR-DATE DELIMITED SIZE
4.79 261015                   WS-RR-TIME(1:6) DELIMITED SIZE
4.80 261015                   INTO WS-RR-RUNID.
4.81 261015            OPEN EXTEND RUNREG.
4.82 261015            MOVE 'GLRECON   ' TO RR-JOB.
4.83 261015            MOVE WS-RR-RUNID TO RR-RUNID.
4.84 261015            MOVE 'S'         TO RR-TYPE.
4.85 261015            MOVE WS-RR-DATE  TO RR-DATE.
4.86 261015            MOVE WS-RR-TIME  TO RR-TIME.
4.87 261015            MOVE 0           TO RR-READ RR-WRITTEN.
4.88 261015            MOVE '  '        TO RR-STATUS.
4.89 261015            WRITE RR-REC.
4.90 261015        950-EXIT.
4.91 261015            EXIT.
4.92 261015        960-REGISTER-END.
4.93 261015            ACCEPT WS-RR-TIME FROM TIME.
4.94 261015            MOVE 'GLRECON   ' TO RR-JOB.
4.95 261015            MOVE WS-RR-RUNID TO RR-RUNID.
4.96 261015            MOVE 'E'         TO RR-TYPE.
4.97 261015            MOVE WS-RR-DATE  TO RR-DATE.
4.98 261015            MOVE WS-RR-TIME  TO RR-TIME.
4.99 261015            MOVE WS-RR-READ    TO RR-READ.
5.00 261015            MOVE WS-RR-WRITTEN TO RR-WRITTEN.
5.01 261015            MOVE 'OK' TO RR-STATUS.
5.02 261015            IF WS-RPT-STATUS NOT = '00'
5.03 261015               MOVE 'ER' TO RR-STATUS
5.04 261015            END-IF.
5.05 261015            WRITE RR-REC.
5.06 261015            CLOSE RUNREG.
5.07 261015        960-EXIT.
5.08 261015            EXIT.
5.09 261015        HALT.
