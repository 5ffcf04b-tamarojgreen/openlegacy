1.32 260901                ACCESS MODE IS DYNAMIC
1.33 260901                RECORD KEY IS BF-KEY
1.34 260901                FILE STATUS IS WS-BAL-STATUS.
4.20 261015       * the GL posting file - see GLPOST; read here to true the
4.21 261015       * ledger's inventory accounts up to the balances cut
4.22 261015            SELECT GLENTRY ASSIGN TO DATABASE-GLENTRY
4.23 261015                ORGANIZATION IS INDEXED
4.24 261015                ACCESS MODE IS DYNAMIC
4.25 261015                RECORD KEY IS GE-KEY
4.26 261015                FILE STATUS IS WS-GLE-STATUS.
1.35 260901            SELECT CLSRPT ASSIGN TO PRINTER-CLSRPT
1.36 260901                ORGANIZATION IS LINE SEQUENTIAL
1.37 260901                FILE STATUS IS WS-RPT-STATUS.
1.58 260901           03  IJ-OPERATOR-ID    PIC X(10).
1.59 260901           03  IJ-TIMESTAMP      PIC X(21).
1.60 260901           03  IJ-APPLIED        PIC X.
4.05 261015       * lot moved - see INVENTRY
4.06 261015           03  IJ-LOT-NUM        PIC X(12).
4.07 261015           03  IJ-EXPIRY-DATE    PIC 9(8).
4.17 261015           03  IJ-REASON         PIC X(4).
1.61 260901        FD  INVJRNLA
1.62 260901                LABEL RECORD IS STANDARD.
1.63 260901       * the closed-period archive - the live journal's image plus the
1.74 260901           03  IJA-TIMESTAMP     PIC X(21).
1.75 260901           03  IJA-APPLIED       PIC X.
1.76 260901           03  IJA-ARCH-DATE     PIC 9(8).
4.08 261015           03  IJA-LOT-NUM       PIC X(12).
4.09 261015           03  IJA-EXPIRY-DATE   PIC 9(8).
4.18 261015           03  IJA-REASON        PIC X(4).
1.77 260901        FD  ITEMMSTR
1.78 260901                LABEL RECORD IS STANDARD.
1.79 260901        01  ITEMMSTR-REC.
1.94 260901           03  IM-LAST-CHANGED   PIC X(21).
1.95 260901       * moving-average unit cost - see INVPOST
1.96 260901           03  IM-UNIT-COST      PIC 9(5)V99.
4.10 261015       * lot control - see INVPOST
4.11 261015           03  IM-LOT-CTRL       PIC X.
4.14 261015       * ABC class and last count date - see ABCCLASS
4.15 261015           03  IM-ABC-CLASS      PIC X.
4.16 261015           03  IM-LAST-COUNT     PIC 9(8).
1.97 260901        FD  WHSSTOCK
1.98 260901                LABEL RECORD IS STANDARD.
1.99 260901        01  WHSSTOCK-REC.
2.12 260901              05  BF-ITEM-NUM    PIC 9(8).
2.13 260901              05  BF-WHSE        PIC X(3).
2.14 260901           03  BF-QTY            PIC 9(7).
4.27 261015       * the balance at the moving-average cost at close - the same
4.28 261015       * quantity times IM-UNIT-COST STOCKVAL values the stock at
4.29 261015           03  BF-VALUE          PIC 9(11)V99.
2.15 260901        FD  CLSRPT
2.16 260901                LABEL RECORD IS STANDARD.
2.17 260901        01  RPT-LINE          PIC X(80).
4.30 261015        FD  GLENTRY
4.31 261015                LABEL RECORD IS STANDARD.
4.32 261015       * GL entry lines - see GLPOST
4.33 261015        01  GLENTRY-REC.
4.34 261015           03  GE-KEY.
4.35 261015              05  GE-SET-ID      PIC 9(12).
4.36 261015              05  GE-LINE        PIC 9.
4.37 261015           03  GE-POST-DATE      PIC 9(8).
4.38 261015           03  GE-EVENT          PIC X(4).
4.39 261015           03  GE-CATEGORY       PIC X(16).
4.40 261015           03  GE-SOURCE         PIC X(10).
4.41 261015           03  GE-REFERENCE      PIC X(10).
4.42 261015           03  GE-ITEM-NUM       PIC 9(8).
4.43 261015           03  GE-ACCOUNT        PIC X(10).
4.44 261015           03  GE-DR-CR          PIC X.
4.45 261015           03  GE-AMOUNT         PIC 9(11)V99.
4.46 261015           03  GE-INV-LINE       PIC X.
4.47 261015           03  GE-EXPORTED       PIC X.
4.48 261015           03  GE-EXPORT-DATE    PIC 9(8).
2.18 260901        WORKING-STORAGE SECTION.
2.19 260901        01  WS-PER-STATUS     PIC XX.
2.20 260901        01  WS-JRN-STATUS     PIC XX.
2.34 260901        01  WS-ARCHIVED-CNT   PIC 9(7) VALUE 0.
2.35 260901        01  WS-UNPOSTED-CNT   PIC 9(7) VALUE 0.
2.36 260901        01  WS-BALF-CNT       PIC 9(7) VALUE 0.
4.49 261015        01  WS-GLE-STATUS     PIC XX.
4.50 261015        01  WS-GLE-END        PIC X VALUE 'N'.
4.51 261015           88 GLE-END               VALUE 'Y'.
4.52 261015       * last day of the closed period - the true-up is dated there
4.53 261015        01  WS-PER-END        PIC 9(8) VALUE 0.
4.54 261015        01  WS-NEXT-MONTH     PIC 9(8) VALUE 0.
4.55 261015        01  WS-NEXT-MONTH-R REDEFINES WS-NEXT-MONTH.
4.56 261015           03  WS-NEXT-YYYY      PIC 9(4).
4.57 261015           03  WS-NEXT-MM        PIC 9(2).
4.58 261015           03  WS-NEXT-DD        PIC 9(2).
4.59 261015        01  WS-GL-PERIOD      PIC 9(6) VALUE 0.
4.60 261015       * value by category - the balances just cut against the
4.61 261015       * ledger's inventory lines through the period end
4.62 261015        01  WS-CATG-TBL.
4.63 261015           03  WS-CATG-O OCCURS 50.
4.64 261015              05  WS-CATG-NAME       PIC X(16).
4.65 261015              05  WS-CATG-BOOK       PIC 9(11)V99.
4.66 261015              05  WS-CATG-GL         PIC S9(11)V99.
4.67 261015        01  WS-CATG-CNT       PIC 9(2) VALUE 0.
4.68 261015        01  I-CATG            PIC 9(2) VALUE 0.
4.69 261015        01  WS-CATG-FOUND     PIC X VALUE 'N'.
4.70 261015           88 CATG-FOUND            VALUE 'Y'.
4.71 261015        01  WS-TALLY-CATG     PIC X(16) VALUE SPACES.
4.72 261015        01  WS-TALLY-BOOK     PIC 9(11)V99 VALUE 0.
4.73 261015        01  WS-TALLY-GL       PIC S9(11)V99 VALUE 0.
4.74 261015        01  WS-REVL-CNT       PIC 9(5) VALUE 0.
4.75 261015        01  WS-REVL-TOTAL     PIC S9(11)V99 VALUE 0.
4.76 261015        01  GLP-EVENT         PIC X(4) VALUE 'REVL'.
4.77 261015        01  GLP-ITEM-NUM      PIC 9(8) VALUE 0.
4.78 261015        01  GLP-REFERENCE     PIC X(10) VALUE SPACES.
4.79 261015        01  GLP-AMOUNT        PIC S9(11)V99 VALUE 0.
4.80 261015        01  GLP-SOURCE        PIC X(10) VALUE 'INVCLOSE  '.
4.81 261015        01  GLP-STATUS        PIC X VALUE '0'.
4.82 261015           88 GLP-SUSPENSE          VALUE '1'.
4.83 261015           88 GLP-IO-ERROR          VALUE '2'.
4.84 261015        01  WS-REVL-DETAIL.
4.85 261015           03  RPT-R-CATG        PIC X(16).
4.86 261015           03  FILLER            PIC X(2) VALUE SPACES.
4.87 261015           03  RPT-R-BOOK        PIC Z(10)9.99.
4.88 261015           03  FILLER            PIC X(2) VALUE SPACES.
4.89 261015           03  RPT-R-GL          PIC Z(10)9.99-.
4.90 261015           03  FILLER            PIC X(2) VALUE SPACES.
4.91 261015           03  RPT-R-REVL        PIC Z(10)9.99-.
4.92 261015           03  FILLER            PIC X(2) VALUE SPACES.
4.93 261015           03  RPT-R-NOTE        PIC X(9).
2.37 260901        LINKAGE SECTION.
2.38 260901        01 CLS-PERIOD        PIC 9(6).
2.39 260901        01 CLS-STATUS        PIC X.
2.82 260901                   REWRITE PERIODCTL-REC
2.83 260901            END-WRITE.
2.84 260901            PERFORM 400-BALANCE-FORWARD THRU 400-EXIT.
4.94 261015            PERFORM 700-GL-TRUE-UP THRU 700-EXIT.
2.85 260901            PERFORM 600-ARCHIVE-JOURNAL THRU 600-EXIT.
2.86 260901            MOVE SPACES TO RPT-LINE.
2.87 260901            WRITE RPT-LINE.
2.94 260901                   WS-UNPOSTED-CNT DELIMITED SIZE
2.95 260901                   INTO RPT-LINE.
2.96 260901            WRITE RPT-LINE.
4.95 261015            MOVE SPACES TO RPT-LINE.
4.96 261015            STRING 'GL REVALUATIONS ' DELIMITED SIZE
4.97 261015                   WS-REVL-CNT DELIMITED SIZE
4.98 261015                   ' NET ' DELIMITED SIZE
4.99 261015                   WS-REVL-TOTAL DELIMITED SIZE
5.00 261015                   INTO RPT-LINE.
5.01 261015            WRITE RPT-LINE.
2.97 260901        900-CLOSE.
2.98 260901            CLOSE PERIODCTL.
2.99 260901            CLOSE INVJRNL.
3.21 260901                      MOVE IM-ITEM-NUM    TO BF-ITEM-NUM
3.22 260901                      MOVE SPACES         TO BF-WHSE
3.23 260901                      MOVE IM-QTY-ON-HAND TO BF-QTY
5.02 261015                      COMPUTE BF-VALUE = IM-QTY-ON-HAND * IM-UNIT-COST
5.03 261015                      MOVE IM-CATEGORY    TO WS-TALLY-CATG
5.04 261015                      MOVE BF-VALUE       TO WS-TALLY-BOOK
5.05 261015                      MOVE 0              TO WS-TALLY-GL
5.06 261015                      PERFORM 720-TALLY-CATG THRU 720-EXIT
3.24 260901                      WRITE INVBALF-REC
3.25 260901                          INVALID KEY
3.26 260901                             REWRITE INVBALF-REC
3.43 260901                      MOVE WH-ITEM-NUM    TO BF-ITEM-NUM
3.44 260901                      MOVE WH-WHSE        TO BF-WHSE
3.45 260901                      MOVE WH-QTY-ON-HAND TO BF-QTY
5.07 261015                      MOVE WH-ITEM-NUM    TO IM-ITEM-NUM
5.08 261015                      READ ITEMMSTR
5.09 261015                          INVALID KEY
5.10 261015                             MOVE 0 TO IM-UNIT-COST
5.11 261015                      END-READ
5.12 261015                      COMPUTE BF-VALUE = WH-QTY-ON-HAND * IM-UNIT-COST
3.46 260901                      WRITE INVBALF-REC
3.47 260901                          INVALID KEY
3.48 260901                             REWRITE INVBALF-REC
3.91 260901            MOVE IJ-OPERATOR-ID TO IJA-OPERATOR-ID.
3.92 260901            MOVE IJ-TIMESTAMP   TO IJA-TIMESTAMP.
3.93 260901            MOVE IJ-APPLIED     TO IJA-APPLIED.
4.12 261015            MOVE IJ-LOT-NUM     TO IJA-LOT-NUM.
4.13 261015            MOVE IJ-EXPIRY-DATE TO IJA-EXPIRY-DATE.
4.19 261015            MOVE IJ-REASON      TO IJA-REASON.
3.94 260901            MOVE WS-TODAY       TO IJA-ARCH-DATE.
3.95 260901            WRITE INVJRNLA-REC
3.96 260901                INVALID KEY
4.01 260901            ADD 1 TO WS-ARCHIVED-CNT.
4.02 260901        610-EXIT.
4.03 260901            EXIT.
5.13 261015        700-GL-TRUE-UP.
5.14 261015       * the ledger's inventory accounts are trued up, category by
5.15 261015       * category, to the balance-forward value just cut: anything the
5.16 261015       * movement postings did not carry - moving-average rounding, a
5.17 261015       * cost reload, a landed-cost or currency revaluation, a
5.18 261015       * category remap - is booked as one REVL entry dated the last
5.19 261015       * day of the period, so GLRECON ties the ledger to the
5.20 261015       * valuation. A rerun finds nothing left to book
5.22 261015            COMPUTE WS-NEXT-MONTH = CLS-PERIOD * 100 + 1.
5.23 261015            IF WS-NEXT-MM = 12
5.24 261015               ADD 1 TO WS-NEXT-YYYY
5.25 261015               MOVE 1 TO WS-NEXT-MM
5.26 261015            ELSE
5.27 261015               ADD 1 TO WS-NEXT-MM
5.28 261015            END-IF.
5.29 261015            COMPUTE WS-PER-END = FUNCTION DATE-OF-INTEGER
5.30 261015                (FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH) - 1).
5.31 261015            MOVE 'N' TO WS-GLE-END.
5.32 261015            OPEN INPUT GLENTRY.
5.33 261015            MOVE LOW-VALUES TO GE-KEY.
5.34 261015            START GLENTRY
5.35 261015                KEY NOT LESS GE-KEY
5.36 261015                INVALID KEY
5.37 261015                   SET GLE-END TO TRUE.
5.38 261015            PERFORM UNTIL GLE-END
5.39 261015               READ GLENTRY NEXT
5.40 261015                   AT END
5.41 261015                      SET GLE-END TO TRUE
5.42 261015                   NOT AT END
5.43 261015                      COMPUTE WS-GL-PERIOD = GE-POST-DATE / 100
5.44 261015                      IF GE-INV-LINE = 'Y' AND
5.45 261015                         WS-GL-PERIOD NOT > CLS-PERIOD
5.46 261015                         MOVE GE-CATEGORY TO WS-TALLY-CATG
5.47 261015                         MOVE 0           TO WS-TALLY-BOOK
5.48 261015                         IF GE-DR-CR = 'D'
5.49 261015                            MOVE GE-AMOUNT TO WS-TALLY-GL
5.50 261015                         ELSE
5.51 261015                            COMPUTE WS-TALLY-GL = 0 - GE-AMOUNT
5.52 261015                         END-IF
5.53 261015                         PERFORM 720-TALLY-CATG THRU 720-EXIT
5.54 261015                      END-IF
5.55 261015               END-READ
5.56 261015            END-PERFORM.
5.57 261015            CLOSE GLENTRY.
5.58 261015            MOVE SPACES TO RPT-LINE.
5.59 261015            WRITE RPT-LINE.
5.60 261015            MOVE 'GL INVENTORY TRUE-UP - BALANCE CUT, LEDGER, REVALUED'
6.15 261015                TO RPT-LINE.
5.61 261015            WRITE RPT-LINE.
5.62 261015            MOVE SPACES TO GLP-REFERENCE.
5.63 261015            STRING 'CLS' DELIMITED SIZE
5.64 261015                   CLS-PERIOD DELIMITED SIZE
5.65 261015                   INTO GLP-REFERENCE.
5.66 261015            PERFORM VARYING I-CATG FROM 1 BY 1
5.67 261015                    UNTIL I-CATG > WS-CATG-CNT
5.68 261015               COMPUTE GLP-AMOUNT = WS-CATG-BOOK(I-CATG)
5.69 261015                   - WS-CATG-GL(I-CATG)
5.70 261015               MOVE WS-CATG-NAME(I-CATG) TO RPT-R-CATG
5.71 261015               MOVE WS-CATG-BOOK(I-CATG) TO RPT-R-BOOK
5.72 261015               MOVE WS-CATG-GL(I-CATG)   TO RPT-R-GL
5.73 261015               MOVE GLP-AMOUNT           TO RPT-R-REVL
5.74 261015               MOVE SPACES               TO RPT-R-NOTE
5.75 261015               IF GLP-AMOUNT NOT = 0
5.76 261015                  CALL 'GLPOST' USING GLP-EVENT WS-CATG-NAME(I-CATG)
5.77 261015                      GLP-ITEM-NUM GLP-REFERENCE GLP-AMOUNT WS-PER-END
5.78 261015                      GLP-SOURCE GLP-STATUS
5.79 261015                  EVALUATE TRUE
5.80 261015                     WHEN GLP-IO-ERROR
5.81 261015                        MOVE 'FAILED' TO RPT-R-NOTE
5.82 261015                     WHEN GLP-SUSPENSE
5.83 261015                        MOVE 'SUSPENSE' TO RPT-R-NOTE
5.84 261015                        ADD 1 TO WS-REVL-CNT
5.85 261015                        ADD GLP-AMOUNT TO WS-REVL-TOTAL
5.86 261015                     WHEN OTHER
5.87 261015                        ADD 1 TO WS-REVL-CNT
5.88 261015                        ADD GLP-AMOUNT TO WS-REVL-TOTAL
5.89 261015                  END-EVALUATE
5.90 261015               END-IF
5.91 261015               MOVE WS-REVL-DETAIL TO RPT-LINE
5.92 261015               WRITE RPT-LINE
5.93 261015            END-PERFORM.
5.94 261015        700-EXIT.
5.95 261015            EXIT.
5.96 261015        720-TALLY-CATG.
5.97 261015            MOVE 'N' TO WS-CATG-FOUND.
5.98 261015            PERFORM VARYING I-CATG FROM 1 BY 1
5.99 261015                    UNTIL I-CATG > WS-CATG-CNT
6.00 261015               IF WS-CATG-NAME(I-CATG) = WS-TALLY-CATG
6.01 261015                  ADD WS-TALLY-BOOK TO WS-CATG-BOOK(I-CATG)
6.02 261015                  ADD WS-TALLY-GL   TO WS-CATG-GL(I-CATG)
6.03 261015                  SET CATG-FOUND TO TRUE
6.04 261015                  COMPUTE I-CATG = WS-CATG-CNT + 1
6.05 261015               END-IF
6.06 261015            END-PERFORM.
6.07 261015            IF NOT CATG-FOUND AND WS-CATG-CNT < 50
6.08 261015               ADD 1 TO WS-CATG-CNT
6.09 261015               MOVE WS-TALLY-CATG TO WS-CATG-NAME(WS-CATG-CNT)
6.10 261015               MOVE WS-TALLY-BOOK TO WS-CATG-BOOK(WS-CATG-CNT)
6.11 261015               MOVE WS-TALLY-GL   TO WS-CATG-GL(WS-CATG-CNT)
6.12 261015            END-IF.
6.13 261015        720-EXIT.
6.14 261015            EXIT.
4.04 260901        HALT.
