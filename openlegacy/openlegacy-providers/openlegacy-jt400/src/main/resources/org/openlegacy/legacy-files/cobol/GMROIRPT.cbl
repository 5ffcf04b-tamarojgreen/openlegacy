1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. GMROIRPT.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT RUNREG ASSIGN TO DATABASE-ESRUNREG
1.06 261015                ORGANIZATION IS LINE SEQUENTIAL
1.07 261015                FILE STATUS IS WS-RR-STATUS.
1.08 261015            SELECT ORDDTL ASSIGN TO DATABASE-ORDDTL
1.09 261015                ORGANIZATION IS INDEXED
1.10 261015                ACCESS MODE IS DYNAMIC
1.11 261015                RECORD KEY IS OD-KEY
1.12 261015                FILE STATUS IS WS-DTL-STATUS.
1.13 261015            SELECT ORDDHIST ASSIGN TO DATABASE-ORDDHIST
1.14 261015                ORGANIZATION IS INDEXED
1.15 261015                ACCESS MODE IS DYNAMIC
1.16 261015                RECORD KEY IS HD-KEY
1.17 261015                FILE STATUS IS WS-HDS-STATUS.
1.18 261015            SELECT INVBALF ASSIGN TO DATABASE-INVBALF
1.19 261015                ORGANIZATION IS INDEXED
1.20 261015                ACCESS MODE IS DYNAMIC
1.21 261015                RECORD KEY IS BF-KEY
1.22 261015                FILE STATUS IS WS-BAL-STATUS.
1.23 261015            SELECT ITEMMSTR ASSIGN TO DATABASE-ITEMMSTR
1.24 261015                ORGANIZATION IS INDEXED
1.25 261015                ACCESS MODE IS DYNAMIC
1.26 261015                RECORD KEY IS IM-ITEM-NUM
1.27 261015                FILE STATUS IS WS-FILE-STATUS.
1.28 261015       * work file, rebuilt every run - the categories in return order
1.29 261015            SELECT GMRRANK ASSIGN TO DATABASE-GMRRANK
1.30 261015                ORGANIZATION IS INDEXED
1.31 261015                ACCESS MODE IS DYNAMIC
1.32 261015                RECORD KEY IS GR-KEY
1.33 261015                FILE STATUS IS WS-RNK-STATUS.
1.34 261015            SELECT GMRRPTF ASSIGN TO PRINTER-GMROIRPT
1.35 261015                ORGANIZATION IS LINE SEQUENTIAL
1.36 261015                FILE STATUS IS WS-RPT-STATUS.
1.37 261015        DATA DIVISION.
1.38 261015        FILE SECTION.
1.39 261015        FD  RUNREG
1.40 261015                LABEL RECORD IS STANDARD.
1.41 261015        01  RR-REC.
1.42 261015           03 RR-JOB           PIC X(10).
1.43 261015           03 RR-RUNID         PIC X(14).
1.44 261015           03 RR-TYPE          PIC X.
1.45 261015           03 RR-DATE          PIC 9(8).
1.46 261015           03 RR-TIME          PIC 9(8).
1.47 261015           03 RR-READ          PIC 9(7).
1.48 261015           03 RR-WRITTEN       PIC 9(7).
1.49 261015           03 RR-STATUS        PIC X(2).
1.50 261015        FD  ORDDTL
1.51 261015                LABEL RECORD IS STANDARD.
1.52 261015        01  ORDDTL-REC.
1.53 261015           03  OD-KEY.
1.54 261015              05  OD-ORDER-NUM   PIC 9(8).
1.55 261015              05  OD-LINE        PIC 9(3).
1.56 261015           03  OD-ITEM-NUM       PIC 9(8).
1.57 261015           03  OD-QTY            PIC 9(5).
1.58 261015           03  OD-EXT-PRICE      PIC 9(7)V99.
1.59 261015       * line lifecycle - see ORDENTRY
1.60 261015           03  OD-STATUS         PIC X.
1.61 261015           03  OD-PRICE-SRC      PIC X.
1.62 261015           03  OD-WHSE           PIC X(3).
1.63 261015           03  OD-REQ-DATE       PIC 9(8).
1.64 261015           03  OD-PROM-DATE      PIC 9(8).
1.65 261015           03  OD-SHIP-DATE      PIC 9(8).
1.66 261015       * kit component link - see ORDENTRY
1.67 261015           03  OD-KIT-LINE       PIC 9(3).
1.68 261015           03  OD-ORIG-ITEM      PIC 9(8).
1.69 261015           03  OD-LOT-NUM        PIC X(12).
1.70 261015       * cost at shipment - see SHIPCONF
1.71 261015           03  OD-UNIT-COST      PIC 9(5)V99.
1.72 261015           03  OD-EXT-COST       PIC 9(7)V99.
1.73 261015        FD  ORDDHIST
1.74 261015                LABEL RECORD IS STANDARD.
1.75 261015       * archived order lines, ORDDTL layout - see ORDARCH
1.76 261015        01  ORDDHIST-REC.
1.77 261015           03  HD-KEY.
1.78 261015              05  HD-ORDER-NUM   PIC 9(8).
1.79 261015              05  HD-LINE        PIC 9(3).
1.80 261015           03  HD-ITEM-NUM       PIC 9(8).
1.81 261015           03  HD-QTY            PIC 9(5).
1.82 261015           03  HD-EXT-PRICE      PIC 9(7)V99.
1.83 261015           03  HD-STATUS         PIC X.
1.84 261015           03  HD-PRICE-SRC      PIC X.
1.85 261015           03  HD-WHSE           PIC X(3).
1.86 261015           03  HD-REQ-DATE       PIC 9(8).
1.87 261015           03  HD-PROM-DATE      PIC 9(8).
1.88 261015           03  HD-SHIP-DATE      PIC 9(8).
1.89 261015           03  HD-KIT-LINE       PIC 9(3).
1.90 261015           03  HD-ORIG-ITEM      PIC 9(8).
1.91 261015           03  HD-LOT-NUM        PIC X(12).
1.92 261015           03  HD-UNIT-COST      PIC 9(5)V99.
1.93 261015           03  HD-EXT-COST       PIC 9(7)V99.
1.94 261015        FD  INVBALF
1.95 261015                LABEL RECORD IS STANDARD.
1.96 261015       * balance-forward records cut at close - see INVCLOSE
1.97 261015        01  INVBALF-REC.
1.98 261015           03  BF-KEY.
1.99 261015              05  BF-PERIOD      PIC 9(6).
2.00 261015              05  BF-ITEM-NUM    PIC 9(8).
2.01 261015              05  BF-WHSE        PIC X(3).
2.02 261015           03  BF-QTY            PIC 9(7).
2.03 261015           03  BF-VALUE          PIC 9(11)V99.
2.04 261015        FD  ITEMMSTR
2.05 261015                LABEL RECORD IS STANDARD.
2.06 261015        01  ITEMMSTR-REC.
2.07 261015           03  IM-ITEM-NUM       PIC 9(8).
2.08 261015           03  IM-ITEM-NAME      PIC X(16).
2.09 261015           03  IM-DESCRIPTION    PIC X(28).
2.10 261015           03  IM-WEIGHT         PIC 9(4).
2.11 261015           03  IM-SHIP-METHOD    PIC X(10).
2.12 261015           03  IM-SHIP-DAYS      PIC 9(4).
2.13 261015           03  IM-UNIT-PRICE     PIC 9(5)V99.
2.14 261015           03  IM-QTY-ON-HAND    PIC 9(5).
2.15 261015           03  IM-REORDER-POINT  PIC 9(5).
2.16 261015           03  IM-CATEGORY       PIC X(16).
2.17 261015           03  IM-DESCRIPTION-LONG       PIC X(80).
2.18 261015           03  IM-STATUS         PIC X.
2.19 261015           03  IM-LAST-CHANGED   PIC X(21).
2.20 261015           03  IM-UNIT-COST      PIC 9(5)V99.
2.21 261015           03  IM-LOT-CTRL       PIC X.
2.22 261015           03  IM-ABC-CLASS      PIC X.
2.23 261015           03  IM-LAST-COUNT     PIC 9(8).
2.24 261015        FD  GMRRANK
2.25 261015                LABEL RECORD IS STANDARD.
2.26 261015       * GR-GMROI-DESC is the return taken from 50000, so the file
2.27 261015       * reads back best return first; a category with no stock
2.28 261015       * behind it sorts last
2.29 261015        01  GMRRANK-REC.
2.30 261015           03  GR-KEY.
2.31 261015              05  GR-GMROI-DESC  PIC 9(5)V99.
2.32 261015              05  GR-CATG-IX     PIC 9(2).
2.33 261015        FD  GMRRPTF
2.34 261015                LABEL RECORD IS STANDARD.
2.35 261015        01  RPT-LINE          PIC X(80).
2.36 261015        WORKING-STORAGE SECTION.
2.37 261015        01  WS-RR-STATUS      PIC XX.
2.38 261015        01  WS-RR-RUNID       PIC X(14) VALUE SPACES.
2.39 261015        01  WS-RR-DATE        PIC 9(8) VALUE 0.
2.40 261015        01  WS-RR-TIME        PIC 9(8) VALUE 0.
2.41 261015        01  WS-RR-READ        PIC 9(7) VALUE 0.
2.42 261015        01  WS-RR-WRITTEN     PIC 9(7) VALUE 0.
2.43 261015        01  WS-DTL-STATUS     PIC XX.
2.44 261015        01  WS-HDS-STATUS     PIC XX.
2.45 261015        01  WS-BAL-STATUS     PIC XX.
2.46 261015        01  WS-FILE-STATUS    PIC XX.
2.47 261015        01  WS-RNK-STATUS     PIC XX.
2.48 261015        01  WS-RPT-STATUS     PIC XX.
2.49 261015        01  WS-DTL-END        PIC X VALUE 'N'.
2.50 261015           88 DTL-END               VALUE 'Y'.
2.51 261015        01  WS-BAL-END        PIC X VALUE 'N'.
2.52 261015           88 BAL-END               VALUE 'Y'.
2.53 261015        01  WS-RNK-END        PIC X VALUE 'N'.
2.54 261015           88 RNK-END               VALUE 'Y'.
2.55 261015       * the quarter reported, YYYYQ, and the four quarters of the
2.56 261015       * trend as a running quarter number (year times 4 plus the
2.57 261015       * quarter less 1) - index 1 is the quarter reported
2.58 261015        01  WS-QUARTER        PIC 9(5) VALUE 0.
2.59 261015        01  WS-QUARTER-R REDEFINES WS-QUARTER.
2.60 261015           03  WS-QUARTER-YYYY   PIC 9(4).
2.61 261015           03  WS-QUARTER-Q      PIC 9.
2.62 261015        01  WS-TGT-QNUM       PIC 9(6) VALUE 0.
2.63 261015        01  WS-QNUM           PIC 9(6) VALUE 0.
2.64 261015        01  WS-QIX            PIC S9(3) VALUE 0.
2.65 261015        01  WS-YYYY           PIC 9(4) VALUE 0.
2.66 261015        01  WS-MM             PIC 9(2) VALUE 0.
2.67 261015        01  WS-START-PERIOD   PIC 9(6) VALUE 0.
2.68 261015        01  WS-END-PERIOD     PIC 9(6) VALUE 0.
2.69 261015        01  WS-LAST-PERIOD    PIC 9(6) VALUE 0.
2.70 261015        01  WS-FLOOR          PIC 9(3)V99 VALUE 0.
2.71 261015        01  WS-MARGIN         PIC S9(7)V99 VALUE 0.
2.72 261015        01  WS-CATG-NAME-IN   PIC X(16) VALUE SPACES.
2.73 261015        01  WS-AVG-INV        PIC 9(11)V99 VALUE 0.
2.74 261015        01  WS-GMROI          PIC S9(5)V99 VALUE 0.
2.75 261015        01  WS-RANK           PIC 9(3) VALUE 0.
2.76 261015        01  WS-BELOW-CNT      PIC 9(3) VALUE 0.
2.77 261015        01  WS-NOCOST-CNT     PIC 9(7) VALUE 0.
2.78 261015        01  WS-QTR-TBL.
2.79 261015           03  WS-QTR-O OCCURS 4.
2.80 261015              05  WS-QTR-LABEL       PIC X(6).
2.81 261015       * month-end balances found for the quarter - the divisor
2.82 261015              05  WS-QTR-MONTHS      PIC 9.
2.83 261015        01  I-QTR             PIC 9 VALUE 0.
2.84 261015       * margin and summed month-end stock at cost by category and
2.85 261015       * quarter
2.86 261015        01  WS-CATG-TBL.
2.87 261015           03  WS-CATG-O OCCURS 50.
2.88 261015              05  WS-CATG-NAME       PIC X(16).
2.89 261015              05  WS-CQ-O OCCURS 4.
2.90 261015                 07  WS-CQ-MARGIN       PIC S9(11)V99.
2.91 261015                 07  WS-CQ-INV          PIC 9(13)V99.
2.92 261015                 07  WS-CQ-GMROI        PIC S9(5)V99.
2.93 261015                 07  WS-CQ-HAS-INV      PIC X.
2.94 261015        01  WS-CATG-CNT       PIC 9(2) VALUE 0.
2.95 261015        01  I-CATG            PIC 9(2) VALUE 0.
2.96 261015        01  WS-CATG-FOUND     PIC X VALUE 'N'.
2.97 261015           88 CATG-FOUND            VALUE 'Y'.
2.98 261015        01  WS-CATG-AT        PIC 9(2) VALUE 0.
2.99 261015        01  WS-RPT-HEAD.
3.00 261015           03  FILLER            PIC X(21) VALUE 'RANK CATEGORY'.
3.01 261015           03  FILLER            PIC X(11) VALUE '     MARGIN'.
3.02 261015           03  FILLER            PIC X(9)  VALUE '  AVG INV'.
3.03 261015           03  HEAD-QTR OCCURS 4 PIC X(8).
3.04 261015           03  FILLER            PIC X(6)  VALUE ' FLAG'.
3.05 261015        01  WS-RPT-DETAIL.
3.06 261015           03  RPT-RANK          PIC ZZ9.
3.07 261015           03  FILLER            PIC X(1) VALUE SPACES.
3.08 261015           03  RPT-CATG          PIC X(16).
3.09 261015           03  FILLER            PIC X(1) VALUE SPACES.
3.10 261015           03  RPT-MARGIN        PIC Z(8)9-.
3.11 261015           03  FILLER            PIC X(1) VALUE SPACES.
3.12 261015           03  RPT-AVG-INV       PIC Z(8)9.
3.13 261015           03  RPT-QTR OCCURS 4.
3.14 261015              05  FILLER            PIC X(1).
3.15 261015              05  RPT-GMROI         PIC X(7).
3.16 261015           03  FILLER            PIC X(1) VALUE SPACES.
3.17 261015           03  RPT-FLAG          PIC X(5).
3.18 261015        01  WS-GMROI-ED       PIC -(3)9.99.
3.19 261015        01  WS-FLOOR-ED       PIC ZZ9.99.
3.20 261015       * every report line is also registered in the ESRPTWRT
3.21 261015       * repository, so a purged spool no longer loses the report
3.22 261015        01  RW-PARAM.
3.23 261015           03  RW-JOB        PIC X(10) VALUE 'GMROIRPT  '.
3.24 261015           03  RW-FUNC       PIC X     VALUE SPACE.
3.25 261015           03  RW-LINE       PIC X(132) VALUE SPACES.
3.26 261015        LINKAGE SECTION.
3.27 261015       * the quarter to report, YYYYQ - 0 = the quarter just ended
3.28 261015        01 GMR-QUARTER       PIC 9(5).
3.29 261015       * the return below which a category is flagged - 0 = 1.00
3.30 261015        01 GMR-FLOOR         PIC 9(3)V99.
3.31 261015        PROCEDURE DIVISION USING GMR-QUARTER GMR-FLOOR.
3.32 261015        BEGIN.
3.33 261015       * quarterly gross margin return on inventory by category: the
3.34 261015       * margin on order lines shipped in the quarter (price less the
3.35 261015       * cost SHIPCONF stamped, kit components left out, live and
3.36 261015       * archived)
3.37 261015       * over the average stock at cost - the month-end BF-VALUE of
3.38 261015       * the balance-forward rows INVCLOSE cut for the quarter's
3.39 261015       * months, averaged over the months closed. The return is
3.40 261015       * annualized (margin times four) so quarters compare with the
3.41 261015       * yearly figure merchandising works to. Categories are ranked
3.42 261015       * on the quarter reported, with the three quarters before it
3.43 261015       * alongside for the trend; one under the floor is flagged
3.44 261015            PERFORM 950-REGISTER-START.
3.45 261015            MOVE GMR-FLOOR TO WS-FLOOR.
3.46 261015            IF WS-FLOOR = 0
3.47 261015               MOVE 1.00 TO WS-FLOOR.
3.48 261015            MOVE WS-FLOOR TO WS-FLOOR-ED.
3.49 261015            MOVE GMR-QUARTER TO WS-QUARTER.
3.50 261015            IF WS-QUARTER = 0
3.51 261015               COMPUTE WS-YYYY = WS-RR-DATE / 10000
3.52 261015               COMPUTE WS-MM = (WS-RR-DATE / 100) - (WS-YYYY * 100)
3.53 261015               COMPUTE WS-TGT-QNUM = WS-YYYY * 4 + (WS-MM - 1) / 3 - 1
3.54 261015            ELSE
3.55 261015               COMPUTE WS-TGT-QNUM = WS-QUARTER-YYYY * 4
3.56 261015                   + WS-QUARTER-Q - 1
3.57 261015            END-IF.
3.58 261015            COMPUTE WS-QUARTER-YYYY = WS-TGT-QNUM / 4.
3.59 261015            COMPUTE WS-QUARTER-Q = WS-TGT-QNUM - WS-QUARTER-YYYY * 4 + 1.
3.60 261015            PERFORM 100-QUARTERS THRU 100-EXIT.
3.61 261015            OPEN INPUT ORDDTL.
3.62 261015            OPEN INPUT ORDDHIST.
3.63 261015            OPEN INPUT INVBALF.
3.64 261015            OPEN INPUT ITEMMSTR.
3.65 261015            OPEN OUTPUT GMRRANK.
3.66 261015            CLOSE GMRRANK.
3.67 261015            OPEN I-O GMRRANK.
3.68 261015            OPEN OUTPUT GMRRPTF.
3.69 261015            MOVE 'O' TO RW-FUNC.
3.70 261015            CALL 'ESRPTWRT' USING RW-PARAM.
3.71 261015            MOVE SPACES TO RPT-LINE.
3.72 261015            STRING 'GMROI BY CATEGORY FOR ' DELIMITED SIZE
3.73 261015                   WS-QTR-LABEL(1) DELIMITED SIZE
3.74 261015                   ' - ANNUALIZED, FLOOR ' DELIMITED SIZE
3.75 261015                   WS-FLOOR-ED DELIMITED SIZE
3.76 261015                   INTO RPT-LINE.
3.77 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
3.78 261015            PERFORM 200-LIVE-LINES THRU 200-EXIT.
3.79 261015            PERFORM 250-HIST-LINES THRU 250-EXIT.
3.80 261015            PERFORM 300-STOCK THRU 300-EXIT.
3.81 261015            PERFORM 400-RANK THRU 400-EXIT.
3.82 261015            PERFORM 500-REPORT THRU 500-EXIT.
3.83 261015            PERFORM 900-CONTROL-BLOCK THRU 900-EXIT.
3.84 261015            CLOSE ORDDTL.
3.85 261015            CLOSE ORDDHIST.
3.86 261015            CLOSE INVBALF.
3.87 261015            CLOSE ITEMMSTR.
3.88 261015            CLOSE GMRRANK.
3.89 261015            MOVE 'C' TO RW-FUNC.
3.90 261015            CALL 'ESRPTWRT' USING RW-PARAM.
3.91 261015            PERFORM 960-REGISTER-END.
3.92 261015            CLOSE GMRRPTF.
3.93 261015            STOP RUN.
3.94 261015        100-QUARTERS.
3.95 261015       * the labels of the four quarters, newest first, and the span
3.96 261015       * of closed periods they cover
3.97 261015            PERFORM VARYING I-QTR FROM 1 BY 1 UNTIL I-QTR > 4
3.98 261015               COMPUTE WS-QNUM = WS-TGT-QNUM - I-QTR + 1
3.99 261015               COMPUTE WS-YYYY = WS-QNUM / 4
4.00 261015               COMPUTE WS-MM = WS-QNUM - WS-YYYY * 4 + 1
4.01 261015               MOVE SPACES TO WS-QTR-LABEL(I-QTR)
4.02 261015               STRING WS-YYYY DELIMITED SIZE
4.03 261015                      'Q' DELIMITED SIZE
4.04 261015                      WS-MM(2:1) DELIMITED SIZE
4.05 261015                      INTO WS-QTR-LABEL(I-QTR)
4.06 261015               MOVE 0 TO WS-QTR-MONTHS(I-QTR)
4.07 261015               MOVE SPACES TO HEAD-QTR(I-QTR)
4.08 261015               STRING '  ' DELIMITED SIZE
4.09 261015                      WS-QTR-LABEL(I-QTR) DELIMITED SIZE
4.10 261015                      INTO HEAD-QTR(I-QTR)
4.11 261015            END-PERFORM.
4.12 261015            COMPUTE WS-QNUM = WS-TGT-QNUM - 3.
4.13 261015            COMPUTE WS-YYYY = WS-QNUM / 4.
4.14 261015            COMPUTE WS-START-PERIOD = WS-YYYY * 100
4.15 261015                + (WS-QNUM - WS-YYYY * 4) * 3 + 1.
4.16 261015            COMPUTE WS-YYYY = WS-TGT-QNUM / 4.
4.17 261015            COMPUTE WS-END-PERIOD = WS-YYYY * 100
4.18 261015                + (WS-TGT-QNUM - WS-YYYY * 4) * 3 + 3.
4.19 261015        100-EXIT.
4.20 261015            EXIT.
4.21 261015        150-PUT-LINE.
4.22 261015            MOVE RPT-LINE TO RW-LINE.
4.23 261015            WRITE RPT-LINE.
4.24 261015            MOVE 'L' TO RW-FUNC.
4.25 261015            CALL 'ESRPTWRT' USING RW-PARAM.
4.26 261015        150-EXIT.
4.27 261015            EXIT.
4.28 261015        200-LIVE-LINES.
4.29 261015            MOVE 'N' TO WS-DTL-END.
4.30 261015            MOVE LOW-VALUES TO OD-KEY.
4.31 261015            START ORDDTL
4.32 261015                KEY NOT LESS OD-KEY
4.33 261015                INVALID KEY
4.34 261015                   SET DTL-END TO TRUE.
4.35 261015            PERFORM UNTIL DTL-END
4.36 261015               READ ORDDTL NEXT
4.37 261015                   AT END
4.38 261015                      SET DTL-END TO TRUE
4.39 261015                   NOT AT END
4.40 261015                      ADD 1 TO WS-RR-READ
4.41 261015                      IF (OD-STATUS = 'S' OR OD-STATUS = 'I') AND
4.42 261015                         OD-KIT-LINE = 0 AND OD-SHIP-DATE > 0
4.43 261015                         COMPUTE WS-YYYY = OD-SHIP-DATE / 10000
4.44 261015                         COMPUTE WS-MM = (OD-SHIP-DATE / 100)
4.45 261015                             - (WS-YYYY * 100)
4.46 261015                         COMPUTE WS-QIX = WS-TGT-QNUM
4.47 261015                             - (WS-YYYY * 4 + (WS-MM - 1) / 3) + 1
4.48 261015                         IF WS-QIX > 0 AND WS-QIX < 5
4.49 261015                            IF OD-EXT-COST = 0
4.50 261015                               ADD 1 TO WS-NOCOST-CNT
4.51 261015                            ELSE
4.52 261015                               COMPUTE WS-MARGIN = OD-EXT-PRICE
4.53 261015                                   - OD-EXT-COST
4.54 261015                               MOVE OD-ITEM-NUM TO IM-ITEM-NUM
4.55 261015                               PERFORM 350-ADD-MARGIN THRU 350-EXIT
4.56 261015                            END-IF
4.57 261015                         END-IF
4.58 261015                      END-IF
4.59 261015               END-READ
4.60 261015            END-PERFORM.
4.61 261015        200-EXIT.
4.62 261015            EXIT.
4.63 261015        250-HIST-LINES.
4.64 261015       * orders ORDARCH has moved to history since they shipped
4.65 261015            MOVE 'N' TO WS-DTL-END.
4.66 261015            MOVE LOW-VALUES TO HD-KEY.
4.67 261015            START ORDDHIST
4.68 261015                KEY NOT LESS HD-KEY
4.69 261015                INVALID KEY
4.70 261015                   SET DTL-END TO TRUE.
4.71 261015            PERFORM UNTIL DTL-END
4.72 261015               READ ORDDHIST NEXT
4.73 261015                   AT END
4.74 261015                      SET DTL-END TO TRUE
4.75 261015                   NOT AT END
4.76 261015                      ADD 1 TO WS-RR-READ
4.77 261015                      IF (HD-STATUS = 'S' OR HD-STATUS = 'I') AND
4.78 261015                         HD-KIT-LINE = 0 AND HD-SHIP-DATE > 0
4.79 261015                         COMPUTE WS-YYYY = HD-SHIP-DATE / 10000
4.80 261015                         COMPUTE WS-MM = (HD-SHIP-DATE / 100)
4.81 261015                             - (WS-YYYY * 100)
4.82 261015                         COMPUTE WS-QIX = WS-TGT-QNUM
4.83 261015                             - (WS-YYYY * 4 + (WS-MM - 1) / 3) + 1
4.84 261015                         IF WS-QIX > 0 AND WS-QIX < 5
4.85 261015                            IF HD-EXT-COST = 0
4.86 261015                               ADD 1 TO WS-NOCOST-CNT
4.87 261015                            ELSE
4.88 261015                               COMPUTE WS-MARGIN = HD-EXT-PRICE
4.89 261015                                   - HD-EXT-COST
4.90 261015                               MOVE HD-ITEM-NUM TO IM-ITEM-NUM
4.91 261015                               PERFORM 350-ADD-MARGIN THRU 350-EXIT
4.92 261015                            END-IF
4.93 261015                         END-IF
4.94 261015                      END-IF
4.95 261015               END-READ
4.96 261015            END-PERFORM.
4.97 261015        250-EXIT.
4.98 261015            EXIT.
4.99 261015        300-STOCK.
5.00 261015       * the company rows (warehouse spaces) of every period closed in
5.01 261015       * the four quarters
5.02 261015            MOVE 'N' TO WS-BAL-END.
5.03 261015            MOVE 0 TO WS-LAST-PERIOD.
5.04 261015            MOVE WS-START-PERIOD TO BF-PERIOD.
5.05 261015            MOVE 0               TO BF-ITEM-NUM.
5.06 261015            MOVE SPACES          TO BF-WHSE.
5.07 261015            START INVBALF
5.08 261015                KEY NOT LESS BF-KEY
5.09 261015                INVALID KEY
5.10 261015                   SET BAL-END TO TRUE.
5.11 261015            PERFORM UNTIL BAL-END
5.12 261015               READ INVBALF NEXT
5.13 261015                   AT END
5.14 261015                      SET BAL-END TO TRUE
5.15 261015                   NOT AT END
5.16 261015                      IF BF-PERIOD > WS-END-PERIOD
5.17 261015                         SET BAL-END TO TRUE
5.18 261015                      ELSE
5.19 261015                         IF BF-WHSE = SPACES
5.20 261015                            ADD 1 TO WS-RR-READ
5.21 261015                            COMPUTE WS-YYYY = BF-PERIOD / 100
5.22 261015                            COMPUTE WS-MM = BF-PERIOD - WS-YYYY * 100
5.23 261015                            COMPUTE WS-QIX = WS-TGT-QNUM
5.24 261015                                - (WS-YYYY * 4 + (WS-MM - 1) / 3) + 1
5.25 261015                            IF BF-PERIOD NOT = WS-LAST-PERIOD
5.26 261015                               MOVE BF-PERIOD TO WS-LAST-PERIOD
5.27 261015                               ADD 1 TO WS-QTR-MONTHS(WS-QIX)
5.28 261015                            END-IF
5.29 261015                            MOVE BF-ITEM-NUM TO IM-ITEM-NUM
5.30 261015                            MOVE SPACES TO WS-CATG-NAME-IN
5.31 261015                            READ ITEMMSTR
5.32 261015                                NOT INVALID KEY
5.33 261015                                   MOVE IM-CATEGORY TO WS-CATG-NAME-IN
5.34 261015                            END-READ
5.35 261015                            PERFORM 380-FIND-CATG THRU 380-EXIT
5.36 261015                            IF CATG-FOUND
5.37 261015                               ADD BF-VALUE TO
5.38 261015                                   WS-CQ-INV(WS-CATG-AT, WS-QIX)
5.39 261015                               MOVE 'Y' TO
5.40 261015                                   WS-CQ-HAS-INV(WS-CATG-AT, WS-QIX)
5.41 261015                            END-IF
5.42 261015                         END-IF
5.43 261015                      END-IF
5.44 261015               END-READ
5.45 261015            END-PERFORM.
5.46 261015        300-EXIT.
5.47 261015            EXIT.
5.48 261015        350-ADD-MARGIN.
5.49 261015       * the item's category as it stands - the one INVBALF is read in
5.50 261015            MOVE SPACES TO WS-CATG-NAME-IN.
5.51 261015            READ ITEMMSTR
5.52 261015                NOT INVALID KEY
5.53 261015                   MOVE IM-CATEGORY TO WS-CATG-NAME-IN
5.54 261015            END-READ.
5.55 261015            PERFORM 380-FIND-CATG THRU 380-EXIT.
5.56 261015            IF CATG-FOUND
5.57 261015               ADD WS-MARGIN TO WS-CQ-MARGIN(WS-CATG-AT, WS-QIX).
5.58 261015        350-EXIT.
5.59 261015            EXIT.
5.60 261015        380-FIND-CATG.
5.61 261015            MOVE 'N' TO WS-CATG-FOUND.
5.62 261015            MOVE 0 TO WS-CATG-AT.
5.63 261015            PERFORM VARYING I-CATG FROM 1 BY 1
5.64 261015                    UNTIL I-CATG > WS-CATG-CNT
5.65 261015               IF WS-CATG-NAME(I-CATG) = WS-CATG-NAME-IN
5.66 261015                  SET CATG-FOUND TO TRUE
5.67 261015                  MOVE I-CATG TO WS-CATG-AT
5.68 261015                  COMPUTE I-CATG = WS-CATG-CNT + 1
5.69 261015               END-IF
5.70 261015            END-PERFORM.
5.71 261015            IF NOT CATG-FOUND AND WS-CATG-CNT < 50
5.72 261015               ADD 1 TO WS-CATG-CNT
5.73 261015               MOVE WS-CATG-CNT TO WS-CATG-AT
5.74 261015               MOVE WS-CATG-NAME-IN TO WS-CATG-NAME(WS-CATG-AT)
5.75 261015               PERFORM VARYING I-QTR FROM 1 BY 1 UNTIL I-QTR > 4
5.76 261015                  MOVE 0   TO WS-CQ-MARGIN(WS-CATG-AT, I-QTR)
5.77 261015                  MOVE 0   TO WS-CQ-INV(WS-CATG-AT, I-QTR)
5.78 261015                  MOVE 0   TO WS-CQ-GMROI(WS-CATG-AT, I-QTR)
5.79 261015                  MOVE 'N' TO WS-CQ-HAS-INV(WS-CATG-AT, I-QTR)
5.80 261015               END-PERFORM
5.81 261015               SET CATG-FOUND TO TRUE
5.82 261015            END-IF.
5.83 261015        380-EXIT.
5.84 261015            EXIT.
5.85 261015        400-RANK.
5.86 261015       * the return for every quarter, then the ranking on the first
5.87 261015            PERFORM VARYING I-CATG FROM 1 BY 1
5.88 261015                    UNTIL I-CATG > WS-CATG-CNT
5.89 261015               PERFORM VARYING I-QTR FROM 1 BY 1 UNTIL I-QTR > 4
5.90 261015                  IF WS-CQ-HAS-INV(I-CATG, I-QTR) = 'Y' AND
5.91 261015                     WS-QTR-MONTHS(I-QTR) > 0
5.92 261015                     COMPUTE WS-AVG-INV ROUNDED =
5.93 261015                         WS-CQ-INV(I-CATG, I-QTR) / WS-QTR-MONTHS(I-QTR)
5.94 261015                     IF WS-AVG-INV = 0
5.95 261015                        MOVE 'N' TO WS-CQ-HAS-INV(I-CATG, I-QTR)
5.96 261015                     ELSE
5.97 261015                        COMPUTE WS-CQ-GMROI(I-CATG, I-QTR) ROUNDED =
5.98 261015                            WS-CQ-MARGIN(I-CATG, I-QTR) * 4 / WS-AVG-INV
5.99 261015                            ON SIZE ERROR
6.00 261015                               MOVE 9999.99 TO
6.01 261015                                   WS-CQ-GMROI(I-CATG, I-QTR)
6.02 261015                        END-COMPUTE
6.03 261015                     END-IF
6.04 261015                  ELSE
6.05 261015                     MOVE 'N' TO WS-CQ-HAS-INV(I-CATG, I-QTR)
6.06 261015                  END-IF
6.07 261015               END-PERFORM
6.08 261015               IF WS-CQ-HAS-INV(I-CATG, 1) = 'Y'
6.09 261015                  COMPUTE GR-GMROI-DESC = 50000
6.10 261015                      - WS-CQ-GMROI(I-CATG, 1)
6.11 261015               ELSE
6.12 261015                  MOVE 99999.99 TO GR-GMROI-DESC
6.13 261015               END-IF
6.14 261015               MOVE I-CATG TO GR-CATG-IX
6.15 261015               WRITE GMRRANK-REC
6.16 261015                   INVALID KEY
6.17 261015                      CONTINUE
6.18 261015               END-WRITE
6.19 261015            END-PERFORM.
6.20 261015        400-EXIT.
6.21 261015            EXIT.
6.22 261015        500-REPORT.
6.23 261015            MOVE SPACES TO RPT-LINE.
6.24 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
6.25 261015            MOVE WS-RPT-HEAD TO RPT-LINE.
6.26 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
6.27 261015            MOVE 0 TO WS-RANK.
6.28 261015            MOVE 'N' TO WS-RNK-END.
6.29 261015            MOVE LOW-VALUES TO GR-KEY.
6.30 261015            START GMRRANK
6.31 261015                KEY NOT LESS GR-KEY
6.32 261015                INVALID KEY
6.33 261015                   SET RNK-END TO TRUE.
6.34 261015            PERFORM UNTIL RNK-END
6.35 261015               READ GMRRANK NEXT
6.36 261015                   AT END
6.37 261015                      SET RNK-END TO TRUE
6.38 261015                   NOT AT END
6.39 261015                      PERFORM 550-CATG-LINE THRU 550-EXIT
6.40 261015               END-READ
6.41 261015            END-PERFORM.
6.42 261015        500-EXIT.
6.43 261015            EXIT.
6.44 261015        550-CATG-LINE.
6.45 261015            MOVE GR-CATG-IX TO I-CATG.
6.46 261015            ADD 1 TO WS-RANK.
6.47 261015            MOVE WS-RANK TO RPT-RANK.
6.48 261015            MOVE WS-CATG-NAME(I-CATG) TO RPT-CATG.
6.49 261015            MOVE WS-CQ-MARGIN(I-CATG, 1) TO RPT-MARGIN.
6.50 261015            MOVE 0 TO WS-AVG-INV.
6.51 261015            IF WS-QTR-MONTHS(1) > 0
6.52 261015               COMPUTE WS-AVG-INV ROUNDED = WS-CQ-INV(I-CATG, 1)
6.53 261015                   / WS-QTR-MONTHS(1).
6.54 261015            MOVE WS-AVG-INV TO RPT-AVG-INV.
6.55 261015            PERFORM VARYING I-QTR FROM 1 BY 1 UNTIL I-QTR > 4
6.56 261015               MOVE SPACES TO RPT-QTR(I-QTR)
6.57 261015               IF WS-CQ-HAS-INV(I-CATG, I-QTR) = 'Y'
6.58 261015                  MOVE WS-CQ-GMROI(I-CATG, I-QTR) TO WS-GMROI-ED
6.59 261015                  MOVE WS-GMROI-ED TO RPT-GMROI(I-QTR)
6.60 261015               ELSE
6.61 261015                  MOVE '     - ' TO RPT-GMROI(I-QTR)
6.62 261015               END-IF
6.63 261015            END-PERFORM.
6.64 261015       * a category with stock that returns under the floor is flagged;
6.65 261015       * one with sales and no stock behind it has nothing to return on
6.66 261015            MOVE SPACES TO RPT-FLAG.
6.67 261015            IF WS-CQ-HAS-INV(I-CATG, 1) = 'Y' AND
6.68 261015               WS-CQ-GMROI(I-CATG, 1) < WS-FLOOR
6.69 261015               MOVE 'BELOW' TO RPT-FLAG
6.70 261015               ADD 1 TO WS-BELOW-CNT
6.71 261015            END-IF.
6.72 261015            MOVE WS-RPT-DETAIL TO RPT-LINE.
6.73 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
6.74 261015            ADD 1 TO WS-RR-WRITTEN.
6.75 261015        550-EXIT.
6.76 261015            EXIT.
6.77 261015        900-CONTROL-BLOCK.
6.78 261015            MOVE SPACES TO RPT-LINE.
6.79 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
6.80 261015            MOVE 'CONTROL TOTALS' TO RPT-LINE.
6.81 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
6.82 261015            MOVE SPACES TO RPT-LINE.
6.83 261015            STRING 'RECORDS READ ' DELIMITED SIZE
6.84 261015                   WS-RR-READ DELIMITED SIZE
6.85 261015                   ' CATEGORIES ' DELIMITED SIZE
6.86 261015                   WS-RR-WRITTEN DELIMITED SIZE
6.87 261015                   ' BELOW FLOOR ' DELIMITED SIZE
6.88 261015                   WS-BELOW-CNT DELIMITED SIZE
6.89 261015                   INTO RPT-LINE.
6.90 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
6.91 261015            MOVE SPACES TO RPT-LINE.
6.92 261015            STRING 'MONTHS CLOSED BY QUARTER ' DELIMITED SIZE
6.93 261015                   WS-QTR-MONTHS(1) DELIMITED SIZE
6.94 261015                   ' ' DELIMITED SIZE
6.95 261015                   WS-QTR-MONTHS(2) DELIMITED SIZE
6.96 261015                   ' ' DELIMITED SIZE
6.97 261015                   WS-QTR-MONTHS(3) DELIMITED SIZE
6.98 261015                   ' ' DELIMITED SIZE
6.99 261015                   WS-QTR-MONTHS(4) DELIMITED SIZE
7.00 261015                   ' LINES WITH NO COST ' DELIMITED SIZE
7.01 261015                   WS-NOCOST-CNT DELIMITED SIZE
7.02 261015                   INTO RPT-LINE.
7.03 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
7.04 261015        900-EXIT.
7.05 261015            EXIT.
7.06 261015        950-REGISTER-START.
7.07 261015            ACCEPT WS-RR-DATE FROM DATE.
7.08 261015            ADD 20000000 TO WS-RR-DATE.
7.09 261015            ACCEPT WS-RR-TIME FROM TIME.
7.10 261015            MOVE SPACES TO WS-RR-RUNID.
7.11 261015            STRING WS-RR-DATE DELIMITED SIZE
7.12 261015                   WS-RR-TIME(1:6) DELIMITED SIZE
7.13 261015                   INTO WS-RR-RUNID.
7.14 261015            OPEN EXTEND RUNREG.
7.15 261015            MOVE 'GMROIRPT  ' TO RR-JOB.
7.16 261015            MOVE WS-RR-RUNID TO RR-RUNID.
7.17 261015            MOVE 'S'         TO RR-TYPE.
7.18 261015            MOVE WS-RR-DATE  TO RR-DATE.
7.19 261015            MOVE WS-RR-TIME  TO RR-TIME.
7.20 261015            MOVE 0           TO RR-READ RR-WRITTEN.
7.21 261015            MOVE '  '        TO RR-STATUS.
7.22 261015            WRITE RR-REC.
7.23 261015        950-EXIT.
7.24 261015            EXIT.
7.25 261015        960-REGISTER-END.
7.26 261015            ACCEPT WS-RR-TIME FROM TIME.
7.27 261015            MOVE 'GMROIRPT  ' TO RR-JOB.
7.28 261015            MOVE WS-RR-RUNID TO RR-RUNID.
7.29 261015            MOVE 'E'         TO RR-TYPE.
7.30 261015            MOVE WS-RR-DATE  TO RR-DATE.
7.31 261015            MOVE WS-RR-TIME  TO RR-TIME.
7.32 261015            MOVE WS-RR-READ    TO RR-READ.
7.33 261015            MOVE WS-RR-WRITTEN TO RR-WRITTEN.
7.34 261015            MOVE 'OK' TO RR-STATUS.
7.35 261015            IF WS-RPT-STATUS NOT = '00'
7.36 261015               MOVE 'ER' TO RR-STATUS
7.37 261015            END-IF.
7.38 261015            WRITE RR-REC.
7.39 261015            CLOSE RUNREG.
7.40 261015        960-EXIT.
7.41 261015            EXIT.
7.42 261015        HALT.
