1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. MARGRPT.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT RUNREG ASSIGN TO DATABASE-ESRUNREG
1.06 261015                ORGANIZATION IS LINE SEQUENTIAL
1.07 261015                FILE STATUS IS WS-RR-STATUS.
1.08 261015            SELECT ORDHDR ASSIGN TO DATABASE-ORDHDR
1.09 261015                ORGANIZATION IS INDEXED
1.10 261015                ACCESS MODE IS DYNAMIC
1.11 261015                RECORD KEY IS OH-ORDER-NUM
1.12 261015                FILE STATUS IS WS-HDR-STATUS.
1.13 261015            SELECT ORDDTL ASSIGN TO DATABASE-ORDDTL
1.14 261015                ORGANIZATION IS INDEXED
1.15 261015                ACCESS MODE IS DYNAMIC
1.16 261015                RECORD KEY IS OD-KEY
1.17 261015                FILE STATUS IS WS-DTL-STATUS.
1.18 261015            SELECT ORDHHIST ASSIGN TO DATABASE-ORDHHIST
1.19 261015                ORGANIZATION IS INDEXED
1.20 261015                ACCESS MODE IS DYNAMIC
1.21 261015                RECORD KEY IS HH-ORDER-NUM
1.22 261015                FILE STATUS IS WS-HHS-STATUS.
1.23 261015            SELECT ORDDHIST ASSIGN TO DATABASE-ORDDHIST
1.24 261015                ORGANIZATION IS INDEXED
1.25 261015                ACCESS MODE IS DYNAMIC
1.26 261015                RECORD KEY IS HD-KEY
1.27 261015                FILE STATUS IS WS-HDS-STATUS.
1.28 261015            SELECT ITEMMSTR ASSIGN TO DATABASE-ITEMMSTR
1.29 261015                ORGANIZATION IS INDEXED
1.30 261015                ACCESS MODE IS DYNAMIC
1.31 261015                RECORD KEY IS IM-ITEM-NUM
1.32 261015                FILE STATUS IS WS-FILE-STATUS.
1.33 261015       * work files, rebuilt every run - the month's revenue and cost
1.34 261015       * summed by company, customer, item and category, and the lines
1.35 261015       * sold below cost by customer
1.36 261015            SELECT MRGSUM ASSIGN TO DATABASE-MRGSUM
1.37 261015                ORGANIZATION IS INDEXED
1.38 261015                ACCESS MODE IS DYNAMIC
1.39 261015                RECORD KEY IS MS-KEY
1.40 261015                FILE STATUS IS WS-SUM-STATUS.
1.41 261015            SELECT MRGLOSS ASSIGN TO DATABASE-MRGLOSS
1.42 261015                ORGANIZATION IS INDEXED
1.43 261015                ACCESS MODE IS DYNAMIC
1.44 261015                RECORD KEY IS ML-KEY
1.45 261015                FILE STATUS IS WS-LOS-STATUS.
1.46 261015            SELECT MRGRPTF ASSIGN TO PRINTER-MARGRPT
1.47 261015                ORGANIZATION IS LINE SEQUENTIAL
1.48 261015                FILE STATUS IS WS-RPT-STATUS.
1.49 261015        DATA DIVISION.
1.50 261015        FILE SECTION.
1.51 261015        FD  RUNREG
1.52 261015                LABEL RECORD IS STANDARD.
1.53 261015        01  RR-REC.
1.54 261015           03 RR-JOB           PIC X(10).
1.55 261015           03 RR-RUNID         PIC X(14).
1.56 261015           03 RR-TYPE          PIC X.
1.57 261015           03 RR-DATE          PIC 9(8).
1.58 261015           03 RR-TIME          PIC 9(8).
1.59 261015           03 RR-READ          PIC 9(7).
1.60 261015           03 RR-WRITTEN       PIC 9(7).
1.61 261015           03 RR-STATUS        PIC X(2).
1.62 261015        FD  ORDHDR
1.63 261015                LABEL RECORD IS STANDARD.
1.64 261015        01  ORDHDR-REC.
1.65 261015           03  OH-ORDER-NUM      PIC 9(8).
1.66 261015           03  OH-CUST-ID        PIC X(10).
1.67 261015           03  OH-DATE           PIC 9(8).
1.68 261015           03  OH-PAY-METHOD     PIC X.
1.69 261015           03  OH-CARD-SLOT      PIC 9(2).
1.70 261015           03  OH-CARD-TOKEN     PIC 9(11).
1.71 261015           03  OH-CARD-LAST4     PIC 9(4).
1.72 261015        FD  ORDDTL
1.73 261015                LABEL RECORD IS STANDARD.
1.74 261015        01  ORDDTL-REC.
1.75 261015           03  OD-KEY.
1.76 261015              05  OD-ORDER-NUM   PIC 9(8).
1.77 261015              05  OD-LINE        PIC 9(3).
1.78 261015           03  OD-ITEM-NUM       PIC 9(8).
1.79 261015           03  OD-QTY            PIC 9(5).
1.80 261015           03  OD-EXT-PRICE      PIC 9(7)V99.
1.81 261015       * line lifecycle - see ORDENTRY
1.82 261015           03  OD-STATUS         PIC X.
1.83 261015       * price source - see ORDENTRY
1.84 261015           03  OD-PRICE-SRC      PIC X.
1.85 261015           03  OD-WHSE           PIC X(3).
1.86 261015           03  OD-REQ-DATE       PIC 9(8).
1.87 261015           03  OD-PROM-DATE      PIC 9(8).
1.88 261015           03  OD-SHIP-DATE      PIC 9(8).
1.89 261015       * kit component link - see ORDENTRY
1.90 261015           03  OD-KIT-LINE       PIC 9(3).
1.91 261015           03  OD-ORIG-ITEM      PIC 9(8).
1.92 261015           03  OD-LOT-NUM        PIC X(12).
1.93 261015       * cost at shipment - see SHIPCONF
1.94 261015           03  OD-UNIT-COST      PIC 9(5)V99.
1.95 261015           03  OD-EXT-COST       PIC 9(7)V99.
1.96 261015        FD  ORDHHIST
1.97 261015                LABEL RECORD IS STANDARD.
1.98 261015       * archived order headers, ORDHDR layout - see ORDARCH
1.99 261015        01  ORDHHIST-REC.
2.00 261015           03  HH-ORDER-NUM      PIC 9(8).
2.01 261015           03  HH-CUST-ID        PIC X(10).
2.02 261015           03  HH-DATE           PIC 9(8).
2.03 261015           03  HH-PAY-METHOD     PIC X.
2.04 261015           03  HH-CARD-SLOT      PIC 9(2).
2.05 261015           03  HH-CARD-TOKEN     PIC 9(11).
2.06 261015           03  HH-CARD-LAST4     PIC 9(4).
2.07 261015        FD  ORDDHIST
2.08 261015                LABEL RECORD IS STANDARD.
2.09 261015       * archived order lines, ORDDTL layout - see ORDARCH
2.10 261015        01  ORDDHIST-REC.
2.11 261015           03  HD-KEY.
2.12 261015              05  HD-ORDER-NUM   PIC 9(8).
2.13 261015              05  HD-LINE        PIC 9(3).
2.14 261015           03  HD-ITEM-NUM       PIC 9(8).
2.15 261015           03  HD-QTY            PIC 9(5).
2.16 261015           03  HD-EXT-PRICE      PIC 9(7)V99.
2.17 261015           03  HD-STATUS         PIC X.
2.18 261015           03  HD-PRICE-SRC      PIC X.
2.19 261015           03  HD-WHSE           PIC X(3).
2.20 261015           03  HD-REQ-DATE       PIC 9(8).
2.21 261015           03  HD-PROM-DATE      PIC 9(8).
2.22 261015           03  HD-SHIP-DATE      PIC 9(8).
2.23 261015           03  HD-KIT-LINE       PIC 9(3).
2.24 261015           03  HD-ORIG-ITEM      PIC 9(8).
2.25 261015           03  HD-LOT-NUM        PIC X(12).
2.26 261015           03  HD-UNIT-COST      PIC 9(5)V99.
2.27 261015           03  HD-EXT-COST       PIC 9(7)V99.
2.28 261015        FD  ITEMMSTR
2.29 261015                LABEL RECORD IS STANDARD.
2.30 261015        01  ITEMMSTR-REC.
2.31 261015           03  IM-ITEM-NUM       PIC 9(8).
2.32 261015           03  IM-ITEM-NAME      PIC X(16).
2.33 261015           03  IM-DESCRIPTION    PIC X(28).
2.34 261015           03  IM-WEIGHT         PIC 9(4).
2.35 261015           03  IM-SHIP-METHOD    PIC X(10).
2.36 261015           03  IM-SHIP-DAYS      PIC 9(4).
2.37 261015           03  IM-UNIT-PRICE     PIC 9(5)V99.
2.38 261015           03  IM-QTY-ON-HAND    PIC 9(5).
2.39 261015           03  IM-REORDER-POINT  PIC 9(5).
2.40 261015           03  IM-CATEGORY       PIC X(16).
2.41 261015           03  IM-DESCRIPTION-LONG       PIC X(80).
2.42 261015           03  IM-STATUS         PIC X.
2.43 261015           03  IM-LAST-CHANGED   PIC X(21).
2.44 261015           03  IM-UNIT-COST      PIC 9(5)V99.
2.45 261015           03  IM-LOT-CTRL       PIC X.
2.46 261015           03  IM-ABC-CLASS      PIC X.
2.47 261015           03  IM-LAST-COUNT     PIC 9(8).
2.48 261015        FD  MRGSUM
2.49 261015                LABEL RECORD IS STANDARD.
2.50 261015       * MS-GROUP 0 = company, 1 = customer, 2 = item, 3 = category;
2.51 261015       * MS-SRC C = contract-priced, L = list and price-rule lines
2.52 261015        01  MRGSUM-REC.
2.53 261015           03  MS-KEY.
2.54 261015              05  MS-GROUP       PIC 9.
2.55 261015              05  MS-NAME        PIC X(16).
2.56 261015              05  MS-SRC         PIC X.
2.57 261015           03  MS-REVENUE        PIC 9(11)V99.
2.58 261015           03  MS-COST           PIC 9(11)V99.
2.59 261015           03  MS-LINES          PIC 9(7).
2.60 261015        FD  MRGLOSS
2.61 261015                LABEL RECORD IS STANDARD.
2.62 261015        01  MRGLOSS-REC.
2.63 261015           03  ML-KEY.
2.64 261015              05  ML-CUST-ID     PIC X(10).
2.65 261015              05  ML-ORDER-NUM   PIC 9(8).
2.66 261015              05  ML-LINE        PIC 9(3).
2.67 261015           03  ML-ITEM-NUM       PIC 9(8).
2.68 261015           03  ML-SRC            PIC X.
2.69 261015           03  ML-REVENUE        PIC 9(7)V99.
2.70 261015           03  ML-COST           PIC 9(7)V99.
2.71 261015        FD  MRGRPTF
2.72 261015                LABEL RECORD IS STANDARD.
2.73 261015        01  RPT-LINE          PIC X(80).
2.74 261015        WORKING-STORAGE SECTION.
2.75 261015        01  WS-RR-STATUS      PIC XX.
2.76 261015        01  WS-RR-RUNID       PIC X(14) VALUE SPACES.
2.77 261015        01  WS-RR-DATE        PIC 9(8) VALUE 0.
2.78 261015        01  WS-RR-TIME        PIC 9(8) VALUE 0.
2.79 261015        01  WS-RR-READ        PIC 9(7) VALUE 0.
2.80 261015        01  WS-RR-WRITTEN     PIC 9(7) VALUE 0.
2.81 261015        01  WS-HDR-STATUS     PIC XX.
2.82 261015        01  WS-DTL-STATUS     PIC XX.
2.83 261015        01  WS-HHS-STATUS     PIC XX.
2.84 261015        01  WS-HDS-STATUS     PIC XX.
2.85 261015        01  WS-FILE-STATUS    PIC XX.
2.86 261015        01  WS-SUM-STATUS     PIC XX.
2.87 261015        01  WS-LOS-STATUS     PIC XX.
2.88 261015        01  WS-RPT-STATUS     PIC XX.
2.89 261015        01  WS-DTL-END        PIC X VALUE 'N'.
2.90 261015           88 DTL-END               VALUE 'Y'.
2.91 261015        01  WS-SUM-END        PIC X VALUE 'N'.
2.92 261015           88 SUM-END               VALUE 'Y'.
2.93 261015        01  WS-LOS-END        PIC X VALUE 'N'.
2.94 261015           88 LOS-END               VALUE 'Y'.
2.95 261015        01  WS-PERIOD         PIC 9(6) VALUE 0.
2.96 261015        01  WS-PERIOD-R REDEFINES WS-PERIOD.
2.97 261015           03  WS-PERIOD-YYYY    PIC 9(4).
2.98 261015           03  WS-PERIOD-MM      PIC 9(2).
2.99 261015        01  WS-SHIP-PERIOD    PIC 9(6) VALUE 0.
3.00 261015       * the shipped line being taken, from the live or the archived
3.01 261015       * order book
3.02 261015        01  WS-L-CUST         PIC X(10) VALUE SPACES.
3.03 261015        01  WS-L-ORDER        PIC 9(8) VALUE 0.
3.04 261015        01  WS-L-LINE         PIC 9(3) VALUE 0.
3.05 261015        01  WS-L-ITEM         PIC 9(8) VALUE 0.
3.06 261015        01  WS-L-SRC          PIC X VALUE SPACE.
3.07 261015        01  WS-L-REVENUE      PIC 9(7)V99 VALUE 0.
3.08 261015        01  WS-L-COST         PIC 9(7)V99 VALUE 0.
3.09 261015        01  WS-L-CATG         PIC X(16) VALUE SPACES.
3.10 261015        01  WS-ITEM-X         PIC 9(8) VALUE 0.
3.11 261015        01  WS-LAST-GROUP     PIC 9 VALUE 9.
3.12 261015        01  WS-MARGIN         PIC S9(11)V99 VALUE 0.
3.13 261015        01  WS-PCT            PIC S9(5)V9 VALUE 0.
3.14 261015        01  WS-LINE-CNT       PIC 9(7) VALUE 0.
3.15 261015        01  WS-NOCOST-CNT     PIC 9(7) VALUE 0.
3.16 261015        01  WS-LOSS-CNT       PIC 9(7) VALUE 0.
3.17 261015        01  WS-LOSS-TOTAL     PIC 9(11)V99 VALUE 0.
3.18 261015        01  WS-GROUP-HEAD.
3.19 261015           03  GRP-LABEL         PIC X(17).
3.20 261015           03  FILLER            PIC X(9)  VALUE 'PRICING'.
3.21 261015           03  FILLER            PIC X(14) VALUE '      REVENUE'.
3.22 261015           03  FILLER            PIC X(14) VALUE '         COST'.
3.23 261015           03  FILLER            PIC X(15) VALUE '        MARGIN'.
3.24 261015           03  FILLER            PIC X(7)  VALUE ' MARG%'.
3.25 261015        01  WS-SUM-DETAIL.
3.26 261015           03  SUM-NAME          PIC X(16).
3.27 261015           03  FILLER            PIC X(1) VALUE SPACES.
3.28 261015           03  SUM-SRC           PIC X(8).
3.29 261015           03  FILLER            PIC X(1) VALUE SPACES.
3.30 261015           03  SUM-REVENUE       PIC Z(9)9.99.
3.31 261015           03  FILLER            PIC X(1) VALUE SPACES.
3.32 261015           03  SUM-COST          PIC Z(9)9.99.
3.33 261015           03  FILLER            PIC X(1) VALUE SPACES.
3.34 261015           03  SUM-MARGIN        PIC Z(9)9.99-.
3.35 261015           03  FILLER            PIC X(1) VALUE SPACES.
3.36 261015           03  SUM-PCT           PIC -(4)9.9.
3.37 261015        01  WS-LOSS-HEAD.
3.38 261015           03  FILLER            PIC X(11) VALUE 'CUSTOMER'.
3.39 261015           03  FILLER            PIC X(13) VALUE 'ORDER    LINE'.
3.40 261015           03  FILLER            PIC X(9)  VALUE 'ITEM'.
3.41 261015           03  FILLER            PIC X(9)  VALUE 'PRICING'.
3.42 261015           03  FILLER            PIC X(12) VALUE '    REVENUE'.
3.43 261015           03  FILLER            PIC X(12) VALUE '       COST'.
3.44 261015           03  FILLER            PIC X(11) VALUE '       LOSS'.
3.45 261015        01  WS-LOSS-DETAIL.
3.46 261015           03  LOS-CUST-ID       PIC X(10).
3.47 261015           03  FILLER            PIC X(1) VALUE SPACES.
3.48 261015           03  LOS-ORDER-NUM     PIC 9(8).
3.49 261015           03  FILLER            PIC X(1) VALUE SPACES.
3.50 261015           03  LOS-LINE-NO       PIC 9(3).
3.51 261015           03  FILLER            PIC X(1) VALUE SPACES.
3.52 261015           03  LOS-ITEM-NUM      PIC 9(8).
3.53 261015           03  FILLER            PIC X(1) VALUE SPACES.
3.54 261015           03  LOS-SRC           PIC X(8).
3.55 261015           03  FILLER            PIC X(1) VALUE SPACES.
3.56 261015           03  LOS-REVENUE       PIC Z(7)9.99.
3.57 261015           03  FILLER            PIC X(1) VALUE SPACES.
3.58 261015           03  LOS-COST          PIC Z(7)9.99.
3.59 261015           03  FILLER            PIC X(1) VALUE SPACES.
3.60 261015           03  LOS-LOSS          PIC Z(7)9.99.
3.61 261015       * every report line is also registered in the ESRPTWRT
3.62 261015       * repository, so a purged spool no longer loses the report
3.63 261015        01  RW-PARAM.
3.64 261015           03  RW-JOB        PIC X(10) VALUE 'MARGRPT   '.
3.65 261015           03  RW-FUNC       PIC X     VALUE SPACE.
3.66 261015           03  RW-LINE       PIC X(132) VALUE SPACES.
3.67 261015        LINKAGE SECTION.
3.68 261015       * the month to report, YYYYMM - 0 = the month just ended
3.69 261015        01 MGR-PERIOD        PIC 9(6).
3.70 261015        PROCEDURE DIVISION USING MGR-PERIOD.
3.71 261015        BEGIN.
3.72 261015       * monthly gross margin on what shipped: every order line
3.73 261015       * shipped in the month, live or archived, at its price against
3.74 261015       * the cost SHIPCONF stamped on it as it left. Revenue, cost and
3.75 261015       * margin are shown for the company, by customer, by item and by
3.76 261015       * category, each split between contract-priced lines (price
3.77 261015       * source C) and the rest, and every line sold below cost is
3.78 261015       * listed by customer so the contracts that lose money show. A
3.79 261015       * kit is taken on its kit line, which carries its components'
3.80 261015       * cost; lines shipped with no cost stamped are counted apart
3.81 261015            PERFORM 950-REGISTER-START.
3.82 261015            MOVE MGR-PERIOD TO WS-PERIOD.
3.83 261015            IF WS-PERIOD = 0
3.84 261015               COMPUTE WS-PERIOD = WS-RR-DATE / 100
3.85 261015               IF WS-PERIOD-MM = 1
3.86 261015                  SUBTRACT 1 FROM WS-PERIOD-YYYY
3.87 261015                  MOVE 12 TO WS-PERIOD-MM
3.88 261015               ELSE
3.89 261015                  SUBTRACT 1 FROM WS-PERIOD-MM
3.90 261015               END-IF
3.91 261015            END-IF.
3.92 261015            OPEN INPUT ORDHDR.
3.93 261015            OPEN INPUT ORDDTL.
3.94 261015            OPEN INPUT ORDHHIST.
3.95 261015            OPEN INPUT ORDDHIST.
3.96 261015            OPEN INPUT ITEMMSTR.
3.97 261015            OPEN OUTPUT MRGSUM.
3.98 261015            CLOSE MRGSUM.
3.99 261015            OPEN I-O MRGSUM.
4.00 261015            OPEN OUTPUT MRGLOSS.
4.01 261015            CLOSE MRGLOSS.
4.02 261015            OPEN I-O MRGLOSS.
4.03 261015            OPEN OUTPUT MRGRPTF.
4.04 261015            MOVE 'O' TO RW-FUNC.
4.05 261015            CALL 'ESRPTWRT' USING RW-PARAM.
4.06 261015            MOVE SPACES TO RPT-LINE.
4.07 261015            STRING 'GROSS MARGIN ON SHIPMENTS FOR PERIOD ' DELIMITED SIZE
4.08 261015                   WS-PERIOD DELIMITED SIZE
4.09 261015                   INTO RPT-LINE.
4.10 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
4.11 261015            PERFORM 200-LIVE-LINES THRU 200-EXIT.
4.12 261015            PERFORM 250-HIST-LINES THRU 250-EXIT.
4.13 261015            PERFORM 500-PRINT-SUMS THRU 500-EXIT.
4.14 261015            PERFORM 600-PRINT-LOSSES THRU 600-EXIT.
4.15 261015            PERFORM 900-CONTROL-BLOCK THRU 900-EXIT.
4.16 261015            CLOSE ORDHDR.
4.17 261015            CLOSE ORDDTL.
4.18 261015            CLOSE ORDHHIST.
4.19 261015            CLOSE ORDDHIST.
4.20 261015            CLOSE ITEMMSTR.
4.21 261015            CLOSE MRGSUM.
4.22 261015            CLOSE MRGLOSS.
4.23 261015            MOVE 'C' TO RW-FUNC.
4.24 261015            CALL 'ESRPTWRT' USING RW-PARAM.
4.25 261015            PERFORM 960-REGISTER-END.
4.26 261015            CLOSE MRGRPTF.
4.27 261015            STOP RUN.
4.28 261015        150-PUT-LINE.
4.29 261015            MOVE RPT-LINE TO RW-LINE.
4.30 261015            WRITE RPT-LINE.
4.31 261015            MOVE 'L' TO RW-FUNC.
4.32 261015            CALL 'ESRPTWRT' USING RW-PARAM.
4.33 261015        150-EXIT.
4.34 261015            EXIT.
4.35 261015        200-LIVE-LINES.
4.36 261015            MOVE 'N' TO WS-DTL-END.
4.37 261015            MOVE LOW-VALUES TO OD-KEY.
4.38 261015            START ORDDTL
4.39 261015                KEY NOT LESS OD-KEY
4.40 261015                INVALID KEY
4.41 261015                   SET DTL-END TO TRUE.
4.42 261015            PERFORM UNTIL DTL-END
4.43 261015               READ ORDDTL NEXT
4.44 261015                   AT END
4.45 261015                      SET DTL-END TO TRUE
4.46 261015                   NOT AT END
4.47 261015                      ADD 1 TO WS-RR-READ
4.48 261015                      COMPUTE WS-SHIP-PERIOD = OD-SHIP-DATE / 100
4.49 261015                      IF WS-SHIP-PERIOD = WS-PERIOD AND
4.50 261015                         (OD-STATUS = 'S' OR OD-STATUS = 'I') AND
4.51 261015                         OD-KIT-LINE = 0
4.52 261015                         MOVE SPACES TO WS-L-CUST
4.53 261015                         MOVE OD-ORDER-NUM TO OH-ORDER-NUM
4.54 261015                         READ ORDHDR
4.55 261015                             NOT INVALID KEY
4.56 261015                                MOVE OH-CUST-ID TO WS-L-CUST
4.57 261015                         END-READ
4.58 261015                         MOVE OD-ORDER-NUM TO WS-L-ORDER
4.59 261015                         MOVE OD-LINE      TO WS-L-LINE
4.60 261015                         MOVE OD-ITEM-NUM  TO WS-L-ITEM
4.61 261015                         MOVE OD-PRICE-SRC TO WS-L-SRC
4.62 261015                         MOVE OD-EXT-PRICE TO WS-L-REVENUE
4.63 261015                         MOVE OD-EXT-COST  TO WS-L-COST
4.64 261015                         PERFORM 400-TAKE-LINE THRU 400-EXIT
4.65 261015                      END-IF
4.66 261015               END-READ
4.67 261015            END-PERFORM.
4.68 261015        200-EXIT.
4.69 261015            EXIT.
4.70 261015        250-HIST-LINES.
4.71 261015       * orders ORDARCH has moved to history since they shipped
4.72 261015            MOVE 'N' TO WS-DTL-END.
4.73 261015            MOVE LOW-VALUES TO HD-KEY.
4.74 261015            START ORDDHIST
4.75 261015                KEY NOT LESS HD-KEY
4.76 261015                INVALID KEY
4.77 261015                   SET DTL-END TO TRUE.
4.78 261015            PERFORM UNTIL DTL-END
4.79 261015               READ ORDDHIST NEXT
4.80 261015                   AT END
4.81 261015                      SET DTL-END TO TRUE
4.82 261015                   NOT AT END
4.83 261015                      ADD 1 TO WS-RR-READ
4.84 261015                      COMPUTE WS-SHIP-PERIOD = HD-SHIP-DATE / 100
4.85 261015                      IF WS-SHIP-PERIOD = WS-PERIOD AND
4.86 261015                         (HD-STATUS = 'S' OR HD-STATUS = 'I') AND
4.87 261015                         HD-KIT-LINE = 0
4.88 261015                         MOVE SPACES TO WS-L-CUST
4.89 261015                         MOVE HD-ORDER-NUM TO HH-ORDER-NUM
4.90 261015                         READ ORDHHIST
4.91 261015                             NOT INVALID KEY
4.92 261015                                MOVE HH-CUST-ID TO WS-L-CUST
4.93 261015                         END-READ
4.94 261015                         MOVE HD-ORDER-NUM TO WS-L-ORDER
4.95 261015                         MOVE HD-LINE      TO WS-L-LINE
4.96 261015                         MOVE HD-ITEM-NUM  TO WS-L-ITEM
4.97 261015                         MOVE HD-PRICE-SRC TO WS-L-SRC
4.98 261015                         MOVE HD-EXT-PRICE TO WS-L-REVENUE
4.99 261015                         MOVE HD-EXT-COST  TO WS-L-COST
5.00 261015                         PERFORM 400-TAKE-LINE THRU 400-EXIT
5.01 261015                      END-IF
5.02 261015               END-READ
5.03 261015            END-PERFORM.
5.04 261015        250-EXIT.
5.05 261015            EXIT.
5.06 261015        400-TAKE-LINE.
5.07 261015       * a line shipped before costs were stamped has nothing to set
5.08 261015       * against its price - it is counted, not reported
5.09 261015            IF WS-L-COST = 0
5.10 261015               ADD 1 TO WS-NOCOST-CNT
5.11 261015               GO TO 400-EXIT.
5.12 261015            ADD 1 TO WS-LINE-CNT.
5.13 261015            IF WS-L-SRC NOT = 'C'
5.14 261015               MOVE 'L' TO WS-L-SRC.
5.15 261015            MOVE SPACES TO WS-L-CATG.
5.16 261015            MOVE WS-L-ITEM TO IM-ITEM-NUM.
5.17 261015            READ ITEMMSTR
5.18 261015                NOT INVALID KEY
5.19 261015                   MOVE IM-CATEGORY TO WS-L-CATG
5.20 261015            END-READ.
5.21 261015            MOVE 0         TO MS-GROUP.
5.22 261015            MOVE 'COMPANY' TO MS-NAME.
5.23 261015            PERFORM 450-ADD-SUM THRU 450-EXIT.
5.24 261015            MOVE 1         TO MS-GROUP.
5.25 261015            MOVE WS-L-CUST TO MS-NAME.
5.26 261015            PERFORM 450-ADD-SUM THRU 450-EXIT.
5.27 261015            MOVE 2         TO MS-GROUP.
5.28 261015            MOVE WS-L-ITEM TO WS-ITEM-X.
5.29 261015            MOVE WS-ITEM-X TO MS-NAME.
5.30 261015            PERFORM 450-ADD-SUM THRU 450-EXIT.
5.31 261015            MOVE 3         TO MS-GROUP.
5.32 261015            MOVE WS-L-CATG TO MS-NAME.
5.33 261015            PERFORM 450-ADD-SUM THRU 450-EXIT.
5.34 261015            IF WS-L-COST > WS-L-REVENUE
5.35 261015               MOVE WS-L-CUST    TO ML-CUST-ID
5.36 261015               MOVE WS-L-ORDER   TO ML-ORDER-NUM
5.37 261015               MOVE WS-L-LINE    TO ML-LINE
5.38 261015               MOVE WS-L-ITEM    TO ML-ITEM-NUM
5.39 261015               MOVE WS-L-SRC     TO ML-SRC
5.40 261015               MOVE WS-L-REVENUE TO ML-REVENUE
5.41 261015               MOVE WS-L-COST    TO ML-COST
5.42 261015               WRITE MRGLOSS-REC
5.43 261015                   INVALID KEY
5.44 261015                      CONTINUE
5.45 261015               END-WRITE
5.46 261015            END-IF.
5.47 261015        400-EXIT.
5.48 261015            EXIT.
5.49 261015        450-ADD-SUM.
5.50 261015            MOVE WS-L-SRC TO MS-SRC.
5.51 261015            READ MRGSUM
5.52 261015                INVALID KEY
5.53 261015                   MOVE WS-L-REVENUE TO MS-REVENUE
5.54 261015                   MOVE WS-L-COST    TO MS-COST
5.55 261015                   MOVE 1            TO MS-LINES
5.56 261015                   WRITE MRGSUM-REC
5.57 261015                NOT INVALID KEY
5.58 261015                   ADD WS-L-REVENUE TO MS-REVENUE
5.59 261015                   ADD WS-L-COST    TO MS-COST
5.60 261015                   ADD 1            TO MS-LINES
5.61 261015                   REWRITE MRGSUM-REC
5.62 261015            END-READ.
5.63 261015        450-EXIT.
5.64 261015            EXIT.
5.65 261015        500-PRINT-SUMS.
5.66 261015            MOVE 'N' TO WS-SUM-END.
5.67 261015            MOVE LOW-VALUES TO MS-KEY.
5.68 261015            START MRGSUM
5.69 261015                KEY NOT LESS MS-KEY
5.70 261015                INVALID KEY
5.71 261015                   SET SUM-END TO TRUE.
5.72 261015            PERFORM UNTIL SUM-END
5.73 261015               READ MRGSUM NEXT
5.74 261015                   AT END
5.75 261015                      SET SUM-END TO TRUE
5.76 261015                   NOT AT END
5.77 261015                      IF MS-GROUP NOT = WS-LAST-GROUP
5.78 261015                         PERFORM 550-GROUP-HEAD THRU 550-EXIT
5.79 261015                      END-IF
5.80 261015                      MOVE MS-NAME    TO SUM-NAME
5.81 261015                      IF MS-SRC = 'C'
5.82 261015                         MOVE 'CONTRACT' TO SUM-SRC
5.83 261015                      ELSE
5.84 261015                         MOVE 'LIST'     TO SUM-SRC
5.85 261015                      END-IF
5.86 261015                      MOVE MS-REVENUE TO SUM-REVENUE
5.87 261015                      MOVE MS-COST    TO SUM-COST
5.88 261015                      COMPUTE WS-MARGIN = MS-REVENUE - MS-COST
5.89 261015                      MOVE WS-MARGIN  TO SUM-MARGIN
5.90 261015                      MOVE 0 TO WS-PCT
5.91 261015                      IF MS-REVENUE > 0
5.92 261015                         COMPUTE WS-PCT ROUNDED =
5.93 261015                             WS-MARGIN * 100 / MS-REVENUE
5.94 261015                             ON SIZE ERROR
5.95 261015                                MOVE -9999.9 TO WS-PCT
5.96 261015                         END-COMPUTE
5.97 261015                      END-IF
5.98 261015                      MOVE WS-PCT     TO SUM-PCT
5.99 261015                      MOVE WS-SUM-DETAIL TO RPT-LINE
6.00 261015                      PERFORM 150-PUT-LINE THRU 150-EXIT
6.01 261015                      ADD 1 TO WS-RR-WRITTEN
6.02 261015               END-READ
6.03 261015            END-PERFORM.
6.04 261015        500-EXIT.
6.05 261015            EXIT.
6.06 261015        550-GROUP-HEAD.
6.07 261015            MOVE MS-GROUP TO WS-LAST-GROUP.
6.08 261015            EVALUATE MS-GROUP
6.09 261015               WHEN 0
6.10 261015                  MOVE 'COMPANY'     TO GRP-LABEL
6.11 261015               WHEN 1
6.12 261015                  MOVE 'CUSTOMER'    TO GRP-LABEL
6.13 261015               WHEN 2
6.14 261015                  MOVE 'ITEM'        TO GRP-LABEL
6.15 261015               WHEN OTHER
6.16 261015                  MOVE 'CATEGORY'    TO GRP-LABEL
6.17 261015            END-EVALUATE.
6.18 261015            MOVE SPACES TO RPT-LINE.
6.19 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
6.20 261015            MOVE WS-GROUP-HEAD TO RPT-LINE.
6.21 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
6.22 261015        550-EXIT.
6.23 261015            EXIT.
6.24 261015        600-PRINT-LOSSES.
6.25 261015            MOVE SPACES TO RPT-LINE.
6.26 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
6.27 261015            MOVE 'LINES SOLD BELOW COST' TO RPT-LINE.
6.28 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
6.29 261015            MOVE WS-LOSS-HEAD TO RPT-LINE.
6.30 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
6.31 261015            MOVE 'N' TO WS-LOS-END.
6.32 261015            MOVE LOW-VALUES TO ML-KEY.
6.33 261015            START MRGLOSS
6.34 261015                KEY NOT LESS ML-KEY
6.35 261015                INVALID KEY
6.36 261015                   SET LOS-END TO TRUE.
6.37 261015            PERFORM UNTIL LOS-END
6.38 261015               READ MRGLOSS NEXT
6.39 261015                   AT END
6.40 261015                      SET LOS-END TO TRUE
6.41 261015                   NOT AT END
6.42 261015                      MOVE ML-CUST-ID   TO LOS-CUST-ID
6.43 261015                      MOVE ML-ORDER-NUM TO LOS-ORDER-NUM
6.44 261015                      MOVE ML-LINE      TO LOS-LINE-NO
6.45 261015                      MOVE ML-ITEM-NUM  TO LOS-ITEM-NUM
6.46 261015                      IF ML-SRC = 'C'
6.47 261015                         MOVE 'CONTRACT' TO LOS-SRC
6.48 261015                      ELSE
6.49 261015                         MOVE 'LIST'     TO LOS-SRC
6.50 261015                      END-IF
6.51 261015                      MOVE ML-REVENUE   TO LOS-REVENUE
6.52 261015                      MOVE ML-COST      TO LOS-COST
6.53 261015                      COMPUTE LOS-LOSS = ML-COST - ML-REVENUE
6.54 261015                      ADD 1 TO WS-LOSS-CNT
6.55 261015                      COMPUTE WS-LOSS-TOTAL = WS-LOSS-TOTAL
6.56 261015                          + ML-COST - ML-REVENUE
6.57 261015                      MOVE WS-LOSS-DETAIL TO RPT-LINE
6.58 261015                      PERFORM 150-PUT-LINE THRU 150-EXIT
6.59 261015               END-READ
6.60 261015            END-PERFORM.
6.61 261015        600-EXIT.
6.62 261015            EXIT.
6.63 261015        900-CONTROL-BLOCK.
6.64 261015            MOVE SPACES TO RPT-LINE.
6.65 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
6.66 261015            MOVE 'CONTROL TOTALS' TO RPT-LINE.
6.67 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
6.68 261015            MOVE SPACES TO RPT-LINE.
6.69 261015            STRING 'LINES READ ' DELIMITED SIZE
6.70 261015                   WS-RR-READ DELIMITED SIZE
6.71 261015                   ' SHIPPED IN PERIOD ' DELIMITED SIZE
6.72 261015                   WS-LINE-CNT DELIMITED SIZE
6.73 261015                   ' NO COST STAMPED ' DELIMITED SIZE
6.74 261015                   WS-NOCOST-CNT DELIMITED SIZE
6.75 261015                   INTO RPT-LINE.
6.76 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
6.77 261015            MOVE SPACES TO RPT-LINE.
6.78 261015            STRING 'LINES BELOW COST ' DELIMITED SIZE
6.79 261015                   WS-LOSS-CNT DELIMITED SIZE
6.80 261015                   ' TOTAL LOSS ' DELIMITED SIZE
6.81 261015                   WS-LOSS-TOTAL DELIMITED SIZE
6.82 261015                   INTO RPT-LINE.
6.83 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
6.84 261015        900-EXIT.
6.85 261015            EXIT.
6.86 261015        950-REGISTER-START.
6.87 261015            ACCEPT WS-RR-DATE FROM DATE.
6.88 261015            ADD 20000000 TO WS-RR-DATE.
6.89 261015            ACCEPT WS-RR-TIME FROM TIME.
6.90 261015            MOVE SPACES TO WS-RR-RUNID.
6.91 261015            STRING WS-RR-DATE DELIMITED SIZE
6.92 261015                   WS-RR-TIME(1:6) DELIMITED SIZE
6.93 261015                   INTO WS-RR-RUNID.
6.94 261015            OPEN EXTEND RUNREG.
6.95 261015            MOVE 'MARGRPT   ' TO RR-JOB.
6.96 261015            MOVE WS-RR-RUNID TO RR-RUNID.
6.97 261015            MOVE 'S'         TO RR-TYPE.
6.98 261015            MOVE WS-RR-DATE  TO RR-DATE.
6.99 261015            MOVE WS-RR-TIME  TO RR-TIME.
7.00 261015            MOVE 0           TO RR-READ RR-WRITTEN.
7.01 261015            MOVE '  '        TO RR-STATUS.
7.02 261015            WRITE RR-REC.
7.03 261015        950-EXIT.
7.04 261015            EXIT.
7.05 261015        960-REGISTER-END.
7.06 261015            ACCEPT WS-RR-TIME FROM TIME.
7.07 261015            MOVE 'MARGRPT   ' TO RR-JOB.
7.08 261015            MOVE WS-RR-RUNID TO RR-RUNID.
7.09 261015            MOVE 'E'         TO RR-TYPE.
7.10 261015            MOVE WS-RR-DATE  TO RR-DATE.
7.11 261015            MOVE WS-RR-TIME  TO RR-TIME.
7.12 261015            MOVE WS-RR-READ    TO RR-READ.
7.13 261015            MOVE WS-RR-WRITTEN TO RR-WRITTEN.
7.14 261015            MOVE 'OK' TO RR-STATUS.
7.15 261015            IF WS-RPT-STATUS NOT = '00'
7.16 261015               MOVE 'ER' TO RR-STATUS
7.17 261015            END-IF.
7.18 261015            WRITE RR-REC.
7.19 261015            CLOSE RUNREG.
7.20 261015        960-EXIT.
7.21 261015            EXIT.
7.22 261015        HALT.
