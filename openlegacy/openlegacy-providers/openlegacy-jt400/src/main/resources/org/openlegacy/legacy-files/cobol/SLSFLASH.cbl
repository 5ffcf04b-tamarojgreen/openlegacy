1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. SLSFLASH.
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
1.18 261015            SELECT INVHDR ASSIGN TO DATABASE-INVHDR
1.19 261015                ORGANIZATION IS INDEXED
1.20 261015                ACCESS MODE IS DYNAMIC
1.21 261015                RECORD KEY IS IV-INV-NUM
1.22 261015                FILE STATUS IS WS-IVH-STATUS.
1.23 261015            SELECT INVLINE ASSIGN TO DATABASE-INVLINE
1.24 261015                ORGANIZATION IS INDEXED
1.25 261015                ACCESS MODE IS DYNAMIC
1.26 261015                RECORD KEY IS IL-KEY
1.27 261015                FILE STATUS IS WS-IVL-STATUS.
1.28 261015            SELECT CUSTMSTR ASSIGN TO DATABASE-CUSTMSTR
1.29 261015                ORGANIZATION IS INDEXED
1.30 261015                ACCESS MODE IS DYNAMIC
1.31 261015                RECORD KEY IS CM-CUST-ID
1.32 261015                FILE STATUS IS WS-CUS-STATUS.
1.33 261015            SELECT ITEMMSTR ASSIGN TO DATABASE-ITEMMSTR
1.34 261015                ORGANIZATION IS INDEXED
1.35 261015                ACCESS MODE IS DYNAMIC
1.36 261015                RECORD KEY IS IM-ITEM-NUM
1.37 261015                FILE STATUS IS WS-ITM-STATUS.
1.38 261015            SELECT FLASHRPT ASSIGN TO PRINTER-SLSFLASH
1.39 261015                ORGANIZATION IS LINE SEQUENTIAL
1.40 261015                FILE STATUS IS WS-RPT-STATUS.
1.41 261015            SELECT FLASHEXT ASSIGN TO DATABASE-SLSFLASH
1.42 261015                ORGANIZATION IS LINE SEQUENTIAL
1.43 261015                FILE STATUS IS WS-EXT-STATUS.
1.44 261015        DATA DIVISION.
1.45 261015        FILE SECTION.
1.46 261015        FD  RUNREG
1.47 261015                LABEL RECORD IS STANDARD.
1.48 261015        01  RR-REC.
1.49 261015           03 RR-JOB           PIC X(10).
1.50 261015           03 RR-RUNID         PIC X(14).
1.51 261015           03 RR-TYPE          PIC X.
1.52 261015           03 RR-DATE          PIC 9(8).
1.53 261015           03 RR-TIME          PIC 9(8).
1.54 261015           03 RR-READ          PIC 9(7).
1.55 261015           03 RR-WRITTEN       PIC 9(7).
1.56 261015           03 RR-STATUS        PIC X(2).
1.57 261015        FD  ORDHDR
1.58 261015                LABEL RECORD IS STANDARD.
1.59 261015        01  ORDHDR-REC.
1.60 261015           03  OH-ORDER-NUM      PIC 9(8).
1.61 261015           03  OH-CUST-ID        PIC X(10).
1.62 261015           03  OH-DATE           PIC 9(8).
1.63 261015       * how the order is paid - see ORDPAY
1.64 261015           03  OH-PAY-METHOD     PIC X.
1.65 261015           03  OH-CARD-SLOT      PIC 9(2).
1.66 261015           03  OH-CARD-TOKEN     PIC 9(11).
1.67 261015           03  OH-CARD-LAST4     PIC 9(4).
1.68 261015        FD  ORDDTL
1.69 261015                LABEL RECORD IS STANDARD.
1.70 261015       * order line layout - see ORDENTRY
1.71 261015        01  ORDDTL-REC.
1.72 261015           03  OD-KEY.
1.73 261015              05  OD-ORDER-NUM   PIC 9(8).
1.74 261015              05  OD-LINE        PIC 9(3).
1.75 261015           03  OD-ITEM-NUM       PIC 9(8).
1.76 261015           03  OD-QTY            PIC 9(5).
1.77 261015           03  OD-EXT-PRICE      PIC 9(7)V99.
1.78 261015           03  OD-STATUS         PIC X.
1.79 261015           03  OD-PRICE-SRC      PIC X.
1.80 261015           03  OD-WHSE           PIC X(3).
1.81 261015           03  OD-REQ-DATE       PIC 9(8).
1.82 261015           03  OD-PROM-DATE      PIC 9(8).
1.83 261015           03  OD-SHIP-DATE      PIC 9(8).
1.84 261015           03  OD-KIT-LINE       PIC 9(3).
1.85 261015           03  OD-ORIG-ITEM      PIC 9(8).
8.30 261015       * allocated lot - see ORDENTRY
8.31 261015           03  OD-LOT-NUM        PIC X(12).
8.37 261015       * cost at shipment - see SHIPCONF
8.38 261015           03  OD-UNIT-COST      PIC 9(5)V99.
8.39 261015           03  OD-EXT-COST       PIC 9(7)V99.
1.86 261015        FD  INVHDR
1.87 261015                LABEL RECORD IS STANDARD.
1.88 261015       * invoice header layout - see INVGEN
1.89 261015        01  INVHDR-REC.
1.90 261015           03  IV-INV-NUM        PIC 9(8).
1.91 261015           03  IV-CUST-ID        PIC X(10).
1.92 261015           03  IV-DATE           PIC 9(8).
1.93 261015           03  IV-TOTAL          PIC 9(9)V99.
1.94 261015           03  IV-NET            PIC 9(9)V99.
1.95 261015           03  IV-TAX            PIC 9(9)V99.
1.96 261015        FD  INVLINE
1.97 261015                LABEL RECORD IS STANDARD.
1.98 261015       * invoice line layout - see INVGEN
1.99 261015        01  INVLINE-REC.
2.00 261015           03  IL-KEY.
2.01 261015              05  IL-INV-NUM     PIC 9(8).
2.02 261015              05  IL-LINE        PIC 9(3).
2.03 261015           03  IL-ORDER-NUM      PIC 9(8).
2.04 261015           03  IL-ORD-LINE       PIC 9(3).
2.05 261015           03  IL-ITEM-NUM       PIC 9(8).
2.06 261015           03  IL-QTY            PIC 9(5).
2.07 261015           03  IL-EXT-PRICE      PIC 9(7)V99.
2.08 261015           03  IL-UNIT-COST      PIC 9(5)V99.
2.09 261015           03  IL-TAX-CODE       PIC X(2).
2.10 261015           03  IL-TAX-RATE       PIC 9(2)V999.
2.11 261015           03  IL-TAX-AMT        PIC 9(7)V99.
2.12 261015           03  IL-LINE-TYPE      PIC X.
2.13 261015           03  IL-SHIP-METHOD    PIC X(10).
2.14 261015           03  IL-WEIGHT         PIC 9(7).
2.15 261015        FD  CUSTMSTR
2.16 261015                LABEL RECORD IS STANDARD.
2.17 261015        01  CUSTMSTR-REC.
2.18 261015           03  CM-CUST-ID        PIC X(10).
2.19 261015           03  CM-DISTRICT       PIC X(5).
2.20 261015           03  CM-CREDIT-LIMIT   PIC 9(9)V99.
2.21 261015           03  CM-TAX-EXEMPT     PIC X.
2.22 261015           03  CM-FREE-FREIGHT   PIC X.
8.40 261015           03  CM-AGENT-MHOZ     PIC 9(2).
8.41 261015           03  CM-AGENT-SOCN     PIC 9(6).
2.23 261015        FD  ITEMMSTR
2.24 261015                LABEL RECORD IS STANDARD.
2.25 261015        01  ITEMMSTR-REC.
2.26 261015           03  IM-ITEM-NUM       PIC 9(8).
2.27 261015           03  IM-ITEM-NAME      PIC X(16).
2.28 261015           03  IM-DESCRIPTION    PIC X(28).
2.29 261015           03  IM-WEIGHT         PIC 9(4).
2.30 261015           03  IM-SHIP-METHOD    PIC X(10).
2.31 261015           03  IM-SHIP-DAYS      PIC 9(4).
2.32 261015           03  IM-UNIT-PRICE     PIC 9(5)V99.
2.33 261015           03  IM-QTY-ON-HAND    PIC 9(5).
2.34 261015           03  IM-REORDER-POINT  PIC 9(5).
2.35 261015           03  IM-CATEGORY       PIC X(16).
2.36 261015           03  IM-DESCRIPTION-LONG       PIC X(80).
2.37 261015           03  IM-STATUS         PIC X.
2.38 261015           03  IM-LAST-CHANGED   PIC X(21).
2.39 261015           03  IM-UNIT-COST      PIC 9(5)V99.
8.32 261015       * lot control - see INVPOST
8.33 261015           03  IM-LOT-CTRL       PIC X.
8.34 261015       * ABC class and last count date - see ABCCLASS
8.35 261015           03  IM-ABC-CLASS      PIC X.
8.36 261015           03  IM-LAST-COUNT     PIC 9(8).
2.40 261015        FD  FLASHRPT
2.41 261015                LABEL RECORD IS STANDARD.
2.42 261015        01  RPT-LINE          PIC X(80).
2.43 261015        FD  FLASHEXT
2.44 261015                LABEL RECORD IS STANDARD.
2.45 261015       * documented fixed extract layout - one record per district and
2.46 261015       * item category with any activity: the day's booked order value,
2.47 261015       * lines and value shipped and net value invoiced, the open
2.48 261015       * backorder value as of the run, then booked, shipped and
2.49 261015       * invoiced value month to date and over the same days of the
2.50 261015       * month before
2.51 261015        01  FLASHEXT-REC.
2.52 261015           03  FX-DATE           PIC 9(8).
2.53 261015           03  FX-DISTRICT       PIC X(5).
2.54 261015           03  FX-CATEGORY       PIC X(16).
2.55 261015           03  FX-BOOKED         PIC 9(9)V99.
2.56 261015           03  FX-SHIP-LINES     PIC 9(7).
2.57 261015           03  FX-SHIP-VALUE     PIC 9(9)V99.
2.58 261015           03  FX-INVOICED       PIC 9(9)V99.
2.59 261015           03  FX-BACKORDER      PIC 9(9)V99.
2.60 261015           03  FX-MTD-BOOKED     PIC 9(9)V99.
2.61 261015           03  FX-LM-BOOKED      PIC 9(9)V99.
2.62 261015           03  FX-MTD-SHIPPED    PIC 9(9)V99.
2.63 261015           03  FX-LM-SHIPPED     PIC 9(9)V99.
2.64 261015           03  FX-MTD-INVOICED   PIC 9(9)V99.
2.65 261015           03  FX-LM-INVOICED    PIC 9(9)V99.
2.66 261015        WORKING-STORAGE SECTION.
2.67 261015        01  WS-RR-STATUS      PIC XX.
2.68 261015        01  WS-RR-RUNID       PIC X(14) VALUE SPACES.
2.69 261015        01  WS-RR-DATE        PIC 9(8) VALUE 0.
2.70 261015        01  WS-RR-TIME        PIC 9(8) VALUE 0.
2.71 261015        01  WS-RR-READ        PIC 9(7) VALUE 0.
2.72 261015        01  WS-RR-WRITTEN     PIC 9(7) VALUE 0.
2.73 261015        01  WS-HDR-STATUS     PIC XX.
2.74 261015        01  WS-DTL-STATUS     PIC XX.
2.75 261015        01  WS-IVH-STATUS     PIC XX.
2.76 261015        01  WS-IVL-STATUS     PIC XX.
2.77 261015        01  WS-CUS-STATUS     PIC XX.
2.78 261015        01  WS-ITM-STATUS     PIC XX.
2.79 261015        01  WS-RPT-STATUS     PIC XX.
2.80 261015        01  WS-EXT-STATUS     PIC XX.
2.81 261015        01  WS-DTL-END        PIC X VALUE 'N'.
2.82 261015           88 DTL-END               VALUE 'Y'.
2.83 261015        01  WS-IVH-END        PIC X VALUE 'N'.
2.84 261015           88 IVH-END               VALUE 'Y'.
2.85 261015        01  WS-IVL-END        PIC X VALUE 'N'.
2.86 261015           88 IVL-END               VALUE 'Y'.
2.87 261015       * the business day reported, the month-to-date window and the
2.88 261015       * same days of the month before
2.89 261015        01  WS-TODAY          PIC 9(8) VALUE 0.
2.90 261015        01  WS-RUN-DATE       PIC 9(8) VALUE 0.
2.91 261015        01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
2.92 261015           03  WS-RUN-YYYYMM     PIC 9(6).
2.93 261015           03  WS-RUN-DD         PIC 9(2).
2.94 261015        01  WS-MTD-START      PIC 9(8) VALUE 0.
2.95 261015        01  WS-LM-START       PIC 9(8) VALUE 0.
2.96 261015        01  WS-LM-END         PIC 9(8) VALUE 0.
2.97 261015        01  WS-LM-END-X REDEFINES WS-LM-END.
2.98 261015           03  WS-LM-YYYYMM      PIC 9(6).
2.99 261015           03  WS-LM-DD          PIC 9(2).
3.00 261015        01  WS-DATE-INT       PIC 9(8) VALUE 0.
3.01 261015       * the district and category the current amounts go to
3.02 261015        01  WS-CUR-ORDER      PIC 9(8) VALUE 0.
3.03 261015        01  WS-ORD-DATE       PIC 9(8) VALUE 0.
3.04 261015        01  WS-CUR-DISTRICT   PIC X(5) VALUE SPACES.
3.05 261015        01  WS-CUR-CATEGORY   PIC X(16) VALUE SPACES.
3.06 261015        01  WS-CELL-TBL.
3.07 261015           03  WS-CELL-O OCCURS 500.
3.08 261015              05  WS-CELL-KEY.
3.09 261015                 07  WS-CELL-DISTRICT   PIC X(5).
3.10 261015                 07  WS-CELL-CATEGORY   PIC X(16).
3.11 261015              05  WS-CELL-BOOKED     PIC 9(9)V99.
3.12 261015              05  WS-CELL-SHIP-LINES PIC 9(7).
3.13 261015              05  WS-CELL-SHIP-VALUE PIC 9(9)V99.
3.14 261015              05  WS-CELL-INVOICED   PIC 9(9)V99.
3.15 261015              05  WS-CELL-BACKORDER  PIC 9(9)V99.
3.16 261015              05  WS-CELL-MTD-BOOKED PIC 9(9)V99.
3.17 261015              05  WS-CELL-LM-BOOKED  PIC 9(9)V99.
3.18 261015              05  WS-CELL-MTD-SHIP   PIC 9(9)V99.
3.19 261015              05  WS-CELL-LM-SHIP    PIC 9(9)V99.
3.20 261015              05  WS-CELL-MTD-INV    PIC 9(9)V99.
3.21 261015              05  WS-CELL-LM-INV     PIC 9(9)V99.
3.22 261015        01  WS-CELL-CNT       PIC 9(3) VALUE 0.
3.23 261015        01  I-CELL            PIC 9(3) VALUE 0.
3.24 261015        01  J-CELL            PIC 9(3) VALUE 0.
3.25 261015        01  WS-INS-AT         PIC 9(3) VALUE 0.
3.26 261015        01  WS-SEEK-KEY.
3.27 261015           03  WS-SEEK-DISTRICT  PIC X(5).
3.28 261015           03  WS-SEEK-CATEGORY  PIC X(16).
3.29 261015        01  WS-CELL-FOUND     PIC X VALUE 'N'.
3.30 261015           88 CELL-FOUND            VALUE 'Y'.
3.31 261015        01  WS-CELL-LOST      PIC 9(7) VALUE 0.
3.32 261015       * company totals, one set for each column
3.33 261015        01  WS-TOT-CELL.
3.34 261015           03  WS-TOT-BOOKED     PIC 9(9)V99 VALUE 0.
3.35 261015           03  WS-TOT-SHIP-LINES PIC 9(7) VALUE 0.
3.36 261015           03  WS-TOT-SHIP-VALUE PIC 9(9)V99 VALUE 0.
3.37 261015           03  WS-TOT-INVOICED   PIC 9(9)V99 VALUE 0.
3.38 261015           03  WS-TOT-BACKORDER  PIC 9(9)V99 VALUE 0.
3.39 261015           03  WS-TOT-MTD-BOOKED PIC 9(9)V99 VALUE 0.
3.40 261015           03  WS-TOT-LM-BOOKED  PIC 9(9)V99 VALUE 0.
3.41 261015           03  WS-TOT-MTD-SHIP   PIC 9(9)V99 VALUE 0.
3.42 261015           03  WS-TOT-LM-SHIP    PIC 9(9)V99 VALUE 0.
3.43 261015           03  WS-TOT-MTD-INV    PIC 9(9)V99 VALUE 0.
3.44 261015           03  WS-TOT-LM-INV     PIC 9(9)V99 VALUE 0.
3.45 261015        01  WS-LINES-READ     PIC 9(7) VALUE 0.
3.46 261015        01  WS-INVOICES-READ  PIC 9(7) VALUE 0.
3.47 261015        01  WS-DAY-HEAD.
3.48 261015           03  FILLER            PIC X(23) VALUE 'DIST  CATEGORY'.
3.49 261015           03  FILLER            PIC X(12) VALUE '     BOOKED'.
3.50 261015           03  FILLER            PIC X(5)  VALUE 'LNS'.
3.51 261015           03  FILLER            PIC X(12) VALUE '    SHIPPED'.
3.52 261015           03  FILLER            PIC X(12) VALUE '   INVOICED'.
3.53 261015           03  FILLER            PIC X(12) VALUE '  BACKORDER'.
3.54 261015        01  WS-DAY-DETAIL.
3.55 261015           03  RPT-DISTRICT      PIC X(5).
3.56 261015           03  FILLER            PIC X(1) VALUE SPACES.
3.57 261015           03  RPT-CATEGORY      PIC X(16).
3.58 261015           03  FILLER            PIC X(1) VALUE SPACES.
3.59 261015           03  RPT-BOOKED        PIC Z(7)9.99.
3.60 261015           03  FILLER            PIC X(1) VALUE SPACES.
3.61 261015           03  RPT-SHIP-LINES    PIC ZZZ9.
3.62 261015           03  FILLER            PIC X(1) VALUE SPACES.
3.63 261015           03  RPT-SHIP-VALUE    PIC Z(7)9.99.
3.64 261015           03  FILLER            PIC X(1) VALUE SPACES.
3.65 261015           03  RPT-INVOICED      PIC Z(7)9.99.
3.66 261015           03  FILLER            PIC X(1) VALUE SPACES.
3.67 261015           03  RPT-BACKORDER     PIC Z(7)9.99.
3.68 261015        01  WS-MTD-HEAD.
3.69 261015           03  FILLER            PIC X(22) VALUE 'DIST  CATEGORY'.
3.70 261015           03  FILLER            PIC X(9)  VALUE ' BOOK MTD'.
3.71 261015           03  FILLER            PIC X(9)  VALUE '  LAST MO'.
3.72 261015           03  FILLER            PIC X(9)  VALUE ' SHIP MTD'.
3.73 261015           03  FILLER            PIC X(9)  VALUE '  LAST MO'.
3.74 261015           03  FILLER            PIC X(9)  VALUE '  INV MTD'.
3.75 261015           03  FILLER            PIC X(9)  VALUE '  LAST MO'.
3.76 261015       * month-to-date comparison in whole currency units
3.77 261015        01  WS-MTD-DETAIL.
3.78 261015           03  RPT-M-DISTRICT    PIC X(5).
3.79 261015           03  FILLER            PIC X(1) VALUE SPACES.
3.80 261015           03  RPT-M-CATEGORY    PIC X(16).
3.81 261015           03  FILLER            PIC X(1) VALUE SPACES.
3.82 261015           03  RPT-MTD-BOOKED    PIC Z(7)9.
3.83 261015           03  FILLER            PIC X(1) VALUE SPACES.
3.84 261015           03  RPT-LM-BOOKED     PIC Z(7)9.
3.85 261015           03  FILLER            PIC X(1) VALUE SPACES.
3.86 261015           03  RPT-MTD-SHIP      PIC Z(7)9.
3.87 261015           03  FILLER            PIC X(1) VALUE SPACES.
3.88 261015           03  RPT-LM-SHIP       PIC Z(7)9.
3.89 261015           03  FILLER            PIC X(1) VALUE SPACES.
3.90 261015           03  RPT-MTD-INV       PIC Z(7)9.
3.91 261015           03  FILLER            PIC X(1) VALUE SPACES.
3.92 261015           03  RPT-LM-INV        PIC Z(7)9.
3.93 261015       * every report line is also registered in the ESRPTWRT
3.94 261015       * repository, so a purged spool no longer loses the report
3.95 261015        01  RW-PARAM.
3.96 261015           03  RW-JOB        PIC X(10) VALUE 'SLSFLASH  '.
3.97 261015           03  RW-FUNC       PIC X     VALUE SPACE.
3.98 261015           03  RW-LINE       PIC X(132) VALUE SPACES.
3.99 261015        LINKAGE SECTION.
4.00 261015       * the business day to report, YYYYMMDD - zero = yesterday
4.01 261015        01 FLS-DATE          PIC 9(8).
4.02 261015        PROCEDURE DIVISION USING FLS-DATE.
4.03 261015        BEGIN.
4.04 261015       * nightly sales flash by customer district and item category:
4.05 261015       * the day's booked order value, lines and value shipped, net
4.06 261015       * value invoiced, and the backorder value still open, then
4.07 261015       * booked, shipped and invoiced month to date against the same
4.08 261015       * days of the month before - on the report and, for the
4.09 261015       * spreadsheets, on the fixed-layout SLSFLASH extract. Order
4.10 261015       * lines are taken once in key order, booked on their order's
4.11 261015       * date and shipped on their ship date; a kit is counted on its
4.12 261015       * kit line, not on its components. Cancelled lines are not
4.13 261015       * counted as booked. Invoiced value is the line net from
4.14 261015       * INVLINE, freight under category FREIGHT.
4.15 261015            PERFORM 950-REGISTER-START.
4.16 261015            ACCEPT WS-TODAY FROM DATE.
4.17 261015            ADD 20000000 TO WS-TODAY.
4.18 261015            PERFORM 100-SET-WINDOWS THRU 100-EXIT.
4.19 261015            OPEN INPUT ORDHDR.
4.20 261015            OPEN INPUT ORDDTL.
4.21 261015            OPEN INPUT INVHDR.
4.22 261015            OPEN INPUT INVLINE.
4.23 261015            OPEN INPUT CUSTMSTR.
4.24 261015            OPEN INPUT ITEMMSTR.
4.25 261015            OPEN OUTPUT FLASHRPT.
4.26 261015            OPEN OUTPUT FLASHEXT.
4.27 261015            MOVE 'O' TO RW-FUNC.
4.28 261015            CALL 'ESRPTWRT' USING RW-PARAM.
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
4.40 261015                      ADD 1 TO WS-LINES-READ WS-RR-READ
4.41 261015                      PERFORM 400-ORDER-LINE THRU 400-EXIT
4.42 261015               END-READ
4.43 261015            END-PERFORM.
4.44 261015            MOVE 'N' TO WS-IVH-END.
4.45 261015            MOVE LOW-VALUES TO IV-INV-NUM.
4.46 261015            START INVHDR
4.47 261015                KEY NOT LESS IV-INV-NUM
4.48 261015                INVALID KEY
4.49 261015                   SET IVH-END TO TRUE.
4.50 261015            PERFORM UNTIL IVH-END
4.51 261015               READ INVHDR NEXT
4.52 261015                   AT END
4.53 261015                      SET IVH-END TO TRUE
4.54 261015                   NOT AT END
4.55 261015                      ADD 1 TO WS-RR-READ
4.56 261015                      PERFORM 500-INVOICE THRU 500-EXIT
4.57 261015               END-READ
4.58 261015            END-PERFORM.
4.59 261015            PERFORM 700-PRINT-DAY THRU 700-EXIT.
4.60 261015            PERFORM 750-PRINT-MTD THRU 750-EXIT.
4.61 261015            PERFORM 800-WRITE-EXTRACT THRU 800-EXIT.
4.62 261015            PERFORM 900-CONTROL-BLOCK THRU 900-EXIT.
4.63 261015            MOVE 'C' TO RW-FUNC.
4.64 261015            CALL 'ESRPTWRT' USING RW-PARAM.
4.65 261015            CLOSE ORDHDR.
4.66 261015            CLOSE ORDDTL.
4.67 261015            CLOSE INVHDR.
4.68 261015            CLOSE INVLINE.
4.69 261015            CLOSE CUSTMSTR.
4.70 261015            CLOSE ITEMMSTR.
4.71 261015            CLOSE FLASHRPT.
4.72 261015            CLOSE FLASHEXT.
4.73 261015            PERFORM 960-REGISTER-END.
4.74 261015            GOBACK.
4.75 261015        100-SET-WINDOWS.
4.76 261015       * the same period last month runs from its first to the same
4.77 261015       * day of the month, or its last day when it is shorter
4.78 261015            IF FLS-DATE = 0
4.79 261015               COMPUTE WS-DATE-INT =
4.80 261015                   FUNCTION INTEGER-OF-DATE(WS-TODAY) - 1
4.81 261015               COMPUTE WS-RUN-DATE = FUNCTION DATE-OF-INTEGER
4.82 261015                   (WS-DATE-INT)
4.83 261015            ELSE
4.84 261015               MOVE FLS-DATE TO WS-RUN-DATE
4.85 261015            END-IF.
4.86 261015            COMPUTE WS-MTD-START = WS-RUN-YYYYMM * 100 + 1.
4.87 261015            COMPUTE WS-DATE-INT =
4.88 261015                FUNCTION INTEGER-OF-DATE(WS-MTD-START) - 1.
4.89 261015            COMPUTE WS-LM-END = FUNCTION DATE-OF-INTEGER
4.90 261015                (WS-DATE-INT).
4.91 261015            COMPUTE WS-LM-START = WS-LM-YYYYMM * 100 + 1.
4.92 261015            IF WS-RUN-DD < WS-LM-DD
4.93 261015               MOVE WS-RUN-DD TO WS-LM-DD.
4.94 261015        100-EXIT.
4.95 261015            EXIT.
4.96 261015        400-ORDER-LINE.
4.97 261015            IF OD-KIT-LINE > 0
4.98 261015               GO TO 400-EXIT.
4.99 261015            IF OD-ORDER-NUM NOT = WS-CUR-ORDER
5.00 261015               PERFORM 420-NEW-ORDER THRU 420-EXIT.
5.01 261015            MOVE OD-ITEM-NUM TO IM-ITEM-NUM.
5.02 261015            PERFORM 440-ITEM-CATEGORY THRU 440-EXIT.
5.03 261015            MOVE WS-CUR-DISTRICT TO WS-SEEK-DISTRICT.
5.04 261015            MOVE WS-CUR-CATEGORY TO WS-SEEK-CATEGORY.
5.05 261015            PERFORM 600-FIND-CELL THRU 600-EXIT.
5.06 261015            IF NOT CELL-FOUND
5.07 261015               GO TO 400-EXIT.
5.08 261015            IF OD-STATUS NOT = 'X'
5.09 261015               IF WS-ORD-DATE = WS-RUN-DATE
5.10 261015                  ADD OD-EXT-PRICE TO WS-CELL-BOOKED(I-CELL)
5.11 261015               END-IF
5.12 261015               IF WS-ORD-DATE NOT < WS-MTD-START AND
5.13 261015                  WS-ORD-DATE NOT > WS-RUN-DATE
5.14 261015                  ADD OD-EXT-PRICE TO WS-CELL-MTD-BOOKED(I-CELL)
5.15 261015               END-IF
5.16 261015               IF WS-ORD-DATE NOT < WS-LM-START AND
5.17 261015                  WS-ORD-DATE NOT > WS-LM-END
5.18 261015                  ADD OD-EXT-PRICE TO WS-CELL-LM-BOOKED(I-CELL)
5.19 261015               END-IF
5.20 261015            END-IF.
5.21 261015            IF OD-SHIP-DATE = WS-RUN-DATE
5.22 261015               ADD 1 TO WS-CELL-SHIP-LINES(I-CELL)
5.23 261015               ADD OD-EXT-PRICE TO WS-CELL-SHIP-VALUE(I-CELL)
5.24 261015            END-IF.
5.25 261015            IF OD-SHIP-DATE NOT < WS-MTD-START AND
5.26 261015               OD-SHIP-DATE NOT > WS-RUN-DATE
5.27 261015               ADD OD-EXT-PRICE TO WS-CELL-MTD-SHIP(I-CELL)
5.28 261015            END-IF.
5.29 261015            IF OD-SHIP-DATE NOT < WS-LM-START AND
5.30 261015               OD-SHIP-DATE NOT > WS-LM-END
5.31 261015               ADD OD-EXT-PRICE TO WS-CELL-LM-SHIP(I-CELL)
5.32 261015            END-IF.
5.33 261015            IF OD-STATUS = 'B'
5.34 261015               ADD OD-EXT-PRICE TO WS-CELL-BACKORDER(I-CELL).
5.35 261015        400-EXIT.
5.36 261015            EXIT.
5.37 261015        420-NEW-ORDER.
5.38 261015            MOVE OD-ORDER-NUM TO WS-CUR-ORDER OH-ORDER-NUM.
5.39 261015            READ ORDHDR
5.40 261015                INVALID KEY
5.41 261015                   MOVE 0      TO OH-DATE
5.42 261015                   MOVE SPACES TO OH-CUST-ID
5.43 261015            END-READ.
5.44 261015            MOVE OH-DATE TO WS-ORD-DATE.
5.45 261015            MOVE OH-CUST-ID TO CM-CUST-ID.
5.46 261015            PERFORM 430-CUST-DISTRICT THRU 430-EXIT.
5.47 261015        420-EXIT.
5.48 261015            EXIT.
5.49 261015        430-CUST-DISTRICT.
5.50 261015            READ CUSTMSTR
5.51 261015                INVALID KEY
5.52 261015                   MOVE SPACES TO CM-DISTRICT
5.53 261015            END-READ.
5.54 261015            MOVE CM-DISTRICT TO WS-CUR-DISTRICT.
5.55 261015        430-EXIT.
5.56 261015            EXIT.
5.57 261015        440-ITEM-CATEGORY.
5.58 261015            READ ITEMMSTR
5.59 261015                INVALID KEY
5.60 261015                   MOVE SPACES TO IM-CATEGORY
5.61 261015            END-READ.
5.62 261015            MOVE IM-CATEGORY TO WS-CUR-CATEGORY.
5.63 261015        440-EXIT.
5.64 261015            EXIT.
5.65 261015        500-INVOICE.
5.66 261015            IF IV-DATE < WS-LM-START OR IV-DATE > WS-RUN-DATE
5.67 261015               GO TO 500-EXIT.
5.68 261015            IF IV-DATE > WS-LM-END AND IV-DATE < WS-MTD-START
5.69 261015               GO TO 500-EXIT.
5.70 261015            ADD 1 TO WS-INVOICES-READ.
5.71 261015            MOVE IV-CUST-ID TO CM-CUST-ID.
5.72 261015            PERFORM 430-CUST-DISTRICT THRU 430-EXIT.
5.73 261015            MOVE 'N' TO WS-IVL-END.
5.74 261015            MOVE IV-INV-NUM TO IL-INV-NUM.
5.75 261015            MOVE LOW-VALUES TO IL-LINE.
5.76 261015            START INVLINE
5.77 261015                KEY NOT LESS IL-KEY
5.78 261015                INVALID KEY
5.79 261015                   SET IVL-END TO TRUE.
5.80 261015            PERFORM UNTIL IVL-END
5.81 261015               READ INVLINE NEXT
5.82 261015                   AT END
5.83 261015                      SET IVL-END TO TRUE
5.84 261015                   NOT AT END
5.85 261015                      IF IL-INV-NUM NOT = IV-INV-NUM
5.86 261015                         SET IVL-END TO TRUE
5.87 261015                      ELSE
5.88 261015                         PERFORM 550-INVOICE-LINE THRU 550-EXIT
5.89 261015                      END-IF
5.90 261015               END-READ
5.91 261015            END-PERFORM.
5.92 261015        500-EXIT.
5.93 261015            EXIT.
5.94 261015        550-INVOICE-LINE.
5.95 261015            IF IL-LINE-TYPE = 'F'
5.96 261015               MOVE 'FREIGHT' TO WS-CUR-CATEGORY
5.97 261015            ELSE
5.98 261015               MOVE IL-ITEM-NUM TO IM-ITEM-NUM
5.99 261015               PERFORM 440-ITEM-CATEGORY THRU 440-EXIT
6.00 261015            END-IF.
6.01 261015            MOVE WS-CUR-DISTRICT TO WS-SEEK-DISTRICT.
6.02 261015            MOVE WS-CUR-CATEGORY TO WS-SEEK-CATEGORY.
6.03 261015            PERFORM 600-FIND-CELL THRU 600-EXIT.
6.04 261015            IF NOT CELL-FOUND
6.05 261015               GO TO 550-EXIT.
6.06 261015            IF IV-DATE = WS-RUN-DATE
6.07 261015               ADD IL-EXT-PRICE TO WS-CELL-INVOICED(I-CELL).
6.08 261015            IF IV-DATE NOT < WS-MTD-START
6.09 261015               ADD IL-EXT-PRICE TO WS-CELL-MTD-INV(I-CELL)
6.10 261015            ELSE
6.11 261015               ADD IL-EXT-PRICE TO WS-CELL-LM-INV(I-CELL)
6.12 261015            END-IF.
6.13 261015        550-EXIT.
6.14 261015            EXIT.
6.15 261015        600-FIND-CELL.
6.16 261015       * the cells are kept in district and category order - a new
6.17 261015       * one is slotted in where it belongs
6.18 261015            MOVE 'N' TO WS-CELL-FOUND.
6.19 261015            MOVE 0 TO WS-INS-AT.
6.20 261015            PERFORM VARYING I-CELL FROM 1 BY 1
6.21 261015                    UNTIL I-CELL > WS-CELL-CNT
6.22 261015               IF WS-CELL-KEY(I-CELL) NOT < WS-SEEK-KEY
6.23 261015                  MOVE I-CELL TO WS-INS-AT
6.24 261015                  IF WS-CELL-KEY(I-CELL) = WS-SEEK-KEY
6.25 261015                     SET CELL-FOUND TO TRUE
6.26 261015                  END-IF
6.27 261015                  COMPUTE I-CELL = WS-CELL-CNT + 1
6.28 261015               END-IF
6.29 261015            END-PERFORM.
6.30 261015            IF CELL-FOUND
6.31 261015               MOVE WS-INS-AT TO I-CELL
6.32 261015               GO TO 600-EXIT.
6.33 261015            IF WS-CELL-CNT NOT < 500
6.34 261015               ADD 1 TO WS-CELL-LOST
6.35 261015               GO TO 600-EXIT.
6.36 261015            IF WS-INS-AT = 0
6.37 261015               COMPUTE WS-INS-AT = WS-CELL-CNT + 1.
6.38 261015            PERFORM VARYING J-CELL FROM WS-CELL-CNT BY -1
6.39 261015                    UNTIL J-CELL < WS-INS-AT
6.40 261015               MOVE WS-CELL-O(J-CELL) TO WS-CELL-O(J-CELL + 1)
6.41 261015            END-PERFORM.
6.42 261015            ADD 1 TO WS-CELL-CNT.
6.43 261015            MOVE WS-INS-AT TO I-CELL.
6.44 261015            MOVE WS-SEEK-KEY TO WS-CELL-KEY(I-CELL).
6.45 261015            MOVE 0 TO WS-CELL-BOOKED(I-CELL) WS-CELL-SHIP-LINES(I-CELL)
6.46 261015                      WS-CELL-SHIP-VALUE(I-CELL) WS-CELL-INVOICED(I-CELL)
6.47 261015                      WS-CELL-BACKORDER(I-CELL)
6.48 261015                      WS-CELL-MTD-BOOKED(I-CELL)
6.49 261015                      WS-CELL-LM-BOOKED(I-CELL)
6.50 261015                      WS-CELL-MTD-SHIP(I-CELL) WS-CELL-LM-SHIP(I-CELL)
6.51 261015                      WS-CELL-MTD-INV(I-CELL) WS-CELL-LM-INV(I-CELL).
6.52 261015            SET CELL-FOUND TO TRUE.
6.53 261015        600-EXIT.
6.54 261015            EXIT.
6.55 261015        700-PRINT-DAY.
6.56 261015            MOVE SPACES TO RPT-LINE.
6.57 261015            STRING 'SALES FLASH FOR ' DELIMITED SIZE
6.58 261015                   WS-RUN-DATE DELIMITED SIZE
6.59 261015                   INTO RPT-LINE.
6.60 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
6.61 261015            MOVE WS-DAY-HEAD TO RPT-LINE.
6.62 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
6.63 261015            PERFORM VARYING I-CELL FROM 1 BY 1
6.64 261015                    UNTIL I-CELL > WS-CELL-CNT
6.65 261015               ADD WS-CELL-BOOKED(I-CELL)     TO WS-TOT-BOOKED
6.66 261015               ADD WS-CELL-SHIP-LINES(I-CELL) TO WS-TOT-SHIP-LINES
6.67 261015               ADD WS-CELL-SHIP-VALUE(I-CELL) TO WS-TOT-SHIP-VALUE
6.68 261015               ADD WS-CELL-INVOICED(I-CELL)   TO WS-TOT-INVOICED
6.69 261015               ADD WS-CELL-BACKORDER(I-CELL)  TO WS-TOT-BACKORDER
6.70 261015               ADD WS-CELL-MTD-BOOKED(I-CELL) TO WS-TOT-MTD-BOOKED
6.71 261015               ADD WS-CELL-LM-BOOKED(I-CELL)  TO WS-TOT-LM-BOOKED
6.72 261015               ADD WS-CELL-MTD-SHIP(I-CELL)   TO WS-TOT-MTD-SHIP
6.73 261015               ADD WS-CELL-LM-SHIP(I-CELL)    TO WS-TOT-LM-SHIP
6.74 261015               ADD WS-CELL-MTD-INV(I-CELL)    TO WS-TOT-MTD-INV
6.75 261015               ADD WS-CELL-LM-INV(I-CELL)     TO WS-TOT-LM-INV
6.76 261015               IF WS-CELL-BOOKED(I-CELL) > 0 OR
6.77 261015                  WS-CELL-SHIP-LINES(I-CELL) > 0 OR
6.78 261015                  WS-CELL-INVOICED(I-CELL) > 0 OR
6.79 261015                  WS-CELL-BACKORDER(I-CELL) > 0
6.80 261015                  MOVE WS-CELL-DISTRICT(I-CELL)   TO RPT-DISTRICT
6.81 261015                  MOVE WS-CELL-CATEGORY(I-CELL)   TO RPT-CATEGORY
6.82 261015                  MOVE WS-CELL-BOOKED(I-CELL)     TO RPT-BOOKED
6.83 261015                  MOVE WS-CELL-SHIP-LINES(I-CELL) TO RPT-SHIP-LINES
6.84 261015                  MOVE WS-CELL-SHIP-VALUE(I-CELL) TO RPT-SHIP-VALUE
6.85 261015                  MOVE WS-CELL-INVOICED(I-CELL)   TO RPT-INVOICED
6.86 261015                  MOVE WS-CELL-BACKORDER(I-CELL)  TO RPT-BACKORDER
6.87 261015                  MOVE WS-DAY-DETAIL TO RPT-LINE
6.88 261015                  PERFORM 150-PUT-LINE THRU 150-EXIT
6.89 261015               END-IF
6.90 261015            END-PERFORM.
6.91 261015            MOVE 'TOTAL'           TO RPT-DISTRICT.
6.92 261015            MOVE SPACES            TO RPT-CATEGORY.
6.93 261015            MOVE WS-TOT-BOOKED     TO RPT-BOOKED.
6.94 261015            MOVE WS-TOT-SHIP-LINES TO RPT-SHIP-LINES.
6.95 261015            MOVE WS-TOT-SHIP-VALUE TO RPT-SHIP-VALUE.
6.96 261015            MOVE WS-TOT-INVOICED   TO RPT-INVOICED.
6.97 261015            MOVE WS-TOT-BACKORDER  TO RPT-BACKORDER.
6.98 261015            MOVE WS-DAY-DETAIL TO RPT-LINE.
6.99 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
7.00 261015        700-EXIT.
7.01 261015            EXIT.
7.02 261015        750-PRINT-MTD.
7.03 261015            MOVE SPACES TO RPT-LINE.
7.04 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
7.05 261015            MOVE SPACES TO RPT-LINE.
7.06 261015            STRING 'MONTH TO DATE ' DELIMITED SIZE
7.07 261015                   WS-MTD-START DELIMITED SIZE
7.08 261015                   '-' DELIMITED SIZE
7.09 261015                   WS-RUN-DATE DELIMITED SIZE
7.10 261015                   ' VS ' DELIMITED SIZE
7.11 261015                   WS-LM-START DELIMITED SIZE
7.12 261015                   '-' DELIMITED SIZE
7.13 261015                   WS-LM-END DELIMITED SIZE
7.14 261015                   INTO RPT-LINE.
7.15 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
7.16 261015            MOVE WS-MTD-HEAD TO RPT-LINE.
7.17 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
7.18 261015            PERFORM VARYING I-CELL FROM 1 BY 1
7.19 261015                    UNTIL I-CELL > WS-CELL-CNT
7.20 261015               MOVE WS-CELL-DISTRICT(I-CELL)   TO RPT-M-DISTRICT
7.21 261015               MOVE WS-CELL-CATEGORY(I-CELL)   TO RPT-M-CATEGORY
7.22 261015               MOVE WS-CELL-MTD-BOOKED(I-CELL) TO RPT-MTD-BOOKED
7.23 261015               MOVE WS-CELL-LM-BOOKED(I-CELL)  TO RPT-LM-BOOKED
7.24 261015               MOVE WS-CELL-MTD-SHIP(I-CELL)   TO RPT-MTD-SHIP
7.25 261015               MOVE WS-CELL-LM-SHIP(I-CELL)    TO RPT-LM-SHIP
7.26 261015               MOVE WS-CELL-MTD-INV(I-CELL)    TO RPT-MTD-INV
7.27 261015               MOVE WS-CELL-LM-INV(I-CELL)     TO RPT-LM-INV
7.28 261015               MOVE WS-MTD-DETAIL TO RPT-LINE
7.29 261015               PERFORM 150-PUT-LINE THRU 150-EXIT
7.30 261015            END-PERFORM.
7.31 261015            MOVE 'TOTAL'           TO RPT-M-DISTRICT.
7.32 261015            MOVE SPACES            TO RPT-M-CATEGORY.
7.33 261015            MOVE WS-TOT-MTD-BOOKED TO RPT-MTD-BOOKED.
7.34 261015            MOVE WS-TOT-LM-BOOKED  TO RPT-LM-BOOKED.
7.35 261015            MOVE WS-TOT-MTD-SHIP   TO RPT-MTD-SHIP.
7.36 261015            MOVE WS-TOT-LM-SHIP    TO RPT-LM-SHIP.
7.37 261015            MOVE WS-TOT-MTD-INV    TO RPT-MTD-INV.
7.38 261015            MOVE WS-TOT-LM-INV     TO RPT-LM-INV.
7.39 261015            MOVE WS-MTD-DETAIL TO RPT-LINE.
7.40 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
7.41 261015        750-EXIT.
7.42 261015            EXIT.
7.43 261015        800-WRITE-EXTRACT.
7.44 261015            PERFORM VARYING I-CELL FROM 1 BY 1
7.45 261015                    UNTIL I-CELL > WS-CELL-CNT
7.46 261015               MOVE WS-RUN-DATE                TO FX-DATE
7.47 261015               MOVE WS-CELL-DISTRICT(I-CELL)   TO FX-DISTRICT
7.48 261015               MOVE WS-CELL-CATEGORY(I-CELL)   TO FX-CATEGORY
7.49 261015               MOVE WS-CELL-BOOKED(I-CELL)     TO FX-BOOKED
7.50 261015               MOVE WS-CELL-SHIP-LINES(I-CELL) TO FX-SHIP-LINES
7.51 261015               MOVE WS-CELL-SHIP-VALUE(I-CELL) TO FX-SHIP-VALUE
7.52 261015               MOVE WS-CELL-INVOICED(I-CELL)   TO FX-INVOICED
7.53 261015               MOVE WS-CELL-BACKORDER(I-CELL)  TO FX-BACKORDER
7.54 261015               MOVE WS-CELL-MTD-BOOKED(I-CELL) TO FX-MTD-BOOKED
7.55 261015               MOVE WS-CELL-LM-BOOKED(I-CELL)  TO FX-LM-BOOKED
7.56 261015               MOVE WS-CELL-MTD-SHIP(I-CELL)   TO FX-MTD-SHIPPED
7.57 261015               MOVE WS-CELL-LM-SHIP(I-CELL)    TO FX-LM-SHIPPED
7.58 261015               MOVE WS-CELL-MTD-INV(I-CELL)    TO FX-MTD-INVOICED
7.59 261015               MOVE WS-CELL-LM-INV(I-CELL)     TO FX-LM-INVOICED
7.60 261015               WRITE FLASHEXT-REC
7.61 261015               ADD 1 TO WS-RR-WRITTEN
7.62 261015            END-PERFORM.
7.63 261015        800-EXIT.
7.64 261015            EXIT.
7.65 261015        900-CONTROL-BLOCK.
7.66 261015            MOVE SPACES TO RPT-LINE.
7.67 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
7.68 261015            MOVE 'CONTROL TOTALS' TO RPT-LINE.
7.69 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
7.70 261015            MOVE SPACES TO RPT-LINE.
7.71 261015            STRING 'ORDER LINES READ ' DELIMITED SIZE
7.72 261015                   WS-LINES-READ DELIMITED SIZE
7.73 261015                   ' INVOICES IN WINDOW ' DELIMITED SIZE
7.74 261015                   WS-INVOICES-READ DELIMITED SIZE
7.75 261015                   INTO RPT-LINE.
7.76 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
7.77 261015            MOVE SPACES TO RPT-LINE.
7.78 261015            STRING 'EXTRACT RECORDS ' DELIMITED SIZE
7.79 261015                   WS-RR-WRITTEN DELIMITED SIZE
7.80 261015                   ' AMOUNTS NOT REPORTED - TABLE FULL ' DELIMITED SIZE
7.81 261015                   WS-CELL-LOST DELIMITED SIZE
7.82 261015                   INTO RPT-LINE.
7.83 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
7.84 261015        900-EXIT.
7.85 261015            EXIT.
7.86 261015        150-PUT-LINE.
7.87 261015            MOVE RPT-LINE TO RW-LINE.
7.88 261015            WRITE RPT-LINE.
7.89 261015            MOVE 'L' TO RW-FUNC.
7.90 261015            CALL 'ESRPTWRT' USING RW-PARAM.
7.91 261015        150-EXIT.
7.92 261015            EXIT.
7.93 261015        950-REGISTER-START.
7.94 261015            ACCEPT WS-RR-DATE FROM DATE.
7.95 261015            ADD 20000000 TO WS-RR-DATE.
7.96 261015            ACCEPT WS-RR-TIME FROM TIME.
7.97 261015            MOVE SPACES TO WS-RR-RUNID.
7.98 261015            STRING WS-RR-DATE DELIMITED SIZE
7.99 261015                   WS-RR-TIME(1:6) DELIMITED SIZE
8.00 261015                   INTO WS-RR-RUNID.
8.01 261015            OPEN EXTEND RUNREG.
8.02 261015            MOVE 'SLSFLASH  ' TO RR-JOB.
8.03 261015            MOVE WS-RR-RUNID TO RR-RUNID.
8.04 261015            MOVE 'S'         TO RR-TYPE.
8.05 261015            MOVE WS-RR-DATE  TO RR-DATE.
8.06 261015            MOVE WS-RR-TIME  TO RR-TIME.
8.07 261015            MOVE 0           TO RR-READ RR-WRITTEN.
8.08 261015            MOVE '  '        TO RR-STATUS.
8.09 261015            WRITE RR-REC.
8.10 261015        950-EXIT.
8.11 261015            EXIT.
8.12 261015        960-REGISTER-END.
8.13 261015            ACCEPT WS-RR-TIME FROM TIME.
8.14 261015            MOVE 'SLSFLASH  ' TO RR-JOB.
8.15 261015            MOVE WS-RR-RUNID TO RR-RUNID.
8.16 261015            MOVE 'E'         TO RR-TYPE.
8.17 261015            MOVE WS-RR-DATE  TO RR-DATE.
8.18 261015            MOVE WS-RR-TIME  TO RR-TIME.
8.19 261015            MOVE WS-RR-READ    TO RR-READ.
8.20 261015            MOVE WS-RR-WRITTEN TO RR-WRITTEN.
8.21 261015            MOVE 'OK' TO RR-STATUS.
8.22 261015            IF WS-RPT-STATUS NOT = '00' OR WS-EXT-STATUS NOT = '00'
8.23 261015               MOVE 'ER' TO RR-STATUS
8.24 261015            END-IF.
8.25 261015            WRITE RR-REC.
8.26 261015            CLOSE RUNREG.
8.27 261015        960-EXIT.
8.28 261015            EXIT.
8.29 261015        HALT.
