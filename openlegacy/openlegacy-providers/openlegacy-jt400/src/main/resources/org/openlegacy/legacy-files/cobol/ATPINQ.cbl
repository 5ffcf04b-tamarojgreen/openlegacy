1.22 260901                ACCESS MODE IS DYNAMIC
1.23 260901                RECORD KEY IS PL-KEY
1.24 260901                FILE STATUS IS WS-LIN-STATUS.
4.41 261015            SELECT KITCOMP ASSIGN TO DATABASE-KITCOMP
4.42 261015                ORGANIZATION IS INDEXED
4.43 261015                ACCESS MODE IS DYNAMIC
4.44 261015                RECORD KEY IS KC-KEY
4.45 261015                FILE STATUS IS WS-KCP-STATUS.
5.79 261015            SELECT SUPERSED ASSIGN TO DATABASE-SUPERSED
5.80 261015                ORGANIZATION IS INDEXED
5.81 261015                ACCESS MODE IS DYNAMIC
5.82 261015                RECORD KEY IS SS-OLD-ITEM
5.83 261015                FILE STATUS IS WS-SPS-STATUS.
6.71 261015            SELECT QCHOLD ASSIGN TO DATABASE-QCHOLD
6.72 261015                ORGANIZATION IS INDEXED
6.73 261015                ACCESS MODE IS DYNAMIC
6.74 261015                RECORD KEY IS QH-NUM
6.75 261015                FILE STATUS IS WS-QCH-STATUS.
1.25 260901            SELECT ATPRPT ASSIGN TO PRINTER-ATPRPT
1.26 260901                ORGANIZATION IS LINE SEQUENTIAL
1.27 260901                FILE STATUS IS WS-RPT-STATUS.
1.47 260901           03  IM-LAST-CHANGED   PIC X(21).
1.48 260901       * moving-average unit cost - see INVPOST
1.49 260901           03  IM-UNIT-COST      PIC 9(5)V99.
7.55 261015       * lot control - see INVPOST
7.56 261015           03  IM-LOT-CTRL       PIC X.
7.62 261015       * ABC class and last count date - see ABCCLASS
7.63 261015           03  IM-ABC-CLASS      PIC X.
7.64 261015           03  IM-LAST-COUNT     PIC 9(8).
1.50 260901        FD  WHSSTOCK
1.51 260901                LABEL RECORD IS STANDARD.
1.52 260901        01  WHSSTOCK-REC.
1.68 260901           03  OD-STATUS         PIC X.
1.69 260901       * price source - see ORDENTRY
1.70 260901           03  OD-PRICE-SRC      PIC X.
3.56 261015       * shipping warehouse - see ORDENTRY
3.57 261015           03  OD-WHSE           PIC X(3).
4.30 261015       * requested, promised and shipped dates - see ORDENTRY
4.31 261015           03  OD-REQ-DATE       PIC 9(8).
4.32 261015           03  OD-PROM-DATE      PIC 9(8).
4.33 261015           03  OD-SHIP-DATE      PIC 9(8).
4.46 261015       * kit component link - see ORDENTRY
4.47 261015           03  OD-KIT-LINE       PIC 9(3).
5.84 261015       * item as ordered, when superseded - see ORDENTRY
5.85 261015           03  OD-ORIG-ITEM      PIC 9(8).
7.57 261015       * allocated lot - see ORDENTRY
7.58 261015           03  OD-LOT-NUM        PIC X(12).
7.65 261015       * cost at shipment - see SHIPCONF
7.66 261015           03  OD-UNIT-COST      PIC 9(5)V99.
7.67 261015           03  OD-EXT-COST       PIC 9(7)V99.
1.71 260901        FD  POLINE
1.72 260901                LABEL RECORD IS STANDARD.
1.73 260901        01  POLINE-REC.
1.83 260901           03  PL-STATUS         PIC X.
1.84 260901           03  PL-OVER           PIC X.
1.85 260901           03  PL-LATE           PIC X.
4.34 261015       * drop-ship customer order reference - see POCONF
4.35 261015           03  PL-ORDER-NUM      PIC 9(8).
4.36 261015           03  PL-ORDER-LINE     PIC 9(3).
6.68 261015       * quantity supplier invoices have been matched against - see
6.69 261015       * SUPMATCH
6.70 261015           03  PL-QTY-INVOICED   PIC 9(5).
7.53 261015       * date of the latest receipt - see PORECV
7.54 261015           03  PL-RECV-DATE      PIC 9(8).
4.48 261015        FD  KITCOMP
4.49 261015                LABEL RECORD IS STANDARD.
4.50 261015       * kit bill of material - see KITMNT
4.51 261015        01  KITCOMP-REC.
4.52 261015           03  KC-KEY.
4.53 261015              05  KC-KIT-ITEM    PIC 9(8).
4.54 261015              05  KC-COMP-ITEM   PIC 9(8).
4.55 261015           03  KC-QTY-PER        PIC 9(3).
5.86 261015        FD  SUPERSED
5.87 261015                LABEL RECORD IS STANDARD.
5.88 261015       * supersession link - see SUPERMNT
5.89 261015        01  SUPERSED-REC.
5.90 261015           03  SS-OLD-ITEM       PIC 9(8).
5.91 261015           03  SS-NEW-ITEM       PIC 9(8).
5.92 261015           03  SS-EFF-DATE       PIC 9(8).
6.76 261015        FD  QCHOLD
6.77 261015                LABEL RECORD IS STANDARD.
6.78 261015       * receipt held for inspection - see PORECV
6.79 261015        01  QCHOLD-REC.
6.80 261015           03  QH-NUM            PIC 9(8).
6.81 261015           03  QH-PO-NUM         PIC 9(8).
6.82 261015           03  QH-PO-LINE        PIC 9(3).
6.83 261015           03  QH-ITEM-NUM       PIC 9(8).
6.84 261015           03  QH-WHSE           PIC X(3).
6.85 261015           03  QH-SUPP-ID        PIC X(6).
6.86 261015           03  QH-QTY            PIC 9(5).
6.87 261015           03  QH-QTY-PASSED     PIC 9(5).
6.88 261015           03  QH-QTY-RETURNED   PIC 9(5).
6.89 261015           03  QH-QTY-SCRAPPED   PIC 9(5).
6.90 261015           03  QH-RECV-DATE      PIC 9(8).
6.91 261015           03  QH-OPERATOR       PIC X(10).
6.92 261015           03  QH-LAST-DATE      PIC 9(8).
6.93 261015           03  QH-STATUS         PIC X.
7.59 261015       * lot received - see PORECV
7.60 261015           03  QH-LOT-NUM        PIC X(12).
7.61 261015           03  QH-EXPIRY-DATE    PIC 9(8).
1.86 260901        FD  ATPRPT
1.87 260901                LABEL RECORD IS STANDARD.
1.88 260901        01  RPT-LINE          PIC X(80).
1.92 260901        01  WS-DTL-STATUS     PIC XX.
1.93 260901        01  WS-LIN-STATUS     PIC XX.
1.94 260901        01  WS-RPT-STATUS     PIC XX.
4.56 261015        01  WS-KCP-STATUS     PIC XX.
1.95 260901        01  WS-WHS-END        PIC X VALUE 'N'.
1.96 260901           88 WHS-END               VALUE 'Y'.
1.97 260901        01  WS-DTL-END        PIC X VALUE 'N'.
1.98 260901           88 DTL-END               VALUE 'Y'.
1.99 260901        01  WS-LIN-END        PIC X VALUE 'N'.
2.00 260901           88 LIN-END               VALUE 'Y'.
4.57 261015        01  WS-KC-END         PIC X VALUE 'N'.
4.58 261015           88 KC-END                VALUE 'Y'.
4.59 261015        01  WS-KIT-FOUND      PIC X VALUE 'N'.
4.60 261015           88 KIT-ITEM              VALUE 'Y'.
4.61 261015       * the item the warehouse, allocation and inbound walks look at -
4.62 261015       * the one asked about, or in turn each component of a kit
4.63 261015        01  WS-ATP-ITEM       PIC 9(8) VALUE 0.
4.64 261015       * a kit's position in whole kits - the scarcest component
4.65 261015       * decides each figure
4.66 261015        01  WS-KIT-FIRST      PIC X VALUE 'Y'.
4.67 261015           88 KIT-FIRST             VALUE 'Y'.
4.68 261015        01  WS-COMP-AVAIL     PIC S9(7) VALUE 0.
4.69 261015        01  WS-COMP-KITS      PIC 9(7) VALUE 0.
4.70 261015        01  WS-KIT-ON-HAND    PIC 9(7) VALUE 0.
4.71 261015        01  WS-KIT-AVAIL      PIC 9(7) VALUE 0.
4.72 261015        01  WS-KIT-REACH      PIC 9(7) VALUE 0.
4.73 261015        01  WS-KIT-NEXT       PIC 9(8) VALUE 0.
5.93 261015        01  WS-SPS-STATUS     PIC XX.
5.94 261015        01  WS-SS-END         PIC X VALUE 'N'.
5.95 261015           88 SS-END                VALUE 'Y'.
5.96 261015        01  WS-TODAY          PIC 9(8) VALUE 0.
5.97 261015       * what an item it superseded still has free to sell through
5.98 261015        01  WS-OLD-ALC        PIC 9(7) VALUE 0.
5.99 261015        01  WS-OLD-AVAIL      PIC S9(7) VALUE 0.
6.65 261015        01  WS-OLD-QTY        PIC 9(7) VALUE 0.
2.01 260901        01  WS-REMAIN         PIC 9(5) VALUE 0.
2.02 260901        01  WS-WHS-DETAIL.
2.03 260901           03  FILLER            PIC X(5) VALUE ' WHS '.
2.04 260901           03  RPT-WHSE          PIC X(3).
2.05 260901           03  FILLER            PIC X(10) VALUE '  ON HAND '.
2.06 260901           03  RPT-WHS-QTY       PIC Z(4)9.
3.58 261015           03  FILLER            PIC X(12) VALUE '  ALLOCATED '.
3.59 261015           03  RPT-WHS-ALC       PIC Z(6)9.
3.60 261015           03  FILLER            PIC X(12) VALUE '  AVAILABLE '.
3.61 261015           03  RPT-WHS-AVAIL     PIC -(6)9.
3.62 261015       * open allocations per sourcing warehouse, summed before the
3.63 261015       * warehouse rows print
3.64 261015        01  WS-ALC-TABLE.
3.65 261015           03  WS-ALC-CNT        PIC 9(3) VALUE 0.
3.66 261015           03  WS-ALC-ENTRY OCCURS 50 TIMES.
3.67 261015              05  WS-ALC-WHSE       PIC X(3).
3.68 261015              05  WS-ALC-QTY        PIC 9(7).
3.69 261015        01  I-ALC             PIC 9(3) VALUE 0.
3.70 261015        01  WS-ALC-FOUND      PIC X VALUE 'N'.
3.71 261015           88 ALC-FOUND             VALUE 'Y'.
3.72 261015       * allocations on no warehouse - the company position only
3.73 261015        01  WS-UNSOURCED      PIC 9(7) VALUE 0.
3.74 261015        01  WS-WHS-ALC        PIC 9(7) VALUE 0.
3.75 261015        01  WS-WHS-AVAIL      PIC S9(7) VALUE 0.
2.07 260901        01  WS-PO-DETAIL.
2.08 260901           03  FILLER            PIC X(5) VALUE ' PO  '.
2.09 260901           03  RPT-PO            PIC 9(8).
2.11 260901           03  RPT-DUE           PIC 9(8).
2.12 260901           03  FILLER            PIC X(6) VALUE '  QTY '.
2.13 260901           03  RPT-PO-QTY        PIC Z(4)9.
6.94 261015       * receipts held in inspection - on the shelf but not yet stock,
6.95 261015       * so neither on hand nor available
6.96 261015        01  WS-QCH-STATUS     PIC XX.
6.97 261015        01  WS-QCH-END        PIC X VALUE 'N'.
6.98 261015           88 QCH-END               VALUE 'Y'.
6.99 261015        01  WS-QUARANTINE     PIC 9(7) VALUE 0.
7.00 261015        01  WS-QCH-OPEN       PIC 9(5) VALUE 0.
7.01 261015        01  WS-QC-DETAIL.
7.02 261015           03  FILLER            PIC X(5) VALUE ' QC  '.
7.03 261015           03  RPT-QC-PO         PIC 9(8).
7.04 261015           03  FILLER            PIC X(6) VALUE '  WHS '.
7.05 261015           03  RPT-QC-WHSE       PIC X(3).
7.06 261015           03  FILLER            PIC X(7) VALUE '  RECV '.
7.07 261015           03  RPT-QC-DATE       PIC 9(8).
7.08 261015           03  FILLER            PIC X(6) VALUE '  QTY '.
7.09 261015           03  RPT-QC-QTY        PIC Z(4)9.
2.14 260901        LINKAGE SECTION.
2.15 260901        01 ATP-ITEM-NUM      PIC 9(8).
2.16 260901        01 ATP-ON-HAND       PIC 9(5).
2.33 260901            SET ATP-OK TO TRUE.
2.34 260901            MOVE 0 TO ATP-ON-HAND ATP-ALLOCATED ATP-AVAILABLE
2.35 260901                      ATP-INBOUND ATP-NEXT-DATE ATP-NEXT-QTY.
7.52 261015            MOVE 0 TO WS-QUARANTINE.
2.36 260901            OPEN INPUT ITEMMSTR.
2.37 260901            OPEN INPUT WHSSTOCK.
2.38 260901            OPEN INPUT ORDDTL.
2.39 260901            OPEN INPUT POLINE.
4.74 261015            OPEN INPUT KITCOMP.
6.00 261015            OPEN INPUT SUPERSED.
7.10 261015            OPEN INPUT QCHOLD.
2.40 260901            OPEN OUTPUT ATPRPT.
2.41 260901            MOVE ATP-ITEM-NUM TO IM-ITEM-NUM.
2.42 260901            READ ITEMMSTR
2.50 260901                   ATP-ITEM-NUM DELIMITED SIZE
2.51 260901                   INTO RPT-LINE.
2.52 260901            WRITE RPT-LINE.
4.75 261015       * a kit holds no stock of its own - it is answered from its
4.76 261015       * components
4.77 261015            MOVE ATP-ITEM-NUM TO WS-ATP-ITEM.
4.78 261015            PERFORM 600-FIND-KIT THRU 600-EXIT.
4.79 261015            IF KIT-ITEM
4.80 261015               PERFORM 700-KIT-POSITION THRU 700-EXIT
4.81 261015               GO TO 200-TOTALS.
3.76 261015       * allocations first - the warehouse lines show each row net of
3.77 261015       * what is already sourced from it
3.78 261015            PERFORM 400-ALLOCATIONS THRU 400-EXIT.
3.79 261015            PERFORM 300-WAREHOUSES THRU 300-EXIT.
2.55 260901            PERFORM 500-INBOUND THRU 500-EXIT.
7.11 261015            PERFORM 550-INSPECTION THRU 550-EXIT.
2.56 260901            COMPUTE ATP-AVAILABLE = ATP-ON-HAND - ATP-ALLOCATED.
6.01 261015            PERFORM 800-SELL-THROUGH THRU 800-EXIT.
4.82 261015        200-TOTALS.
2.57 260901            MOVE SPACES TO RPT-LINE.
2.58 260901            STRING 'ON HAND ' DELIMITED SIZE
2.59 260901                   ATP-ON-HAND DELIMITED SIZE
2.65 260901                   ATP-INBOUND DELIMITED SIZE
2.66 260901                   INTO RPT-LINE.
2.67 260901            WRITE RPT-LINE.
7.12 261015            IF WS-QUARANTINE > 0
7.13 261015               MOVE SPACES TO RPT-LINE
7.14 261015               STRING 'IN INSPECTION ' DELIMITED SIZE
7.15 261015                      WS-QUARANTINE DELIMITED SIZE
7.16 261015                      ' - NOT AVAILABLE UNTIL RELEASED' DELIMITED SIZE
7.17 261015                      INTO RPT-LINE
7.18 261015               WRITE RPT-LINE
7.19 261015            END-IF.
2.68 260901        900-CLOSE.
2.69 260901            CLOSE ITEMMSTR.
2.70 260901            CLOSE WHSSTOCK.
2.71 260901            CLOSE ORDDTL.
2.72 260901            CLOSE POLINE.
4.83 261015            CLOSE KITCOMP.
6.02 261015            CLOSE SUPERSED.
7.20 261015            CLOSE QCHOLD.
2.73 260901            CLOSE ATPRPT.
2.74 260901            GOBACK.
2.75 260901        300-WAREHOUSES.
2.76 260901            MOVE 'N' TO WS-WHS-END.
4.84 261015            MOVE WS-ATP-ITEM  TO WH-ITEM-NUM.
2.78 260901            MOVE LOW-VALUES   TO WH-WHSE.
2.79 260901            START WHSSTOCK
2.80 260901                KEY NOT LESS WH-KEY
2.85 260901                   AT END
2.86 260901                      SET WHS-END TO TRUE
2.87 260901                   NOT AT END
4.85 261015                      IF WH-ITEM-NUM NOT = WS-ATP-ITEM
2.89 260901                         SET WHS-END TO TRUE
2.90 260901                      ELSE
2.91 260901                         MOVE WH-WHSE        TO RPT-WHSE
2.92 260901                         MOVE WH-QTY-ON-HAND TO RPT-WHS-QTY
3.80 261015                         PERFORM 350-WHS-ALLOCATED THRU 350-EXIT
3.81 261015                         MOVE WS-WHS-ALC     TO RPT-WHS-ALC
3.82 261015                         COMPUTE WS-WHS-AVAIL =
3.83 261015                             WH-QTY-ON-HAND - WS-WHS-ALC
3.84 261015                         MOVE WS-WHS-AVAIL   TO RPT-WHS-AVAIL
3.85 261015                         MOVE WS-WHS-DETAIL TO RPT-LINE
2.94 260901                         WRITE RPT-LINE
2.95 260901                      END-IF
2.96 260901               END-READ
2.97 260901            END-PERFORM.
3.86 261015            IF WS-UNSOURCED > 0
3.87 261015               MOVE SPACES TO RPT-LINE
3.88 261015               STRING ' NO WAREHOUSE  ALLOCATED ' DELIMITED SIZE
3.89 261015                      WS-UNSOURCED DELIMITED SIZE
3.90 261015                      INTO RPT-LINE
3.91 261015               WRITE RPT-LINE
3.92 261015            END-IF.
2.98 260901        300-EXIT.
2.99 260901            EXIT.
3.93 261015        350-WHS-ALLOCATED.
3.94 261015            MOVE 0 TO WS-WHS-ALC.
3.95 261015            PERFORM VARYING I-ALC FROM 1 BY 1
3.96 261015                    UNTIL I-ALC > WS-ALC-CNT
3.97 261015               IF WS-ALC-WHSE(I-ALC) = WH-WHSE
3.98 261015                  MOVE WS-ALC-QTY(I-ALC) TO WS-WHS-ALC
3.99 261015                  COMPUTE I-ALC = WS-ALC-CNT + 1
4.00 261015               END-IF
4.01 261015            END-PERFORM.
4.02 261015        350-EXIT.
4.03 261015            EXIT.
3.00 260901        400-ALLOCATIONS.
4.04 261015       * unshipped allocations hold stock; backorders hold nothing yet.
4.05 261015       * Each is also tallied to the warehouse ORDENTRY sourced it from
4.06 261015            MOVE 0 TO WS-ALC-CNT WS-UNSOURCED.
3.02 260901            MOVE 'N' TO WS-DTL-END.
3.03 260901            MOVE LOW-VALUES TO OD-ORDER-NUM OD-LINE.
3.04 260901            START ORDDTL
3.10 260901                   AT END
3.11 260901                      SET DTL-END TO TRUE
3.12 260901                   NOT AT END
4.86 261015                      IF OD-ITEM-NUM = WS-ATP-ITEM AND
3.14 260901                         OD-STATUS = 'A'
4.07 261015                         ADD OD-QTY TO ATP-ALLOCATED
4.08 261015                         IF OD-WHSE = SPACES
4.09 261015                            ADD OD-QTY TO WS-UNSOURCED
4.10 261015                         ELSE
4.11 261015                            PERFORM 450-TALLY-WHSE THRU 450-EXIT
4.12 261015                         END-IF
3.16 260901                      END-IF
3.17 260901               END-READ
3.18 260901            END-PERFORM.
3.21 260901        500-INBOUND.
3.22 260901       * open purchase-order lines with their expected dates - the
3.23 260901       * earliest becomes the "more on the 14th" answer
4.37 261015       * - drop-ship lines never reach our shelves, so they are not
4.38 261015       * inbound stock
3.24 260901            MOVE 'N' TO WS-LIN-END.
3.25 260901            MOVE LOW-VALUES TO PL-PO-NUM PL-LINE.
3.26 260901            START POLINE
3.32 260901                   AT END
3.33 260901                      SET LIN-END TO TRUE
3.34 260901                   NOT AT END
4.87 261015                      IF PL-ITEM-NUM = WS-ATP-ITEM AND
4.39 261015                         PL-STATUS = 'O' AND
4.40 261015                         PL-ORDER-NUM = 0
3.37 260901                         COMPUTE WS-REMAIN =
3.38 260901                             PL-QTY-ORDERED - PL-QTY-RECEIVED
3.39 260901                         ADD WS-REMAIN TO ATP-INBOUND
3.51 260901               END-READ
3.52 260901            END-PERFORM.
3.53 260901        500-EXIT.
7.21 261015            EXIT.
7.22 261015        550-INSPECTION.
7.23 261015       * open inspection holds on the item, each with what is still
7.24 261015       * undecided - shown, never counted into on hand or available
7.25 261015            MOVE 0 TO WS-QUARANTINE.
7.26 261015            MOVE 'N' TO WS-QCH-END.
7.27 261015            MOVE LOW-VALUES TO QH-NUM.
7.28 261015            START QCHOLD
7.29 261015                KEY NOT LESS QH-NUM
7.30 261015                INVALID KEY
7.31 261015                   SET QCH-END TO TRUE.
7.32 261015            PERFORM UNTIL QCH-END
7.33 261015               READ QCHOLD NEXT
7.34 261015                   AT END
7.35 261015                      SET QCH-END TO TRUE
7.36 261015                   NOT AT END
7.37 261015                      IF QH-ITEM-NUM = WS-ATP-ITEM AND
7.38 261015                         QH-STATUS = 'H'
7.39 261015                         COMPUTE WS-QCH-OPEN = QH-QTY - QH-QTY-PASSED
7.40 261015                             - QH-QTY-RETURNED - QH-QTY-SCRAPPED
7.41 261015                         ADD WS-QCH-OPEN TO WS-QUARANTINE
7.42 261015                         MOVE QH-PO-NUM    TO RPT-QC-PO
7.43 261015                         MOVE QH-WHSE      TO RPT-QC-WHSE
7.44 261015                         MOVE QH-RECV-DATE TO RPT-QC-DATE
7.45 261015                         MOVE WS-QCH-OPEN  TO RPT-QC-QTY
7.46 261015                         MOVE WS-QC-DETAIL TO RPT-LINE
7.47 261015                         WRITE RPT-LINE
7.48 261015                      END-IF
7.49 261015               END-READ
7.50 261015            END-PERFORM.
7.51 261015        550-EXIT.
3.54 260901            EXIT.
4.13 261015        450-TALLY-WHSE.
4.14 261015            MOVE 'N' TO WS-ALC-FOUND.
4.15 261015            PERFORM VARYING I-ALC FROM 1 BY 1
4.16 261015                    UNTIL I-ALC > WS-ALC-CNT
4.17 261015               IF WS-ALC-WHSE(I-ALC) = OD-WHSE
4.18 261015                  ADD OD-QTY TO WS-ALC-QTY(I-ALC)
4.19 261015                  SET ALC-FOUND TO TRUE
4.20 261015                  COMPUTE I-ALC = WS-ALC-CNT + 1
4.21 261015               END-IF
4.22 261015            END-PERFORM.
4.23 261015            IF NOT ALC-FOUND AND WS-ALC-CNT < 50
4.24 261015               ADD 1 TO WS-ALC-CNT
4.25 261015               MOVE OD-WHSE TO WS-ALC-WHSE(WS-ALC-CNT)
4.26 261015               MOVE OD-QTY  TO WS-ALC-QTY(WS-ALC-CNT)
4.27 261015            END-IF.
4.28 261015        450-EXIT.
4.29 261015            EXIT.
4.88 261015        600-FIND-KIT.
4.89 261015            MOVE 'N' TO WS-KIT-FOUND.
4.90 261015            MOVE ATP-ITEM-NUM TO KC-KIT-ITEM.
4.91 261015            MOVE LOW-VALUES   TO KC-COMP-ITEM.
4.92 261015            START KITCOMP
4.93 261015                KEY NOT LESS KC-KEY
4.94 261015                INVALID KEY
4.95 261015                   GO TO 600-EXIT.
4.96 261015            READ KITCOMP NEXT
4.97 261015                AT END
4.98 261015                   GO TO 600-EXIT.
4.99 261015            IF KC-KIT-ITEM = ATP-ITEM-NUM
5.00 261015               MOVE 'Y' TO WS-KIT-FOUND.
5.01 261015        600-EXIT.
5.02 261015            EXIT.
5.03 261015        700-KIT-POSITION.
5.04 261015       * every component is walked as an item of its own, then turned
5.05 261015       * into whole kits at its quantity per kit: the fewest kits any
5.06 261015       * component can make now, on its shelf, and once its inbound
5.07 261015       * arrives are the kit's available, on-hand and inbound answers.
5.08 261015       * The kit's next date is the latest of its components' next
5.09 261015       * receipts - not before then can the short ones all be in
5.10 261015            MOVE 'Y' TO WS-KIT-FIRST.
5.11 261015            MOVE 0 TO WS-KIT-ON-HAND WS-KIT-AVAIL WS-KIT-REACH
5.12 261015                      WS-KIT-NEXT.
5.13 261015            MOVE 'N' TO WS-KC-END.
5.14 261015            MOVE ATP-ITEM-NUM TO KC-KIT-ITEM.
5.15 261015            MOVE LOW-VALUES   TO KC-COMP-ITEM.
5.16 261015            START KITCOMP
5.17 261015                KEY NOT LESS KC-KEY
5.18 261015                INVALID KEY
5.19 261015                   SET KC-END TO TRUE.
5.20 261015            PERFORM UNTIL KC-END
5.21 261015               READ KITCOMP NEXT
5.22 261015                   AT END
5.23 261015                      SET KC-END TO TRUE
5.24 261015                   NOT AT END
5.25 261015                      IF KC-KIT-ITEM NOT = ATP-ITEM-NUM
5.26 261015                         SET KC-END TO TRUE
5.27 261015                      ELSE
5.28 261015                         PERFORM 750-COMPONENT THRU 750-EXIT
5.29 261015                      END-IF
5.30 261015               END-READ
5.31 261015            END-PERFORM.
5.32 261015            MOVE WS-KIT-ON-HAND TO ATP-ON-HAND.
5.33 261015            MOVE WS-KIT-AVAIL   TO ATP-AVAILABLE.
5.34 261015            COMPUTE ATP-ALLOCATED = WS-KIT-ON-HAND - WS-KIT-AVAIL.
5.35 261015            COMPUTE ATP-INBOUND   = WS-KIT-REACH - WS-KIT-AVAIL.
5.36 261015            MOVE WS-KIT-NEXT    TO ATP-NEXT-DATE.
5.37 261015            MOVE ATP-INBOUND    TO ATP-NEXT-QTY.
5.38 261015        700-EXIT.
5.39 261015            EXIT.
5.40 261015        750-COMPONENT.
5.41 261015            MOVE KC-COMP-ITEM TO WS-ATP-ITEM.
5.42 261015            MOVE KC-COMP-ITEM TO IM-ITEM-NUM.
5.43 261015            READ ITEMMSTR
5.44 261015                INVALID KEY
5.45 261015                   MOVE 0 TO IM-QTY-ON-HAND.
5.46 261015            MOVE IM-QTY-ON-HAND TO ATP-ON-HAND.
5.47 261015            MOVE 0 TO ATP-ALLOCATED ATP-INBOUND ATP-NEXT-DATE
5.48 261015                      ATP-NEXT-QTY.
5.49 261015            MOVE SPACES TO RPT-LINE.
5.50 261015            STRING 'COMPONENT ' DELIMITED SIZE
5.51 261015                   KC-COMP-ITEM DELIMITED SIZE
5.52 261015                   ' PER KIT ' DELIMITED SIZE
5.53 261015                   KC-QTY-PER DELIMITED SIZE
5.54 261015                   INTO RPT-LINE.
5.55 261015            WRITE RPT-LINE.
5.56 261015            PERFORM 400-ALLOCATIONS THRU 400-EXIT.
5.57 261015            PERFORM 300-WAREHOUSES THRU 300-EXIT.
5.58 261015            PERFORM 500-INBOUND THRU 500-EXIT.
5.59 261015            COMPUTE WS-COMP-AVAIL = ATP-ON-HAND - ATP-ALLOCATED.
5.60 261015            IF WS-COMP-AVAIL < 0
5.61 261015               MOVE 0 TO WS-COMP-AVAIL.
5.62 261015            IF KC-QTY-PER = 0
5.63 261015               GO TO 750-EXIT.
5.64 261015            COMPUTE WS-COMP-KITS = ATP-ON-HAND / KC-QTY-PER.
5.65 261015            IF KIT-FIRST OR WS-COMP-KITS < WS-KIT-ON-HAND
5.66 261015               MOVE WS-COMP-KITS TO WS-KIT-ON-HAND.
5.67 261015            COMPUTE WS-COMP-KITS = WS-COMP-AVAIL / KC-QTY-PER.
5.68 261015            IF KIT-FIRST OR WS-COMP-KITS < WS-KIT-AVAIL
5.69 261015               MOVE WS-COMP-KITS TO WS-KIT-AVAIL.
5.70 261015            COMPUTE WS-COMP-KITS =
5.71 261015                (WS-COMP-AVAIL + ATP-INBOUND) / KC-QTY-PER.
5.72 261015            IF KIT-FIRST OR WS-COMP-KITS < WS-KIT-REACH
5.73 261015               MOVE WS-COMP-KITS TO WS-KIT-REACH.
5.74 261015            IF ATP-NEXT-DATE > WS-KIT-NEXT
5.75 261015               MOVE ATP-NEXT-DATE TO WS-KIT-NEXT.
5.76 261015            MOVE 'N' TO WS-KIT-FIRST.
5.77 261015        750-EXIT.
5.78 261015            EXIT.
6.03 261015        800-SELL-THROUGH.
6.04 261015       * ORDENTRY sells the stock of the items this one superseded
6.05 261015       * before its own, so their free stock is part of its promise -
6.06 261015       * each old item it directly replaces, by a link in force,
6.07 261015       * adds what it has on hand net of its own allocations
6.08 261015            ACCEPT WS-TODAY FROM DATE.
6.09 261015            ADD 20000000 TO WS-TODAY.
6.10 261015            MOVE 'N' TO WS-SS-END.
6.11 261015            MOVE LOW-VALUES TO SS-OLD-ITEM.
6.12 261015            START SUPERSED
6.13 261015                KEY NOT LESS SS-OLD-ITEM
6.14 261015                INVALID KEY
6.15 261015                   GO TO 800-EXIT.
6.16 261015            PERFORM UNTIL SS-END
6.17 261015               READ SUPERSED NEXT
6.18 261015                   AT END
6.19 261015                      SET SS-END TO TRUE
6.20 261015                   NOT AT END
6.21 261015                      IF SS-NEW-ITEM = ATP-ITEM-NUM AND
6.22 261015                         SS-EFF-DATE NOT > WS-TODAY
6.23 261015                         PERFORM 850-OLD-STOCK THRU 850-EXIT
6.24 261015                      END-IF
6.25 261015               END-READ
6.26 261015            END-PERFORM.
6.27 261015        800-EXIT.
6.28 261015            EXIT.
6.29 261015        850-OLD-STOCK.
6.30 261015            MOVE SS-OLD-ITEM TO IM-ITEM-NUM.
6.31 261015            READ ITEMMSTR
6.32 261015                INVALID KEY
6.33 261015                   GO TO 850-EXIT.
6.34 261015            MOVE 0 TO WS-OLD-ALC.
6.35 261015            MOVE 'N' TO WS-DTL-END.
6.36 261015            MOVE LOW-VALUES TO OD-ORDER-NUM OD-LINE.
6.37 261015            START ORDDTL
6.38 261015                KEY NOT LESS OD-KEY
6.39 261015                INVALID KEY
6.40 261015                   SET DTL-END TO TRUE.
6.41 261015            PERFORM UNTIL DTL-END
6.42 261015               READ ORDDTL NEXT
6.43 261015                   AT END
6.44 261015                      SET DTL-END TO TRUE
6.45 261015                   NOT AT END
6.46 261015                      IF OD-ITEM-NUM = SS-OLD-ITEM AND
6.47 261015                         OD-STATUS = 'A'
6.48 261015                         ADD OD-QTY TO WS-OLD-ALC
6.49 261015                      END-IF
6.50 261015               END-READ
6.51 261015            END-PERFORM.
6.52 261015            COMPUTE WS-OLD-AVAIL = IM-QTY-ON-HAND - WS-OLD-ALC.
6.53 261015            IF WS-OLD-AVAIL NOT > 0
6.54 261015               GO TO 850-EXIT.
6.55 261015            ADD WS-OLD-AVAIL TO ATP-ON-HAND ATP-AVAILABLE.
6.66 261015            MOVE WS-OLD-AVAIL TO WS-OLD-QTY.
6.56 261015            MOVE SPACES TO RPT-LINE.
6.57 261015            STRING 'SUPERSEDED ITEM ' DELIMITED SIZE
6.58 261015                   SS-OLD-ITEM DELIMITED SIZE
6.59 261015                   ' SELL-THROUGH ' DELIMITED SIZE
6.67 261015                   WS-OLD-QTY DELIMITED SIZE
6.61 261015                   INTO RPT-LINE.
6.62 261015            WRITE RPT-LINE.
6.63 261015        850-EXIT.
6.64 261015            EXIT.
3.55 260901        HALT.
