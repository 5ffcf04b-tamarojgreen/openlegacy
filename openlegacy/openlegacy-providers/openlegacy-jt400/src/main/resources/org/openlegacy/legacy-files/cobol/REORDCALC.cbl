1.27 260901                ACCESS MODE IS DYNAMIC
1.28 260901                RECORD KEY IS WH-KEY
1.29 260901                FILE STATUS IS WS-WHS-STATUS.
4.44 261015            SELECT KITCOMP ASSIGN TO DATABASE-KITCOMP
4.45 261015                ORGANIZATION IS INDEXED
4.46 261015                ACCESS MODE IS DYNAMIC
4.47 261015                RECORD KEY IS KC-KEY
4.48 261015                FILE STATUS IS WS-KCP-STATUS.
1.30 260901            SELECT RCPRPT ASSIGN TO PRINTER-RCPRPT
1.31 260901                ORGANIZATION IS LINE SEQUENTIAL
1.32 260901                FILE STATUS IS WS-RPT-STATUS.
1.38 260901           03  OH-ORDER-NUM      PIC 9(8).
1.39 260901           03  OH-CUST-ID        PIC X(10).
1.40 260901           03  OH-DATE           PIC 9(8).
4.87 261015       * how the order is paid - see ORDPAY
4.88 261015           03  OH-PAY-METHOD     PIC X.
4.89 261015           03  OH-CARD-SLOT      PIC 9(2).
4.90 261015           03  OH-CARD-TOKEN     PIC 9(11).
4.91 261015           03  OH-CARD-LAST4     PIC 9(4).
1.41 260901        FD  ORDDTL
1.42 260901                LABEL RECORD IS STANDARD.
1.43 260901        01  ORDDTL-REC.
1.51 260901           03  OD-STATUS         PIC X.
1.52 260901       * price source - see ORDENTRY
1.53 260901           03  OD-PRICE-SRC      PIC X.
4.36 261015       * shipping warehouse - see ORDENTRY
4.37 261015           03  OD-WHSE           PIC X(3).
4.38 261015       * requested, promised and shipped dates - see ORDENTRY
4.39 261015           03  OD-REQ-DATE       PIC 9(8).
4.40 261015           03  OD-PROM-DATE      PIC 9(8).
4.41 261015           03  OD-SHIP-DATE      PIC 9(8).
4.49 261015       * kit component link - see ORDENTRY
4.50 261015           03  OD-KIT-LINE       PIC 9(3).
4.85 261015       * item as ordered, when superseded - see ORDENTRY
4.86 261015           03  OD-ORIG-ITEM      PIC 9(8).
4.92 261015       * allocated lot - see ORDENTRY
4.93 261015           03  OD-LOT-NUM        PIC X(12).
4.99 261015       * cost at shipment - see SHIPCONF
5.00 261015           03  OD-UNIT-COST      PIC 9(5)V99.
5.01 261015           03  OD-EXT-COST       PIC 9(7)V99.
1.54 260901        FD  ITEMMSTR
1.55 260901                LABEL RECORD IS STANDARD.
1.56 260901        01  ITEMMSTR-REC.
1.71 260901           03  IM-LAST-CHANGED   PIC X(21).
1.72 260901       * moving-average unit cost - see INVPOST
1.73 260901           03  IM-UNIT-COST      PIC 9(5)V99.
4.94 261015       * lot control - see INVPOST
4.95 261015           03  IM-LOT-CTRL       PIC X.
4.96 261015       * ABC class and last count date - see ABCCLASS
4.97 261015           03  IM-ABC-CLASS      PIC X.
4.98 261015           03  IM-LAST-COUNT     PIC 9(8).
1.74 260901        FD  ITEMSUPP
1.75 260901                LABEL RECORD IS STANDARD.
1.76 260901        01  ITEMSUPP-REC.
1.83 260901           03  IS-UNIT-COST      PIC 9(5)V99.
1.84 260901       * preference rank - see POGEN
1.85 260901           03  IS-PREF           PIC 9(2).
4.42 261015       * drop-ship link - see POGEN
4.43 261015           03  IS-DROP-SHIP      PIC X.
1.86 260901        FD  WHSSTOCK
1.87 260901                LABEL RECORD IS STANDARD.
1.88 260901        01  WHSSTOCK-REC.
1.91 260901              05  WH-WHSE        PIC X(3).
1.92 260901           03  WH-QTY-ON-HAND    PIC 9(5).
1.93 260901           03  WH-REORDER-POINT  PIC 9(5).
4.51 261015        FD  KITCOMP
4.52 261015                LABEL RECORD IS STANDARD.
4.53 261015       * kit bill of material - see KITMNT
4.54 261015        01  KITCOMP-REC.
4.55 261015           03  KC-KEY.
4.56 261015              05  KC-KIT-ITEM    PIC 9(8).
4.57 261015              05  KC-COMP-ITEM   PIC 9(8).
4.58 261015           03  KC-QTY-PER        PIC 9(3).
1.94 260901        FD  RCPRPT
1.95 260901                LABEL RECORD IS STANDARD.
1.96 260901        01  RPT-LINE          PIC X(80).
2.01 260901        01  WS-SUP-STATUS     PIC XX.
2.02 260901        01  WS-WHS-STATUS     PIC XX.
2.03 260901        01  WS-RPT-STATUS     PIC XX.
4.59 261015        01  WS-KCP-STATUS     PIC XX.
2.04 260901        01  WS-TODAY          PIC 9(8) VALUE 0.
2.05 260901        01  WS-CUTOFF         PIC 9(8) VALUE 0.
2.06 260901        01  WS-CUTOFF-INT     PIC 9(9) VALUE 0.
2.12 260901           88 SUP-END               VALUE 'Y'.
2.13 260901        01  WS-WHS-END        PIC X VALUE 'N'.
2.14 260901           88 WHS-END               VALUE 'Y'.
4.60 261015        01  WS-KIT-FOUND      PIC X VALUE 'N'.
4.61 261015           88 KIT-ITEM              VALUE 'Y'.
2.15 260901        01  WS-CUR-ORDER      PIC 9(8) VALUE 0.
2.16 260901        01  WS-ORDER-IN-WIN   PIC X VALUE 'N'.
2.17 260901        01  WS-LEAD-DAYS      PIC 9(3) VALUE 0.
2.62 260901            OPEN I-O ITEMMSTR.
2.63 260901            OPEN INPUT ITEMSUPP.
2.64 260901            OPEN I-O WHSSTOCK.
4.62 261015            OPEN INPUT KITCOMP.
2.65 260901            OPEN OUTPUT RCPRPT.
2.66 260901            MOVE 'REORDER POINT RECALIBRATION' TO RPT-LINE.
2.67 260901            WRITE RPT-LINE.
2.81 260901            CLOSE ITEMMSTR.
2.82 260901            CLOSE ITEMSUPP.
2.83 260901            CLOSE WHSSTOCK.
4.63 261015            CLOSE KITCOMP.
2.84 260901            CLOSE RCPRPT.
2.85 260901            GOBACK.
2.86 260901        300-GATHER-DEMAND.
2.99 260901                   NOT AT END
3.00 260901                      IF OD-ORDER-NUM NOT = WS-CUR-ORDER
3.01 260901                         MOVE OD-ORDER-NUM TO WS-CUR-ORDER
5.02 261015                         PERFORM 350-CHECK-ORDER-DATE THRU 350-EXIT
3.03 260901                      END-IF
3.04 260901                      IF WS-ORDER-IN-WIN = 'Y'
4.64 261015       * a kit's demand is carried by its component lines - the kit
4.65 261015       * item itself is never stocked or reordered
4.66 261015                         PERFORM 370-CHECK-KIT THRU 370-EXIT
4.67 261015                         IF NOT KIT-ITEM
5.03 261015                            PERFORM 360-TALLY-ITEM THRU 360-EXIT
4.69 261015                         END-IF
3.06 260901                      END-IF
3.07 260901               END-READ
3.08 260901            END-PERFORM.
3.32 260901               MOVE OD-QTY      TO WS-ITM-DEMAND(WS-ITM-CNT)
3.33 260901            END-IF.
3.34 260901        360-EXIT.
4.70 261015            EXIT.
4.71 261015        370-CHECK-KIT.
4.72 261015            MOVE 'N' TO WS-KIT-FOUND.
4.73 261015            MOVE OD-ITEM-NUM TO KC-KIT-ITEM.
4.74 261015            MOVE LOW-VALUES  TO KC-COMP-ITEM.
4.75 261015            START KITCOMP
4.76 261015                KEY NOT LESS KC-KEY
4.77 261015                INVALID KEY
4.78 261015                   GO TO 370-EXIT.
4.79 261015            READ KITCOMP NEXT
4.80 261015                AT END
4.81 261015                   GO TO 370-EXIT.
4.82 261015            IF KC-KIT-ITEM = OD-ITEM-NUM
4.83 261015               MOVE 'Y' TO WS-KIT-FOUND.
4.84 261015        370-EXIT.
3.35 260901            EXIT.
3.36 260901        500-SUGGEST-ALL.
3.37 260901            PERFORM 510-SUGGEST-ONE THRU 510-EXIT
