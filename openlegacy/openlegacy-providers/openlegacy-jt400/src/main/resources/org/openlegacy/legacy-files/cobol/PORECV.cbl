20.2 260901                ACCESS MODE IS DYNAMIC
20.3 260901                RECORD KEY IS OD-KEY
20.4 260901                FILE STATUS IS WS-ORD-STATUS.
77.6 261015            SELECT INSPFLAG ASSIGN TO DATABASE-INSPFLAG
77.7 261015                ORGANIZATION IS INDEXED
77.8 261015                ACCESS MODE IS DYNAMIC
77.9 261015                RECORD KEY IS IF-KEY
78.0 261015                FILE STATUS IS WS-INS-STATUS.
78.1 261015            SELECT QCHOLD ASSIGN TO DATABASE-QCHOLD
78.2 261015                ORGANIZATION IS INDEXED
78.3 261015                ACCESS MODE IS DYNAMIC
78.4 261015                RECORD KEY IS QH-NUM
78.5 261015                FILE STATUS IS WS-QCH-STATUS.
89.4 261015            SELECT ITEMMSTR ASSIGN TO DATABASE-ITEMMSTR
89.5 261015                ORGANIZATION IS INDEXED
89.6 261015                ACCESS MODE IS DYNAMIC
89.7 261015                RECORD KEY IS IM-ITEM-NUM
89.8 261015                FILE STATUS IS WS-ITM-STATUS.
1.15 260901        DATA DIVISION.
1.16 260901        FILE SECTION.
1.17 260901        FD  POHDR
1.21 260901           03  PH-SUPP-ID        PIC X(6).
1.22 260901           03  PH-ORDER-DATE     PIC 9(8).
1.23 260901           03  PH-STATUS         PIC X.
88.7 261015       * PO cost currency - see POCONF
88.8 261015           03  PH-CURRENCY       PIC X(3).
1.24 260901        FD  POLINE
1.25 260901                LABEL RECORD IS STANDARD.
1.26 260901        01  POLINE-REC.
1.36 260901           03  PL-STATUS         PIC X.
1.37 260901           03  PL-OVER           PIC X.
1.38 260901           03  PL-LATE           PIC X.
76.1 261015       * drop-ship customer order reference - see POCONF
76.2 261015           03  PL-ORDER-NUM      PIC 9(8).
76.3 261015           03  PL-ORDER-LINE     PIC 9(3).
77.3 261015       * quantity supplier invoices have been matched against - see
77.4 261015       * SUPMATCH
77.5 261015           03  PL-QTY-INVOICED   PIC 9(5).
88.9 261015       * date of the latest receipt against the line - a line
89.0 261015       * closes on it, and the supplier scorecard (SUPSCORE)
89.1 261015       * measures lateness by it
89.2 261015           03  PL-RECV-DATE      PIC 9(8).
20.5 260901        FD  ORDDTL
20.6 260901                LABEL RECORD IS STANDARD.
20.7 260901        01  ORDDTL-REC.
30.0 260901       * where the line price came from: C = customer contract
30.1 260901       * price (CONTRPRC), L = the item-master list price
30.2 260901           03  OD-PRICE-SRC      PIC X.
75.3 261015       * shipping warehouse - see ORDENTRY
75.4 261015           03  OD-WHSE           PIC X(3).
75.7 261015       * requested, promised and shipped dates - see ORDENTRY
75.8 261015           03  OD-REQ-DATE       PIC 9(8).
75.9 261015           03  OD-PROM-DATE      PIC 9(8).
76.0 261015           03  OD-SHIP-DATE      PIC 9(8).
76.9 261015       * kit component link - see ORDENTRY
77.0 261015           03  OD-KIT-LINE       PIC 9(3).
77.1 261015       * item as ordered, when superseded - see ORDENTRY
77.2 261015           03  OD-ORIG-ITEM      PIC 9(8).
89.9 261015       * allocated lot - see ORDENTRY
90.0 261015           03  OD-LOT-NUM        PIC X(12).
97.5 261015       * cost at shipment - see SHIPCONF
97.6 261015           03  OD-UNIT-COST      PIC 9(5)V99.
97.7 261015           03  OD-EXT-COST       PIC 9(7)V99.
78.6 261015        FD  INSPFLAG
78.7 261015                LABEL RECORD IS STANDARD.
78.8 261015       * inspect-on-receipt flags: item + spaces = every receipt of the
78.9 261015       * item, zero + supplier = every receipt from the supplier
79.0 261015        01  INSPFLAG-REC.
79.1 261015           03  IF-KEY.
79.2 261015              05  IF-ITEM-NUM    PIC 9(8).
79.3 261015              05  IF-SUPP-ID     PIC X(6).
79.4 261015           03  IF-ADDED-DATE     PIC 9(8).
79.5 261015           03  IF-OPERATOR       PIC X(10).
79.6 261015        FD  QCHOLD
79.7 261015                LABEL RECORD IS STANDARD.
79.8 261015       * one row per receipt held for inspection - the quantity stays
79.9 261015       * out of stock until INSPREL passes, returns or scraps it
80.0 261015        01  QCHOLD-REC.
80.1 261015           03  QH-NUM            PIC 9(8).
80.2 261015           03  QH-PO-NUM         PIC 9(8).
80.3 261015           03  QH-PO-LINE        PIC 9(3).
80.4 261015           03  QH-ITEM-NUM       PIC 9(8).
80.5 261015           03  QH-WHSE           PIC X(3).
80.6 261015           03  QH-SUPP-ID        PIC X(6).
80.7 261015           03  QH-QTY            PIC 9(5).
80.8 261015           03  QH-QTY-PASSED     PIC 9(5).
80.9 261015           03  QH-QTY-RETURNED   PIC 9(5).
81.0 261015           03  QH-QTY-SCRAPPED   PIC 9(5).
81.1 261015           03  QH-RECV-DATE      PIC 9(8).
81.2 261015           03  QH-OPERATOR       PIC X(10).
81.3 261015           03  QH-LAST-DATE      PIC 9(8).
81.4 261015       * H = in inspection, D = fully disposed of
81.5 261015           03  QH-STATUS         PIC X.
90.1 261015       * lot and expiry captured at receipt, journalled with the
90.2 261015       * goods when the hold is decided - see INSPREL
90.3 261015           03  QH-LOT-NUM        PIC X(12).
90.4 261015           03  QH-EXPIRY-DATE    PIC 9(8).
90.5 261015        FD  ITEMMSTR
90.6 261015                LABEL RECORD IS STANDARD.
90.7 261015        01  ITEMMSTR-REC.
90.8 261015           03  IM-ITEM-NUM       PIC 9(8).
90.9 261015           03  IM-ITEM-NAME      PIC X(16).
91.0 261015           03  IM-DESCRIPTION    PIC X(28).
91.1 261015           03  IM-WEIGHT         PIC 9(4).
91.2 261015           03  IM-SHIP-METHOD    PIC X(10).
91.3 261015           03  IM-SHIP-DAYS      PIC 9(4).
91.4 261015           03  IM-UNIT-PRICE     PIC 9(5)V99.
91.5 261015           03  IM-QTY-ON-HAND    PIC 9(5).
91.6 261015           03  IM-REORDER-POINT  PIC 9(5).
91.7 261015           03  IM-CATEGORY       PIC X(16).
91.8 261015           03  IM-DESCRIPTION-LONG       PIC X(80).
91.9 261015       * lifecycle: A = active, D = discontinued
92.0 261015           03  IM-STATUS         PIC X.
92.1 261015       * last-changed stamp for optimistic locking - see UPDATEITEM
92.2 261015           03  IM-LAST-CHANGED   PIC X(21).
92.3 261015       * moving-average unit cost - see INVPOST
92.4 261015           03  IM-UNIT-COST      PIC 9(5)V99.
92.5 261015       * lot control - see INVPOST
92.6 261015           03  IM-LOT-CTRL       PIC X.
97.0 261015       * ABC class and last count date - see ABCCLASS
97.1 261015           03  IM-ABC-CLASS      PIC X.
97.2 261015           03  IM-LAST-COUNT     PIC 9(8).
1.39 260901        WORKING-STORAGE SECTION.
1.40 260901        01  WS-HDR-STATUS     PIC XX.
1.41 260901        01  WS-LIN-STATUS     PIC XX.
21.7 260901        01  WS-REMAIN         PIC 9(5) VALUE 0.
21.8 260901        01  WS-ORD-END        PIC X VALUE 'N'.
21.9 260901           88 ORD-END               VALUE 'Y'.
81.6 261015        01  WS-INS-STATUS     PIC XX.
81.7 261015        01  WS-QCH-STATUS     PIC XX.
92.7 261015        01  WS-ITM-STATUS     PIC XX.
81.8 261015        01  WS-INSPECT        PIC X VALUE 'N'.
81.9 261015           88 INSPECT-HOLD          VALUE 'Y'.
82.0 261015        01  WS-SEQ-NAME       PIC X(16) VALUE 'QCHOLD          '.
82.1 261015        01  WS-SEQ-VALUE      PIC 9(12) VALUE 0.
1.42 260901        01  WS-TODAY          PIC 9(8) VALUE 0.
1.43 260901        01  WS-OPEN-LEFT      PIC 9(3) VALUE 0.
1.44 260901        01  WS-DTL-END        PIC X VALUE 'N'.
10.0 260901        01  INV-WHSE          PIC X(3).
75.0 260901       * 0 = post as of today
75.1 260901        01  INV-POST-DATE     PIC 9(8) VALUE 0.
92.8 261015       * lot and expiry of what is journalled - see INVENTRY
92.9 261015        01  INV-LOT-NUM       PIC X(12) VALUE SPACES.
93.0 261015        01  INV-EXPIRY-DATE   PIC 9(8) VALUE 0.
97.3 261015        01  INV-REASON        PIC X(4) VALUE SPACES.
1.52 260901        01  INV-OPERATOR-ID   PIC X(10).
1.53 260901        01  INV-STATUS        PIC X.
1.54 260901        LINKAGE SECTION.
1.61 260901           88 RCV-NO-LINE          VALUE '1'.
1.62 260901           88 RCV-LINE-CLOSED      VALUE '2'.
1.63 260901           88 RCV-JRNL-ERROR       VALUE '3'.
76.4 261015       * a drop-ship line is closed by DSCONF, never received here
76.5 261015           88 RCV-DROP-SHIP        VALUE '4'.
93.1 261015       * a lot-controlled item must arrive with its lot number, and
93.2 261015       * not already past its expiry date
93.3 261015           88 RCV-NO-LOT           VALUE '5'.
93.4 261015           88 RCV-EXPIRED          VALUE '6'.
93.5 261015       * lot number and expiry date (0 = does not expire) of the goods
93.6 261015       * received - needed only for a lot-controlled item
93.7 261015        01 RCV-LOT-NUM       PIC X(12).
93.8 261015        01 RCV-EXPIRY-DATE   PIC 9(8).
1.64 260901        PROCEDURE DIVISION USING RCV-PO-NUM RCV-LINE RCV-QTY
93.9 261015            RCV-OPERATOR RCV-STATUS RCV-LOT-NUM RCV-EXPIRY-DATE.
1.66 260901        BEGIN.
1.67 260901       * receiving against a confirmed purchase-order line - the
1.68 260901       * arrival posts through the INVENTRY journal, the line carries
1.74 260901            OPEN I-O POHDR.
1.75 260901            OPEN I-O POLINE.
22.0 260901            OPEN I-O ORDDTL.
82.2 261015            OPEN INPUT INSPFLAG.
82.3 261015            OPEN I-O QCHOLD.
94.0 261015            OPEN INPUT ITEMMSTR.
1.76 260901            MOVE RCV-PO-NUM TO PL-PO-NUM.
1.77 260901            MOVE RCV-LINE   TO PL-LINE.
1.78 260901            READ POLINE
1.83 260901            IF PL-STATUS NOT = 'O'
1.84 260901               SET RCV-LINE-CLOSED TO TRUE
1.85 260901               GO TO 900-CLOSE.
76.6 261015            IF PL-ORDER-NUM NOT = 0
76.7 261015               SET RCV-DROP-SHIP TO TRUE
76.8 261015               GO TO 900-CLOSE.
94.1 261015       * the lot goes with the goods - on the journal, or on the
94.2 261015       * inspection hold until INSPREL journals it
94.3 261015            PERFORM 640-CHECK-LOT THRU 640-EXIT.
94.4 261015            IF RCV-STATUS NOT = '0'
94.5 261015               GO TO 900-CLOSE.
82.4 261015       * an item or supplier flagged for inspection goes on hold - the
82.5 261015       * line still counts it received, but it reaches stock (and the
82.6 261015       * waiting backorders) only when INSPREL passes it
82.7 261015            PERFORM 650-CHECK-INSPECT THRU 650-EXIT.
82.8 261015            IF INSPECT-HOLD
82.9 261015               PERFORM 660-HOLD-RECEIPT THRU 660-EXIT
83.0 261015               IF RCV-STATUS NOT = '0'
83.1 261015                  GO TO 900-CLOSE
83.2 261015               END-IF
83.3 261015               GO TO 200-RECEIVED.
1.86 260901       * post the receipt through the journal; INVPOST applies it to
1.87 260901       * the master the way it applies every journaled movement
1.88 260901            MOVE PL-ITEM-NUM TO INV-ITEM-NUM.
1.95 260901            MOVE RCV-OPERATOR TO INV-OPERATOR-ID.
10.1 260901            MOVE PL-WHSE TO INV-WHSE.
1.96 260901            CALL 'INVENTRY' USING INV-ITEM-NUM INV-TRAN-TYPE INV-QTY
94.6 261015                INV-REFERENCE INV-WHSE INV-POST-DATE INV-LOT-NUM
94.7 261015                INV-EXPIRY-DATE
97.4 261015                INV-REASON
75.2 260901                INV-OPERATOR-ID
10.3 260901                INV-STATUS.
1.98 260901            IF INV-STATUS NOT = '0'
1.99 260901               SET RCV-JRNL-ERROR TO TRUE
2.00 260901               GO TO 900-CLOSE.
83.4 261015        200-RECEIVED.
2.01 260901            ADD RCV-QTY TO PL-QTY-RECEIVED.
89.3 261015            MOVE WS-TODAY TO PL-RECV-DATE.
22.2 260901       * an arrival releases waiting backorders for the item -
22.3 260901       * first come first served, as far as the received quantity
22.4 260901       * goes; partial lines stay backordered whole
83.5 261015            IF NOT INSPECT-HOLD
83.6 261015               PERFORM 600-RELEASE-BACKORDERS THRU 600-EXIT.
2.02 260901       * the follow-up flags: more than ordered, or arrived past the
2.03 260901       * expected date
2.04 260901            IF PL-QTY-RECEIVED > PL-QTY-ORDERED
2.14 260901            CLOSE POHDR.
2.15 260901            CLOSE POLINE.
22.1 260901            CLOSE ORDDTL.
83.7 261015            CLOSE INSPFLAG.
83.8 261015            CLOSE QCHOLD.
94.8 261015            CLOSE ITEMMSTR.
2.16 260901            GOBACK.
2.17 260901        500-CHECK-HEADER.
2.18 260901       * close the header once no open line remains
24.0 260901                          OD-STATUS = 'B' AND
24.1 260901                          OD-QTY NOT > WS-REMAIN
24.2 260901                          MOVE 'A' TO OD-STATUS
75.5 261015       * the released line ships from the warehouse it arrived in
75.6 261015                          MOVE PL-WHSE TO OD-WHSE
24.3 260901                          SUBTRACT OD-QTY FROM WS-REMAIN
24.4 260901                          REWRITE ORDDTL-REC
24.5 260901                       END-IF
24.7 260901             END-PERFORM.
24.8 260901         600-EXIT.
24.9 260901             EXIT.
94.9 261015        640-CHECK-LOT.
95.0 261015            MOVE SPACES TO INV-LOT-NUM.
95.1 261015            MOVE 0      TO INV-EXPIRY-DATE.
95.2 261015            MOVE PL-ITEM-NUM TO IM-ITEM-NUM.
95.3 261015            READ ITEMMSTR
95.4 261015                INVALID KEY
95.5 261015                   GO TO 640-EXIT.
95.6 261015            IF IM-LOT-CTRL NOT = 'Y'
95.7 261015               GO TO 640-EXIT.
95.8 261015            IF RCV-LOT-NUM = SPACES
95.9 261015               SET RCV-NO-LOT TO TRUE
96.0 261015               GO TO 640-EXIT.
96.1 261015            IF RCV-EXPIRY-DATE NOT = 0 AND RCV-EXPIRY-DATE < WS-TODAY
96.2 261015               SET RCV-EXPIRED TO TRUE
96.3 261015               GO TO 640-EXIT.
96.4 261015            MOVE RCV-LOT-NUM     TO INV-LOT-NUM.
96.5 261015            MOVE RCV-EXPIRY-DATE TO INV-EXPIRY-DATE.
96.6 261015        640-EXIT.
96.7 261015            EXIT.
83.9 261015        650-CHECK-INSPECT.
84.0 261015       * the item flag first, then the supplier flag
84.1 261015            MOVE 'N' TO WS-INSPECT.
84.2 261015            MOVE PL-ITEM-NUM TO IF-ITEM-NUM.
84.3 261015            MOVE SPACES      TO IF-SUPP-ID.
84.4 261015            READ INSPFLAG
84.5 261015                NOT INVALID KEY
84.6 261015                   SET INSPECT-HOLD TO TRUE
84.7 261015                   GO TO 650-EXIT
84.8 261015            END-READ.
84.9 261015            MOVE RCV-PO-NUM TO PH-PO-NUM.
85.0 261015            READ POHDR
85.1 261015                INVALID KEY
85.2 261015                   GO TO 650-EXIT
85.3 261015            END-READ.
85.4 261015            MOVE 0          TO IF-ITEM-NUM.
85.5 261015            MOVE PH-SUPP-ID TO IF-SUPP-ID.
85.6 261015            READ INSPFLAG
85.7 261015                NOT INVALID KEY
85.8 261015                   SET INSPECT-HOLD TO TRUE
85.9 261015            END-READ.
86.0 261015        650-EXIT.
86.1 261015            EXIT.
86.2 261015        660-HOLD-RECEIPT.
86.3 261015            CALL 'BIGINTCBL' USING WS-SEQ-NAME WS-SEQ-VALUE
86.4 261015                RCV-OPERATOR.
86.5 261015            MOVE WS-SEQ-VALUE TO QH-NUM.
86.6 261015            MOVE RCV-PO-NUM   TO QH-PO-NUM.
86.7 261015            MOVE RCV-LINE     TO QH-PO-LINE.
86.8 261015            MOVE PL-ITEM-NUM  TO QH-ITEM-NUM.
86.9 261015            MOVE PL-WHSE      TO QH-WHSE.
87.0 261015            MOVE SPACES       TO QH-SUPP-ID.
87.1 261015            MOVE RCV-PO-NUM   TO PH-PO-NUM.
87.2 261015            READ POHDR
87.3 261015                NOT INVALID KEY
87.4 261015                   MOVE PH-SUPP-ID TO QH-SUPP-ID
87.5 261015            END-READ.
87.6 261015            MOVE RCV-QTY      TO QH-QTY.
87.7 261015            MOVE 0 TO QH-QTY-PASSED QH-QTY-RETURNED QH-QTY-SCRAPPED.
87.8 261015            MOVE WS-TODAY     TO QH-RECV-DATE QH-LAST-DATE.
87.9 261015            MOVE RCV-OPERATOR TO QH-OPERATOR.
96.8 261015            MOVE INV-LOT-NUM     TO QH-LOT-NUM.
96.9 261015            MOVE INV-EXPIRY-DATE TO QH-EXPIRY-DATE.
88.0 261015            MOVE 'H'          TO QH-STATUS.
88.1 261015            WRITE QCHOLD-REC
88.2 261015                INVALID KEY
88.3 261015                   SET RCV-JRNL-ERROR TO TRUE
88.4 261015            END-WRITE.
88.5 261015        660-EXIT.
88.6 261015            EXIT.
2.52 260901        HALT.
