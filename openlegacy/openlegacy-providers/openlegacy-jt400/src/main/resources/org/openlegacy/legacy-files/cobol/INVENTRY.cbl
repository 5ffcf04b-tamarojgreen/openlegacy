70.5 260901                ACCESS MODE IS DYNAMIC
70.6 260901                RECORD KEY IS PC-PERIOD
70.7 260901                FILE STATUS IS WS-PER-STATUS.
76.0 261015       * adjustment reason codes - see RSNMNT
76.1 261015            SELECT ADJRSN ASSIGN TO DATABASE-ADJRSN
76.2 261015                ORGANIZATION IS INDEXED
76.3 261015                ACCESS MODE IS DYNAMIC
76.4 261015                RECORD KEY IS AJ-CODE
76.5 261015                FILE STATUS IS WS-RSN-STATUS.
1.10 260822        DATA DIVISION.
1.11 260822        FILE SECTION.
1.12 260822        FD  INVJRNL
1.20 260822           03  IJ-OPERATOR-ID    PIC X(10).
1.21 260822           03  IJ-TIMESTAMP      PIC X(21).
1.22 260822           03  IJ-APPLIED        PIC X.
74.7 261015       * lot and expiry date of a lot-controlled item - spaces on a
74.8 261015       * shipment or adjustment out lets INVPOST take the stock
74.9 261015       * earliest expiry first
75.0 261015           03  IJ-LOT-NUM        PIC X(12).
75.1 261015           03  IJ-EXPIRY-DATE    PIC 9(8).
76.6 261015       * reason code of a movement that is not an order, purchase,
76.7 261015       * transfer or return - what the shrinkage report analyses
76.8 261015           03  IJ-REASON         PIC X(4).
71.1 260901        FD  PERIODCTL
71.2 260901                LABEL RECORD IS STANDARD.
71.3 260901        01  PERIODCTL-REC.
71.4 260901           03  PC-PERIOD         PIC 9(6).
71.5 260901           03  PC-STATUS         PIC X.
71.6 260901           03  PC-CLOSE-DATE     PIC 9(8).
76.9 261015        FD  ADJRSN
77.0 261015                LABEL RECORD IS STANDARD.
77.1 261015        01  ADJRSN-REC.
77.2 261015           03  AJ-CODE           PIC X(4).
77.3 261015           03  AJ-DESC           PIC X(20).
77.4 261015           03  AJ-ACTIVE         PIC X.
1.23 260822        WORKING-STORAGE SECTION.
1.24 260822        01  WS-FILE-STATUS    PIC XX.
1.25 260822        01  WS-SEQ-NAME       PIC X(16) VALUE 'INVJRNL         '.
71.7 260901        01  WS-PER-STATUS     PIC XX.
71.8 260901        01  WS-TODAY          PIC 9(8) VALUE 0.
71.9 260901        01  WS-EFF-DATE       PIC 9(8) VALUE 0.
77.5 261015        01  WS-RSN-STATUS     PIC XX.
1.27 260822        LINKAGE SECTION.
1.28 260822        01 INV-ITEM-NUM      PIC 9(8).
1.29 260822       * R = RECEIPT (+), S = SHIPMENT (-), A = ADJUSTMENT
72.0 260901       * effective posting date; 0 = today
72.1 260901        01 INV-POST-DATE     PIC 9(8).
10.3 260901        01 INV-WHSE          PIC X(3).
75.2 261015       * lot and expiry of a lot-controlled item - spaces / 0 when the
75.3 261015       * item is not lot controlled or the caller does not know the lot
75.4 261015        01 INV-LOT-NUM       PIC X(12).
75.5 261015        01 INV-EXPIRY-DATE   PIC 9(8).
77.6 261015       * adjustment reason - must be a code active on ADJRSN, or CCNT
77.7 261015       * (cycle count variance) or QSCR (inspection scrap); spaces only
77.8 261015       * on an order (OR), purchase (PO), transfer (XF), customer
77.9 261015       * return (RM) or return to vendor (DN) movement
78.0 261015        01 INV-REASON        PIC X(4).
1.33 260822        01 INV-OPERATOR-ID   PIC X(10).
1.34 260822        01 INV-STATUS        PIC X.
1.35 260822           88 INV-OK               VALUE '0'.
1.36 260822           88 INV-BAD-TYPE         VALUE '1'.
1.37 260822           88 INV-IO-ERROR         VALUE '2'.
72.2 260901           88 INV-CLOSED-PERIOD    VALUE '3'.
78.1 261015           88 INV-BAD-REASON       VALUE '4'.
1.38 260822        PROCEDURE DIVISION USING INV-ITEM-NUM INV-TRAN-TYPE INV-QTY
75.6 261015            INV-REFERENCE INV-WHSE INV-POST-DATE INV-LOT-NUM
75.7 261015            INV-EXPIRY-DATE INV-REASON
72.4 260901            INV-OPERATOR-ID INV-STATUS.
1.40 260822        BEGIN.
1.41 260822       * the master is only ever changed through posted journal
1.47 260822               SET INV-BAD-TYPE TO TRUE
1.48 260822               GOBACK
1.49 260822            END-IF.
78.3 261015       * every movement that is not against an order, purchase,
78.4 261015       * transfer or return document has to say why it happened
78.5 261015            IF INV-REASON = SPACES
78.6 261015               IF INV-REFERENCE(1:2) NOT = 'OR' AND NOT = 'PO'
78.7 261015                  AND NOT = 'XF' AND NOT = 'RM' AND NOT = 'DN'
78.8 261015                  SET INV-BAD-REASON TO TRUE
78.9 261015                  GOBACK
79.0 261015               END-IF
79.1 261015            ELSE
79.2 261015               IF INV-REASON NOT = 'CCNT' AND NOT = 'QSCR'
79.3 261015                  OPEN INPUT ADJRSN
79.4 261015                  MOVE INV-REASON TO AJ-CODE
79.5 261015                  READ ADJRSN
79.6 261015                      INVALID KEY
79.7 261015                         SET INV-BAD-REASON TO TRUE
79.8 261015                      NOT INVALID KEY
79.9 261015                         IF AJ-ACTIVE NOT = 'Y'
80.0 261015                            SET INV-BAD-REASON TO TRUE
80.1 261015                         END-IF
80.2 261015                  END-READ
80.3 261015                  CLOSE ADJRSN
80.4 261015                  IF INV-BAD-REASON
80.5 261015                     GOBACK
80.6 261015                  END-IF
80.7 261015               END-IF
80.8 261015            END-IF.
72.5 260901            ACCEPT WS-TODAY FROM DATE.
72.6 260901            ADD 20000000 TO WS-TODAY.
72.7 260901            IF INV-POST-DATE = 0
1.60 260822            MOVE INV-REFERENCE   TO IJ-REFERENCE.
10.5 260901            MOVE INV-WHSE        TO IJ-WAREHOUSE.
74.6 260901            MOVE WS-EFF-DATE     TO IJ-POST-DATE.
75.8 261015            MOVE INV-LOT-NUM     TO IJ-LOT-NUM.
75.9 261015            MOVE INV-EXPIRY-DATE TO IJ-EXPIRY-DATE.
80.9 261015            MOVE INV-REASON      TO IJ-REASON.
1.61 260822            MOVE INV-OPERATOR-ID TO IJ-OPERATOR-ID.
1.62 260822            MOVE FUNCTION CURRENT-DATE TO IJ-TIMESTAMP.
1.63 260822            MOVE 'N' TO IJ-APPLIED.
