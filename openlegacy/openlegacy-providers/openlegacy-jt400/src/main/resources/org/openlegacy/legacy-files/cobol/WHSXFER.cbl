1.21 260901           03  XT-QTY            PIC 9(5).
1.22 260901           03  XT-SHIP-DATE      PIC 9(8).
1.23 260901           03  XT-STATUS         PIC X.
75.3 261015       * the lot that is on the truck - spaces for an item without lot
75.4 261015       * control
75.5 261015           03  XT-LOT-NUM        PIC X(12).
75.6 261015           03  XT-EXPIRY-DATE    PIC 9(8).
1.24 260901        WORKING-STORAGE SECTION.
1.25 260901        01  WS-INT-STATUS     PIC XX.
1.26 260901        01  WS-TODAY          PIC 9(8) VALUE 0.
1.37 260901        01  INV-WHSE          PIC X(3).
75.0 260901       * 0 = post as of today
75.1 260901        01  INV-POST-DATE     PIC 9(8) VALUE 0.
75.7 261015       * lot and expiry of what is journalled - see INVENTRY
75.8 261015        01  INV-LOT-NUM       PIC X(12) VALUE SPACES.
75.9 261015        01  INV-EXPIRY-DATE   PIC 9(8) VALUE 0.
79.4 261015        01  INV-REASON        PIC X(4) VALUE SPACES.
1.38 260901        01  INV-OPERATOR-ID   PIC X(10).
1.39 260901        01  INV-STATUS        PIC X.
76.0 261015       * the LOTPICK parameter set - a transfer of a lot-controlled
76.1 261015       * item moves one whole lot, earliest expiry first
76.2 261015        01  LKP-FUNC          PIC X VALUE 'W'.
76.3 261015        01  LKP-PREF-LOT      PIC X(12) VALUE SPACES.
76.4 261015        01  LKP-EXCL-KEY      PIC X(11) VALUE ZEROS.
76.5 261015        01  LKP-PICKS.
76.6 261015           03  LKP-PICK-CNT      PIC 9(2).
76.7 261015           03  LKP-PICK OCCURS 10 TIMES.
76.8 261015              05  LKP-PK-WHSE       PIC X(3).
76.9 261015              05  LKP-PK-LOT        PIC X(12).
77.0 261015              05  LKP-PK-EXPIRY     PIC 9(8).
77.1 261015              05  LKP-PK-QTY        PIC 9(5).
77.2 261015        01  LKP-STATUS        PIC X.
1.40 260901        LINKAGE SECTION.
1.41 260901       * S = ship (journal the out leg, open the in-transit row, the
1.42 260901       *     transfer id comes back), R = receive (journal the in leg
1.56 260901           88 XFW-ALREADY-IN       VALUE '3'.
1.57 260901           88 XFW-JRNL-ERROR       VALUE '4'.
1.58 260901           88 XFW-SAME-WHSE        VALUE '5'.
77.3 261015       * no single unexpired lot in the source warehouse covers the
77.4 261015       * quantity - split the move by lot
77.5 261015           88 XFW-LOT-SHORT        VALUE '6'.
1.59 260901        PROCEDURE DIVISION USING XFW-FUNC XFW-ID XFW-ITEM-NUM
1.60 260901            XFW-FROM-WHSE XFW-TO-WHSE XFW-QTY XFW-OPERATOR XFW-STATUS.
1.61 260901        BEGIN.
1.93 260901            MOVE XFW-QTY       TO INV-QTY.
1.94 260901            MOVE XFW-FROM-WHSE TO INV-WHSE.
1.95 260901            MOVE XFW-OPERATOR  TO INV-OPERATOR-ID.
77.6 261015            MOVE SPACES        TO INV-LOT-NUM.
77.7 261015            MOVE 0             TO INV-EXPIRY-DATE.
77.8 261015            CALL 'LOTPICK' USING LKP-FUNC XFW-ITEM-NUM XFW-FROM-WHSE
77.9 261015                XFW-QTY LKP-PREF-LOT LKP-EXCL-KEY LKP-PICKS LKP-STATUS.
78.0 261015            IF LKP-STATUS = '3'
78.1 261015               SET XFW-LOT-SHORT TO TRUE
78.2 261015               GO TO 400-EXIT.
78.3 261015            IF LKP-STATUS = '0'
78.4 261015               MOVE LKP-PK-LOT(1)    TO INV-LOT-NUM
78.5 261015               MOVE LKP-PK-EXPIRY(1) TO INV-EXPIRY-DATE.
1.96 260901            CALL 'BIGINTCBL' USING WS-SEQ-NAME WS-SEQ-VALUE
1.97 260901                XFW-OPERATOR.
1.98 260901            MOVE WS-SEQ-VALUE TO XFW-ID.
2.01 260901                   XFW-ID DELIMITED SIZE
2.02 260901                   INTO INV-REFERENCE.
2.03 260901            CALL 'INVENTRY' USING INV-ITEM-NUM INV-TRAN-TYPE INV-QTY
78.6 261015                INV-REFERENCE INV-WHSE INV-POST-DATE INV-LOT-NUM
78.7 261015                INV-EXPIRY-DATE
79.5 261015                INV-REASON
75.2 260901                INV-OPERATOR-ID INV-STATUS.
2.05 260901            IF INV-STATUS NOT = '0'
2.06 260901               SET XFW-JRNL-ERROR TO TRUE
2.12 260901            MOVE XFW-QTY       TO XT-QTY.
2.13 260901            MOVE WS-TODAY      TO XT-SHIP-DATE.
2.14 260901            MOVE 'T'           TO XT-STATUS.
78.8 261015            MOVE INV-LOT-NUM     TO XT-LOT-NUM.
78.9 261015            MOVE INV-EXPIRY-DATE TO XT-EXPIRY-DATE.
2.15 260901            WRITE WHSINTR-REC
2.16 260901                INVALID KEY
2.17 260901                   CONTINUE
2.34 260901            MOVE XT-QTY      TO INV-QTY.
2.35 260901            MOVE XT-TO-WHSE  TO INV-WHSE.
2.36 260901            MOVE XFW-OPERATOR TO INV-OPERATOR-ID.
79.0 261015            MOVE XT-LOT-NUM     TO INV-LOT-NUM.
79.1 261015            MOVE XT-EXPIRY-DATE TO INV-EXPIRY-DATE.
2.37 260901            MOVE SPACES TO INV-REFERENCE.
2.38 260901            STRING 'XF' DELIMITED SIZE
2.39 260901                   XFW-ID DELIMITED SIZE
2.40 260901                   INTO INV-REFERENCE.
2.41 260901            CALL 'INVENTRY' USING INV-ITEM-NUM INV-TRAN-TYPE INV-QTY
79.2 261015                INV-REFERENCE INV-WHSE INV-POST-DATE INV-LOT-NUM
79.3 261015                INV-EXPIRY-DATE
79.6 261015                INV-REASON
75.2 260901                INV-OPERATOR-ID INV-STATUS.
2.43 260901            IF INV-STATUS NOT = '0'
2.44 260901               SET XFW-JRNL-ERROR TO TRUE
