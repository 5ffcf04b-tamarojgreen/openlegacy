50.1 260901       * IM-UNIT-PRICE is the selling price, this is what the
50.2 260901       * stock actually cost; STOCKVAL values at this
50.3 260901           03  IM-UNIT-COST      PIC 9(5)V99.
50.4 261015       * lot control - see INVPOST
50.5 261015           03  IM-LOT-CTRL       PIC X.
50.6 261015       * ABC class and last count date - see ABCCLASS
50.7 261015           03  IM-ABC-CLASS      PIC X.
50.8 261015           03  IM-LAST-COUNT     PIC 9(8).
1.47 260822        FD  PRICEHIST
1.48 260822                LABEL RECORD IS STANDARD.
1.49 260822        01  PRICEHIST-REC.
1.67 260822        01  WS-APPLIED-CNT    PIC 9(5) VALUE 0.
1.68 260822        01  WS-PENDING-CNT    PIC 9(5) VALUE 0.
1.69 260822        01  WS-REJECT-CNT     PIC 9(5) VALUE 0.
50.9 261015        01  WS-HELD-CNT       PIC 9(5) VALUE 0.
51.0 261015        01  WS-MGG-FUNC       PIC X VALUE 'P'.
51.1 261015        01  WS-MGG-SOURCE     PIC X VALUE 'S'.
51.2 261015        01  WS-MGG-STATUS     PIC X VALUE '0'.
51.3 261015        01  WS-MGG-CUST-ID    PIC X(10) VALUE SPACES.
51.4 261015        01  WS-MGG-TO-DATE    PIC 9(8) VALUE 0.
51.5 261015        01  WS-MGG-OPERATOR   PIC X(10) VALUE 'PRICEAPPL '.
51.6 261015        01  WS-MGG-FLOOR      PIC 9(3)V99 VALUE 0.
51.7 261015        01  WS-MGG-OLD-MARGIN PIC S9(5)V99 VALUE 0.
51.8 261015        01  WS-MGG-NEW-MARGIN PIC S9(5)V99 VALUE 0.
51.9 261015        01  WS-MGG-QUEUE-ID   PIC 9(12) VALUE 0.
1.70 260822        01  WS-RPT-DETAIL.
1.71 260822           03  RPT-ITEM          PIC 9(8).
1.72 260822           03  FILLER            PIC X(2) VALUE SPACES.
2.11 260822                   WS-PENDING-CNT DELIMITED SIZE
2.12 260822                   ' REJECTED ' DELIMITED SIZE
2.13 260822                   WS-REJECT-CNT DELIMITED SIZE
52.0 261015                   ' HELD ' DELIMITED SIZE
52.1 261015                   WS-HELD-CNT DELIMITED SIZE
2.14 260822                   INTO RPT-LINE.
2.15 260822            WRITE RPT-LINE.
2.16 260822            CLOSE PENDPRIC.
2.19 260822            CLOSE PRICEARPT.
2.20 260822            STOP RUN.
2.21 260822        400-CHECK-PENDING.
52.2 261015       * Q = held for a second operator under the margin floor, R =
52.3 261015       * turned down there - see PRCAPRV
2.22 261015            IF PP-APPLIED = 'Y' OR PP-APPLIED = 'Q' OR
52.4 261015               PP-APPLIED = 'R'
2.23 260822               GO TO 400-EXIT.
2.24 260822            MOVE PP-ITEM-NUM  TO RPT-ITEM.
2.25 260822            MOVE PP-NEW-PRICE TO RPT-PRICE.
2.43 260822                   MOVE 'E' TO PP-APPLIED
2.44 260822                   REWRITE PENDPRIC-REC
2.45 260822                   GO TO 500-EXIT.
52.5 261015       * a price under the category's margin floor waits on PRCAPPR
52.6 261015       * instead of landing; PRCAPRV applies it once approved
52.7 261015            CALL 'MRGGUARD' USING WS-MGG-FUNC WS-MGG-SOURCE PP-ITEM-NUM
52.8 261015                IM-CATEGORY IM-UNIT-COST IM-UNIT-PRICE PP-NEW-PRICE
52.9 261015                WS-MGG-CUST-ID PP-EFF-DATE WS-MGG-TO-DATE
53.0 261015                WS-MGG-OPERATOR WS-MGG-FLOOR WS-MGG-OLD-MARGIN
53.1 261015                WS-MGG-NEW-MARGIN WS-MGG-QUEUE-ID WS-MGG-STATUS.
53.2 261015            IF WS-MGG-STATUS NOT = '0'
53.3 261015               ADD 1 TO WS-HELD-CNT
53.4 261015               MOVE 'HELD - UNDER MARGIN FLOOR' TO RPT-TEXT
53.5 261015               PERFORM 600-WRITE-LINE
53.6 261015               MOVE 'Q' TO PP-APPLIED
53.7 261015               REWRITE PENDPRIC-REC
53.8 261015               GO TO 500-EXIT.
2.46 260822            MOVE PP-ITEM-NUM   TO PH-ITEM-NUM.
2.47 260822            MOVE FUNCTION CURRENT-DATE TO PH-TIMESTAMP.
2.48 260822            MOVE IM-UNIT-PRICE TO PH-OLD-PRICE.
