1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. PRCAPRV.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT PRCAPPR ASSIGN TO DATABASE-PRCAPPR
1.06 261015                ORGANIZATION IS INDEXED
1.07 261015                ACCESS MODE IS DYNAMIC
1.08 261015                RECORD KEY IS AQ-KEY
1.09 261015                FILE STATUS IS WS-APR-STATUS.
1.10 261015            SELECT ITEMMSTR ASSIGN TO DATABASE-ITEMMSTR
1.11 261015                ORGANIZATION IS INDEXED
1.12 261015                ACCESS MODE IS DYNAMIC
1.13 261015                RECORD KEY IS IM-ITEM-NUM
1.14 261015                FILE STATUS IS WS-FILE-STATUS.
1.15 261015            SELECT PRICEHIST ASSIGN TO DATABASE-PRICEHIST
1.16 261015                ORGANIZATION IS INDEXED
1.17 261015                ACCESS MODE IS DYNAMIC
1.18 261015                RECORD KEY IS PH-KEY
1.19 261015                FILE STATUS IS WS-PH-STATUS.
1.20 261015            SELECT PENDPRIC ASSIGN TO DATABASE-PENDPRIC
1.21 261015                ORGANIZATION IS INDEXED
1.22 261015                ACCESS MODE IS DYNAMIC
1.23 261015                RECORD KEY IS PP-KEY
1.24 261015                FILE STATUS IS WS-PP-STATUS.
1.25 261015            SELECT CONTRPRC ASSIGN TO DATABASE-CONTRPRC
1.26 261015                ORGANIZATION IS INDEXED
1.27 261015                ACCESS MODE IS DYNAMIC
1.28 261015                RECORD KEY IS CP-KEY
1.29 261015                FILE STATUS IS WS-CPR-STATUS.
1.30 261015        DATA DIVISION.
1.31 261015        FILE SECTION.
1.32 261015        FD  PRCAPPR
1.33 261015                LABEL RECORD IS STANDARD.
1.34 261015       * the price approval queue - see MRGGUARD
1.35 261015        01  PRCAPPR-REC.
1.36 261015           03  AQ-KEY.
1.37 261015              05  AQ-QUEUE-ID    PIC 9(12).
1.38 261015           03  AQ-SOURCE         PIC X.
1.39 261015           03  AQ-ITEM-NUM       PIC 9(8).
1.40 261015           03  AQ-CATEGORY       PIC X(16).
1.41 261015           03  AQ-CUST-ID        PIC X(10).
1.42 261015           03  AQ-FROM-DATE      PIC 9(8).
1.43 261015           03  AQ-TO-DATE        PIC 9(8).
1.44 261015           03  AQ-UNIT-COST      PIC 9(5)V99.
1.45 261015           03  AQ-OLD-PRICE      PIC 9(5)V99.
1.46 261015           03  AQ-NEW-PRICE      PIC 9(5)V99.
1.47 261015           03  AQ-FLOOR          PIC 9(3)V99.
1.48 261015           03  AQ-OLD-MARGIN     PIC S9(5)V99.
1.49 261015           03  AQ-NEW-MARGIN     PIC S9(5)V99.
1.50 261015           03  AQ-KEYED-BY       PIC X(10).
1.51 261015           03  AQ-KEYED-AT       PIC X(21).
1.52 261015           03  AQ-STATUS         PIC X.
1.53 261015           03  AQ-DECIDED-BY     PIC X(10).
1.54 261015           03  AQ-DECIDED-AT     PIC X(21).
1.55 261015        FD  ITEMMSTR
1.56 261015                LABEL RECORD IS STANDARD.
1.57 261015        01  ITEMMSTR-REC.
1.58 261015           03  IM-ITEM-NUM       PIC 9(8).
1.59 261015           03  IM-ITEM-NAME      PIC X(16).
1.60 261015           03  IM-DESCRIPTION    PIC X(28).
1.61 261015           03  IM-WEIGHT         PIC 9(4).
1.62 261015           03  IM-SHIP-METHOD    PIC X(10).
1.63 261015           03  IM-SHIP-DAYS      PIC 9(4).
1.64 261015           03  IM-UNIT-PRICE     PIC 9(5)V99.
1.65 261015           03  IM-QTY-ON-HAND    PIC 9(5).
1.66 261015           03  IM-REORDER-POINT  PIC 9(5).
1.67 261015           03  IM-CATEGORY       PIC X(16).
1.68 261015           03  IM-DESCRIPTION-LONG       PIC X(80).
1.69 261015           03  IM-STATUS         PIC X.
1.70 261015           03  IM-LAST-CHANGED   PIC X(21).
1.71 261015           03  IM-UNIT-COST      PIC 9(5)V99.
1.72 261015           03  IM-LOT-CTRL       PIC X.
1.73 261015           03  IM-ABC-CLASS      PIC X.
1.74 261015           03  IM-LAST-COUNT     PIC 9(8).
1.75 261015        FD  PRICEHIST
1.76 261015                LABEL RECORD IS STANDARD.
1.77 261015        01  PRICEHIST-REC.
1.78 261015           03  PH-KEY.
1.79 261015              05  PH-ITEM-NUM    PIC 9(8).
1.80 261015              05  PH-TIMESTAMP   PIC X(21).
1.81 261015           03  PH-OLD-PRICE      PIC 9(5)V99.
1.82 261015           03  PH-NEW-PRICE      PIC 9(5)V99.
1.83 261015           03  PH-OPERATOR-ID    PIC X(10).
1.84 261015        FD  PENDPRIC
1.85 261015                LABEL RECORD IS STANDARD.
1.86 261015       * scheduled prices - see PRICEAPPL
1.87 261015        01  PENDPRIC-REC.
1.88 261015           03  PP-KEY.
1.89 261015              05  PP-EFF-DATE    PIC 9(8).
1.90 261015              05  PP-ITEM-NUM    PIC 9(8).
1.91 261015           03  PP-NEW-PRICE      PIC 9(5)V99.
1.92 261015           03  PP-APPLIED        PIC X.
1.93 261015        FD  CONTRPRC
1.94 261015                LABEL RECORD IS STANDARD.
1.95 261015       * customer contract prices - see CPRCMNT
1.96 261015        01  CONTRPRC-REC.
1.97 261015           03  CP-KEY.
1.98 261015              05  CP-CUST-ID     PIC X(10).
1.99 261015              05  CP-ITEM-NUM    PIC 9(8).
2.00 261015              05  CP-FROM-DATE   PIC 9(8).
2.01 261015           03  CP-TO-DATE        PIC 9(8).
2.02 261015           03  CP-PRICE          PIC 9(5)V99.
2.03 261015        WORKING-STORAGE SECTION.
2.04 261015        01  WS-APR-STATUS     PIC XX.
2.05 261015        01  WS-FILE-STATUS    PIC XX.
2.06 261015        01  WS-PH-STATUS      PIC XX.
2.07 261015        01  WS-PP-STATUS      PIC XX.
2.08 261015        01  WS-CPR-STATUS     PIC XX.
2.09 261015        01  WS-PP-MARK        PIC X VALUE SPACE.
2.10 261015        LINKAGE SECTION.
2.11 261015       * A = approve and apply, R = reject, I = inquire
2.12 261015        01 APR-FUNC          PIC X.
2.13 261015        01 APR-QUEUE-ID      PIC 9(12).
2.14 261015       * the deciding operator - never the one who keyed the price
2.15 261015        01 APR-OPERATOR      PIC X(10).
2.16 261015       * the queue row, returned on every call
2.17 261015        01 APR-DETAIL.
2.18 261015          02 APR-SOURCE       PIC X.
2.19 261015          02 APR-ITEM-NUM     PIC 9(8).
2.20 261015          02 APR-CATEGORY     PIC X(16).
2.21 261015          02 APR-CUST-ID      PIC X(10).
2.22 261015          02 APR-FROM-DATE    PIC 9(8).
2.23 261015          02 APR-TO-DATE      PIC 9(8).
2.24 261015          02 APR-UNIT-COST    PIC 9(5)V99.
2.25 261015          02 APR-OLD-PRICE    PIC 9(5)V99.
2.26 261015          02 APR-NEW-PRICE    PIC 9(5)V99.
2.27 261015          02 APR-FLOOR        PIC 9(3)V99.
2.28 261015          02 APR-OLD-MARGIN   PIC S9(5)V99.
2.29 261015          02 APR-NEW-MARGIN   PIC S9(5)V99.
2.30 261015          02 APR-KEYED-BY     PIC X(10).
2.31 261015          02 APR-QSTATUS      PIC X.
2.32 261015          02 APR-DECIDED-BY   PIC X(10).
2.33 261015        01 APR-STATUS        PIC X.
2.34 261015           88 APR-OK               VALUE '0'.
2.35 261015           88 APR-NO-ROW           VALUE '1'.
2.36 261015           88 APR-NOT-PENDING      VALUE '2'.
2.37 261015           88 APR-SAME-OPERATOR    VALUE '3'.
2.38 261015           88 APR-BAD-FUNC         VALUE '4'.
2.39 261015       * the item has gone from ITEMMSTR since the price was keyed
2.40 261015           88 APR-NO-ITEM          VALUE '5'.
2.41 261015        PROCEDURE DIVISION USING APR-FUNC APR-QUEUE-ID APR-OPERATOR
2.42 261015            APR-DETAIL APR-STATUS.
2.43 261015        BEGIN.
2.44 261015       * the second sign-off for a price under its margin floor - the
2.45 261015       * operator who keyed it cannot approve it. Approval lands the
2.46 261015       * price where it was headed: the item-master list price (with
2.47 261015       * its price-history row), the scheduled PENDPRIC row, or the
2.48 261015       * CONTRPRC contract row
2.49 261015            SET APR-OK TO TRUE.
2.50 261015            IF APR-FUNC NOT = 'A' AND APR-FUNC NOT = 'R' AND
2.51 261015               APR-FUNC NOT = 'I'
2.52 261015               SET APR-BAD-FUNC TO TRUE
2.53 261015               GOBACK
2.54 261015            END-IF.
2.55 261015            OPEN I-O PRCAPPR.
2.56 261015            MOVE APR-QUEUE-ID TO AQ-QUEUE-ID.
2.57 261015            READ PRCAPPR
2.58 261015                INVALID KEY
2.59 261015                   SET APR-NO-ROW TO TRUE.
2.60 261015            IF APR-STATUS NOT = '0'
2.61 261015               GO TO 900-CLOSE.
2.62 261015            IF APR-FUNC = 'I'
2.63 261015               GO TO 800-DETAIL.
2.64 261015            IF AQ-STATUS NOT = 'P'
2.65 261015               SET APR-NOT-PENDING TO TRUE
2.66 261015               GO TO 800-DETAIL.
2.67 261015            IF APR-OPERATOR = AQ-KEYED-BY
2.68 261015               SET APR-SAME-OPERATOR TO TRUE
2.69 261015               GO TO 800-DETAIL.
2.70 261015            IF APR-FUNC = 'R'
2.71 261015               PERFORM 300-REJECT THRU 300-EXIT
2.72 261015            ELSE
2.73 261015               PERFORM 200-APPROVE THRU 200-EXIT
2.74 261015            END-IF.
2.75 261015            IF APR-OK
2.76 261015               MOVE APR-OPERATOR TO AQ-DECIDED-BY
2.77 261015               MOVE FUNCTION CURRENT-DATE TO AQ-DECIDED-AT
2.78 261015               REWRITE PRCAPPR-REC
2.79 261015            END-IF.
2.80 261015        800-DETAIL.
2.81 261015            MOVE AQ-SOURCE     TO APR-SOURCE.
2.82 261015            MOVE AQ-ITEM-NUM   TO APR-ITEM-NUM.
2.83 261015            MOVE AQ-CATEGORY   TO APR-CATEGORY.
2.84 261015            MOVE AQ-CUST-ID    TO APR-CUST-ID.
2.85 261015            MOVE AQ-FROM-DATE  TO APR-FROM-DATE.
2.86 261015            MOVE AQ-TO-DATE    TO APR-TO-DATE.
2.87 261015            MOVE AQ-UNIT-COST  TO APR-UNIT-COST.
2.88 261015            MOVE AQ-OLD-PRICE  TO APR-OLD-PRICE.
2.89 261015            MOVE AQ-NEW-PRICE  TO APR-NEW-PRICE.
2.90 261015            MOVE AQ-FLOOR      TO APR-FLOOR.
2.91 261015            MOVE AQ-OLD-MARGIN TO APR-OLD-MARGIN.
2.92 261015            MOVE AQ-NEW-MARGIN TO APR-NEW-MARGIN.
2.93 261015            MOVE AQ-KEYED-BY   TO APR-KEYED-BY.
2.94 261015            MOVE AQ-STATUS     TO APR-QSTATUS.
2.95 261015            MOVE AQ-DECIDED-BY TO APR-DECIDED-BY.
2.96 261015        900-CLOSE.
2.97 261015            CLOSE PRCAPPR.
2.98 261015            GOBACK.
2.99 261015        200-APPROVE.
3.00 261015            IF AQ-SOURCE = 'C'
3.01 261015               PERFORM 250-CONTRACT THRU 250-EXIT
3.02 261015               GO TO 200-EXIT.
3.03 261015            OPEN I-O ITEMMSTR.
3.04 261015            MOVE AQ-ITEM-NUM TO IM-ITEM-NUM.
3.05 261015            READ ITEMMSTR
3.06 261015                INVALID KEY
3.07 261015                   SET APR-NO-ITEM TO TRUE.
3.08 261015            IF APR-NO-ITEM
3.09 261015               CLOSE ITEMMSTR
3.10 261015               GO TO 200-EXIT.
3.11 261015       * the same price-history trail UPDATEITEM leaves, under the
3.12 261015       * operator who keyed the price
3.13 261015            OPEN I-O PRICEHIST.
3.14 261015            MOVE AQ-ITEM-NUM   TO PH-ITEM-NUM.
3.15 261015            MOVE FUNCTION CURRENT-DATE TO PH-TIMESTAMP.
3.16 261015            MOVE IM-UNIT-PRICE TO PH-OLD-PRICE.
3.17 261015            MOVE AQ-NEW-PRICE  TO PH-NEW-PRICE.
3.18 261015            MOVE AQ-KEYED-BY   TO PH-OPERATOR-ID.
3.19 261015            WRITE PRICEHIST-REC
3.20 261015                INVALID KEY
3.21 261015                   REWRITE PRICEHIST-REC
3.22 261015            END-WRITE.
3.23 261015            CLOSE PRICEHIST.
3.24 261015            MOVE AQ-NEW-PRICE TO IM-UNIT-PRICE.
3.25 261015            MOVE FUNCTION CURRENT-DATE TO IM-LAST-CHANGED.
3.26 261015            REWRITE ITEMMSTR-REC.
3.27 261015            CLOSE ITEMMSTR.
3.28 261015            IF AQ-SOURCE = 'S'
3.29 261015               MOVE 'Y' TO WS-PP-MARK
3.30 261015               PERFORM 280-MARK-PENDING THRU 280-EXIT
3.31 261015            END-IF.
3.32 261015            MOVE 'A' TO AQ-STATUS.
3.33 261015        200-EXIT.
3.34 261015            EXIT.
3.35 261015        250-CONTRACT.
3.36 261015            OPEN I-O CONTRPRC.
3.37 261015            MOVE AQ-CUST-ID   TO CP-CUST-ID.
3.38 261015            MOVE AQ-ITEM-NUM  TO CP-ITEM-NUM.
3.39 261015            MOVE AQ-FROM-DATE TO CP-FROM-DATE.
3.40 261015            MOVE AQ-TO-DATE   TO CP-TO-DATE.
3.41 261015            MOVE AQ-NEW-PRICE TO CP-PRICE.
3.42 261015            WRITE CONTRPRC-REC
3.43 261015                INVALID KEY
3.44 261015                   REWRITE CONTRPRC-REC
3.45 261015            END-WRITE.
3.46 261015            CLOSE CONTRPRC.
3.47 261015            MOVE 'A' TO AQ-STATUS.
3.48 261015        250-EXIT.
3.49 261015            EXIT.
3.50 261015        280-MARK-PENDING.
3.51 261015       * WS-PP-MARK carries the PP-APPLIED value to set - Y applied,
3.52 261015       * R rejected; either way PRICEAPPL passes the row by from now on
3.53 261015            OPEN I-O PENDPRIC.
3.54 261015            MOVE AQ-FROM-DATE TO PP-EFF-DATE.
3.55 261015            MOVE AQ-ITEM-NUM  TO PP-ITEM-NUM.
3.56 261015            READ PENDPRIC
3.57 261015                NOT INVALID KEY
3.58 261015                   MOVE WS-PP-MARK TO PP-APPLIED
3.59 261015                   REWRITE PENDPRIC-REC
3.60 261015            END-READ.
3.61 261015            CLOSE PENDPRIC.
3.62 261015        280-EXIT.
3.63 261015            EXIT.
3.64 261015        300-REJECT.
3.65 261015            IF AQ-SOURCE = 'S'
3.66 261015               MOVE 'R' TO WS-PP-MARK
3.67 261015               PERFORM 280-MARK-PENDING THRU 280-EXIT
3.68 261015            END-IF.
3.69 261015            MOVE 'R' TO AQ-STATUS.
3.70 261015        300-EXIT.
3.71 261015            EXIT.
3.72 261015        HALT.
