1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. PRICERES.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT ITEMMSTR ASSIGN TO DATABASE-ITEMMSTR
1.06 261015                ORGANIZATION IS INDEXED
1.07 261015                ACCESS MODE IS DYNAMIC
1.08 261015                RECORD KEY IS IM-ITEM-NUM
1.09 261015                FILE STATUS IS WS-FILE-STATUS.
1.10 261015            SELECT CONTRPRC ASSIGN TO DATABASE-CONTRPRC
1.11 261015                ORGANIZATION IS INDEXED
1.12 261015                ACCESS MODE IS DYNAMIC
1.13 261015                RECORD KEY IS CP-KEY
1.14 261015                FILE STATUS IS WS-CPR-STATUS.
1.15 261015            SELECT PRCRULE ASSIGN TO DATABASE-PRCRULE
1.16 261015                ORGANIZATION IS INDEXED
1.17 261015                ACCESS MODE IS DYNAMIC
1.18 261015                RECORD KEY IS PR-KEY
1.19 261015                FILE STATUS IS WS-PRC-STATUS.
1.20 261015            SELECT SUPERSED ASSIGN TO DATABASE-SUPERSED
1.21 261015                ORGANIZATION IS INDEXED
1.22 261015                ACCESS MODE IS DYNAMIC
1.23 261015                RECORD KEY IS SS-OLD-ITEM
1.24 261015                FILE STATUS IS WS-SPS-STATUS.
1.25 261015        DATA DIVISION.
1.26 261015        FILE SECTION.
1.27 261015        FD  ITEMMSTR
1.28 261015                LABEL RECORD IS STANDARD.
1.29 261015        01  ITEMMSTR-REC.
1.30 261015           03  IM-ITEM-NUM       PIC 9(8).
1.31 261015           03  IM-ITEM-NAME      PIC X(16).
1.32 261015           03  IM-DESCRIPTION    PIC X(28).
1.33 261015           03  IM-WEIGHT         PIC 9(4).
1.34 261015           03  IM-SHIP-METHOD    PIC X(10).
1.35 261015           03  IM-SHIP-DAYS      PIC 9(4).
1.36 261015           03  IM-UNIT-PRICE     PIC 9(5)V99.
1.37 261015           03  IM-QTY-ON-HAND    PIC 9(5).
1.38 261015           03  IM-REORDER-POINT  PIC 9(5).
1.39 261015           03  IM-CATEGORY       PIC X(16).
1.40 261015           03  IM-DESCRIPTION-LONG       PIC X(80).
1.41 261015       * lifecycle: A = active, D = discontinued
1.42 261015           03  IM-STATUS         PIC X.
1.43 261015           03  IM-LAST-CHANGED   PIC X(21).
1.44 261015           03  IM-UNIT-COST      PIC 9(5)V99.
3.40 261015       * lot control - see INVPOST
3.41 261015           03  IM-LOT-CTRL       PIC X.
3.42 261015       * ABC class and last count date - see ABCCLASS
3.43 261015           03  IM-ABC-CLASS      PIC X.
3.44 261015           03  IM-LAST-COUNT     PIC 9(8).
1.45 261015        FD  CONTRPRC
1.46 261015                LABEL RECORD IS STANDARD.
1.47 261015        01  CONTRPRC-REC.
1.48 261015           03  CP-KEY.
1.49 261015              05  CP-CUST-ID     PIC X(10).
1.50 261015              05  CP-ITEM-NUM    PIC 9(8).
1.51 261015              05  CP-FROM-DATE   PIC 9(8).
1.52 261015           03  CP-TO-DATE        PIC 9(8).
1.53 261015           03  CP-PRICE          PIC 9(5)V99.
1.54 261015        FD  PRCRULE
1.55 261015                LABEL RECORD IS STANDARD.
1.56 261015       * price rule - see PRCRMNT
1.57 261015        01  PRCRULE-REC.
1.58 261015           03  PR-KEY.
1.59 261015              05  PR-ITEM-NUM    PIC 9(8).
1.60 261015              05  PR-CATEGORY    PIC X(16).
1.61 261015              05  PR-RULE-CODE   PIC X(8).
1.62 261015           03  PR-TYPE           PIC X.
1.63 261015           03  PR-MIN-QTY        PIC 9(5).
1.64 261015           03  PR-FROM-DATE      PIC 9(8).
1.65 261015           03  PR-TO-DATE        PIC 9(8).
1.66 261015           03  PR-DISC-PCT       PIC 9(2)V99.
1.67 261015           03  PR-DESC           PIC X(20).
1.68 261015        FD  SUPERSED
1.69 261015                LABEL RECORD IS STANDARD.
1.70 261015       * supersession link - see SUPERMNT
1.71 261015        01  SUPERSED-REC.
1.72 261015           03  SS-OLD-ITEM       PIC 9(8).
1.73 261015           03  SS-NEW-ITEM       PIC 9(8).
1.74 261015           03  SS-EFF-DATE       PIC 9(8).
1.75 261015        WORKING-STORAGE SECTION.
1.76 261015        01  WS-FILE-STATUS    PIC XX.
1.77 261015        01  WS-CPR-STATUS     PIC XX.
1.78 261015        01  WS-PRC-STATUS     PIC XX.
1.79 261015        01  WS-SPS-STATUS     PIC XX.
1.80 261015        01  WS-TODAY          PIC 9(8) VALUE 0.
1.81 261015        01  WS-USE-PRICE      PIC 9(5)V99 VALUE 0.
1.82 261015        01  WS-PRICE-SRC      PIC X VALUE SPACE.
1.83 261015        01  WS-CPR-END        PIC X VALUE 'N'.
1.84 261015           88 CPR-END               VALUE 'Y'.
1.85 261015        01  WS-PR-END         PIC X VALUE 'N'.
1.86 261015           88 PR-END                VALUE 'Y'.
1.87 261015        01  WS-PR-ITEM        PIC 9(8) VALUE 0.
1.88 261015        01  WS-PR-CATG        PIC X(16) VALUE SPACES.
1.89 261015        01  WS-RULE-PRICE     PIC 9(5)V99 VALUE 0.
1.90 261015        LINKAGE SECTION.
1.91 261015        01 PRI-CUST-ID       PIC X(10).
1.92 261015        01 PRI-ITEM-NUM      PIC 9(8).
1.93 261015        01 PRI-QTY           PIC 9(5).
1.94 261015        01 PRI-ITEM-NAME     PIC X(16).
1.95 261015       * the unit price ORDENTRY would charge today, and its source -
1.96 261015       * C = contract, B = quantity break, P = promotion, L = list
1.97 261015        01 PRI-PRICE         PIC 9(5)V99.
1.98 261015        01 PRI-PRICE-SRC     PIC X.
1.99 261015       * for a discontinued item, its replacement by a link in force -
2.00 261015       * zero when none
2.01 261015        01 PRI-REPLACED-BY   PIC 9(8).
2.02 261015        01 PRI-STATUS        PIC X.
2.03 261015           88 PRI-OK               VALUE '0'.
2.04 261015           88 PRI-NO-ITEM          VALUE '1'.
2.05 261015           88 PRI-DISCONTINUED     VALUE '2'.
2.06 261015        PROCEDURE DIVISION USING PRI-CUST-ID PRI-ITEM-NUM PRI-QTY
2.07 261015            PRI-ITEM-NAME PRI-PRICE PRI-PRICE-SRC PRI-REPLACED-BY
2.08 261015            PRI-STATUS.
2.09 261015        BEGIN.
2.10 261015       * the price a line would get - ORDENTRY's resolution (contract,
2.11 261015       * then the cheapest price rule in force, then list) without
2.12 261015       * booking anything, for a desk that wants the price on the
2.13 261015       * screen before the order is committed
2.14 261015            SET PRI-OK TO TRUE.
2.15 261015            MOVE SPACES TO PRI-ITEM-NAME PRI-PRICE-SRC.
2.16 261015            MOVE 0 TO PRI-PRICE PRI-REPLACED-BY.
2.17 261015            ACCEPT WS-TODAY FROM DATE.
2.18 261015            ADD 20000000 TO WS-TODAY.
2.19 261015            OPEN INPUT ITEMMSTR.
2.20 261015            OPEN INPUT CONTRPRC.
2.21 261015            OPEN INPUT PRCRULE.
2.22 261015            OPEN INPUT SUPERSED.
2.23 261015            MOVE PRI-ITEM-NUM TO IM-ITEM-NUM.
2.24 261015            READ ITEMMSTR
2.25 261015                KEY IS IM-ITEM-NUM
2.26 261015                INVALID KEY
2.27 261015                   SET PRI-NO-ITEM TO TRUE
2.28 261015                   GO TO 900-CLOSE.
2.29 261015            MOVE IM-ITEM-NAME TO PRI-ITEM-NAME.
2.30 261015            IF IM-STATUS = 'D'
2.31 261015               SET PRI-DISCONTINUED TO TRUE
2.32 261015               PERFORM 600-REPLACEMENT THRU 600-EXIT
2.33 261015               GO TO 900-CLOSE.
2.34 261015            PERFORM 700-PRICE-LINE THRU 700-EXIT.
2.35 261015            MOVE WS-USE-PRICE TO PRI-PRICE.
2.36 261015            MOVE WS-PRICE-SRC TO PRI-PRICE-SRC.
2.37 261015        900-CLOSE.
2.38 261015            CLOSE ITEMMSTR.
2.39 261015            CLOSE CONTRPRC.
2.40 261015            CLOSE PRCRULE.
2.41 261015            CLOSE SUPERSED.
2.42 261015            GOBACK.
2.43 261015        600-REPLACEMENT.
2.44 261015            MOVE PRI-ITEM-NUM TO SS-OLD-ITEM.
2.45 261015            READ SUPERSED
2.46 261015                INVALID KEY
2.47 261015                   GO TO 600-EXIT.
2.48 261015            IF SS-EFF-DATE NOT > WS-TODAY
2.49 261015               MOVE SS-NEW-ITEM TO PRI-REPLACED-BY.
2.50 261015        600-EXIT.
2.51 261015            EXIT.
2.52 261015        700-PRICE-LINE.
2.53 261015       * ORDENTRY's rule: the latest contract row whose validity
2.54 261015       * covers today wins; no covering row falls back to the
2.55 261015       * item-master list price
2.56 261015            MOVE IM-UNIT-PRICE TO WS-USE-PRICE.
2.57 261015            MOVE 'L' TO WS-PRICE-SRC.
2.58 261015            MOVE 'N' TO WS-CPR-END.
2.59 261015            MOVE PRI-CUST-ID  TO CP-CUST-ID.
2.60 261015            MOVE PRI-ITEM-NUM TO CP-ITEM-NUM.
2.61 261015            MOVE LOW-VALUES   TO CP-FROM-DATE.
2.62 261015            START CONTRPRC
2.63 261015                KEY NOT LESS CP-KEY
2.64 261015                INVALID KEY
2.65 261015                   SET CPR-END TO TRUE.
2.66 261015            PERFORM UNTIL CPR-END
2.67 261015               READ CONTRPRC NEXT
2.68 261015                   AT END
2.69 261015                      SET CPR-END TO TRUE
2.70 261015                   NOT AT END
2.71 261015                      IF CP-CUST-ID NOT = PRI-CUST-ID OR
2.72 261015                         CP-ITEM-NUM NOT = PRI-ITEM-NUM OR
2.73 261015                         CP-FROM-DATE > WS-TODAY
2.74 261015                         SET CPR-END TO TRUE
2.75 261015                      ELSE
2.76 261015                         IF CP-TO-DATE >= WS-TODAY
2.77 261015                            MOVE CP-PRICE TO WS-USE-PRICE
2.78 261015                            MOVE 'C' TO WS-PRICE-SRC
2.79 261015                         END-IF
2.80 261015                      END-IF
2.81 261015               END-READ
2.82 261015            END-PERFORM.
2.83 261015            IF WS-PRICE-SRC = 'L'
2.84 261015               PERFORM 750-PRICE-RULES THRU 750-EXIT
2.85 261015            END-IF.
2.86 261015        700-EXIT.
2.87 261015            EXIT.
2.88 261015        750-PRICE-RULES.
2.89 261015       * no contract covers the line: the cheapest PRCRULE rule in
2.90 261015       * force for the quantity - item rules and category rules
2.91 261015       * alike - beats the list price, as in ORDENTRY
2.92 261015            MOVE PRI-ITEM-NUM TO PR-ITEM-NUM.
2.93 261015            MOVE SPACES       TO PR-CATEGORY.
2.94 261015            PERFORM 760-SCAN-RULES THRU 760-EXIT.
2.95 261015            IF IM-CATEGORY = SPACES
2.96 261015               GO TO 750-EXIT.
2.97 261015            MOVE 0            TO PR-ITEM-NUM.
2.98 261015            MOVE IM-CATEGORY  TO PR-CATEGORY.
2.99 261015            PERFORM 760-SCAN-RULES THRU 760-EXIT.
3.00 261015        750-EXIT.
3.01 261015            EXIT.
3.02 261015        760-SCAN-RULES.
3.03 261015            MOVE PR-ITEM-NUM TO WS-PR-ITEM.
3.04 261015            MOVE PR-CATEGORY TO WS-PR-CATG.
3.05 261015            MOVE LOW-VALUES  TO PR-RULE-CODE.
3.06 261015            MOVE 'N' TO WS-PR-END.
3.07 261015            START PRCRULE
3.08 261015                KEY NOT LESS PR-KEY
3.09 261015                INVALID KEY
3.10 261015                   SET PR-END TO TRUE.
3.11 261015            PERFORM UNTIL PR-END
3.12 261015               READ PRCRULE NEXT
3.13 261015                   AT END
3.14 261015                      SET PR-END TO TRUE
3.15 261015                   NOT AT END
3.16 261015                      IF PR-ITEM-NUM NOT = WS-PR-ITEM OR
3.17 261015                         PR-CATEGORY NOT = WS-PR-CATG
3.18 261015                         SET PR-END TO TRUE
3.19 261015                      ELSE
3.20 261015                         PERFORM 770-TRY-RULE THRU 770-EXIT
3.21 261015                      END-IF
3.22 261015               END-READ
3.23 261015            END-PERFORM.
3.24 261015        760-EXIT.
3.25 261015            EXIT.
3.26 261015        770-TRY-RULE.
3.27 261015            IF PRI-QTY < PR-MIN-QTY OR PR-FROM-DATE > WS-TODAY
3.28 261015               GO TO 770-EXIT.
3.29 261015            IF PR-TO-DATE NOT = 0 AND PR-TO-DATE < WS-TODAY
3.30 261015               GO TO 770-EXIT.
3.31 261015            COMPUTE WS-RULE-PRICE ROUNDED =
3.32 261015                IM-UNIT-PRICE * (100 - PR-DISC-PCT) / 100.
3.33 261015            IF WS-RULE-PRICE < WS-USE-PRICE
3.34 261015               MOVE WS-RULE-PRICE TO WS-USE-PRICE
3.35 261015               MOVE PR-TYPE       TO WS-PRICE-SRC
3.36 261015            END-IF.
3.37 261015        770-EXIT.
3.38 261015            EXIT.
3.39 261015        HALT.
