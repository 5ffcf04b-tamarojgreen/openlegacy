1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. QUOTENT.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT QUOTHDR ASSIGN TO DATABASE-QUOTHDR
1.06 261015                ORGANIZATION IS INDEXED
1.07 261015                ACCESS MODE IS DYNAMIC
1.08 261015                RECORD KEY IS QH-QUOTE-NUM
1.09 261015                FILE STATUS IS WS-HDR-STATUS.
1.10 261015            SELECT QUOTDTL ASSIGN TO DATABASE-QUOTDTL
1.11 261015                ORGANIZATION IS INDEXED
1.12 261015                ACCESS MODE IS DYNAMIC
1.13 261015                RECORD KEY IS QD-KEY
1.14 261015                FILE STATUS IS WS-DTL-STATUS.
1.15 261015            SELECT ITEMMSTR ASSIGN TO DATABASE-ITEMMSTR
1.16 261015                ORGANIZATION IS INDEXED
1.17 261015                ACCESS MODE IS DYNAMIC
1.18 261015                RECORD KEY IS IM-ITEM-NUM
1.19 261015                FILE STATUS IS WS-FILE-STATUS.
1.20 261015            SELECT CONTRPRC ASSIGN TO DATABASE-CONTRPRC
1.21 261015                ORGANIZATION IS INDEXED
1.22 261015                ACCESS MODE IS DYNAMIC
1.23 261015                RECORD KEY IS CP-KEY
1.24 261015                FILE STATUS IS WS-CPR-STATUS.
1.25 261015            SELECT CUSTMSTR ASSIGN TO DATABASE-CUSTMSTR
1.26 261015                ORGANIZATION IS INDEXED
1.27 261015                ACCESS MODE IS DYNAMIC
1.28 261015                RECORD KEY IS CM-CUST-ID
1.29 261015                FILE STATUS IS WS-CUS-STATUS.
4.12 261015            SELECT PRCRULE ASSIGN TO DATABASE-PRCRULE
4.13 261015                ORGANIZATION IS INDEXED
4.14 261015                ACCESS MODE IS DYNAMIC
4.15 261015                RECORD KEY IS PR-KEY
4.16 261015                FILE STATUS IS WS-PRC-STATUS.
1.30 261015        DATA DIVISION.
1.31 261015        FILE SECTION.
1.32 261015        FD  QUOTHDR
1.33 261015                LABEL RECORD IS STANDARD.
1.34 261015       * one row per quotation; QH-STATUS O = open, C = converted to
1.35 261015       * order QH-ORDER-NUM, L = lost, E = expired unanswered.
1.36 261015       * QH-CLOSE-DATE is the day it stopped being open (the expiry
1.37 261015       * date itself for an expired quote)
1.38 261015        01  QUOTHDR-REC.
1.39 261015           03  QH-QUOTE-NUM      PIC 9(8).
1.40 261015           03  QH-CUST-ID        PIC X(10).
1.41 261015           03  QH-DATE           PIC 9(8).
1.42 261015           03  QH-EXPIRY         PIC 9(8).
1.43 261015           03  QH-STATUS         PIC X.
1.44 261015           03  QH-VALUE          PIC 9(9)V99.
1.45 261015           03  QH-ORDER-NUM      PIC 9(8).
1.46 261015           03  QH-CLOSE-DATE     PIC 9(8).
1.47 261015           03  QH-OPERATOR       PIC X(10).
1.48 261015           03  QH-LOST-REASON    PIC X(20).
1.49 261015        FD  QUOTDTL
1.50 261015                LABEL RECORD IS STANDARD.
1.51 261015        01  QUOTDTL-REC.
1.52 261015           03  QD-KEY.
1.53 261015              05  QD-QUOTE-NUM   PIC 9(8).
1.54 261015              05  QD-LINE        PIC 9(3).
1.55 261015           03  QD-ITEM-NUM       PIC 9(8).
1.56 261015           03  QD-QTY            PIC 9(5).
1.57 261015       * the unit price quoted - held to the expiry date whatever the
1.58 261015       * contract file or the list price do meanwhile
1.59 261015           03  QD-PRICE          PIC 9(5)V99.
1.60 261015           03  QD-EXT-PRICE      PIC 9(7)V99.
4.17 261015       * C = customer contract price, B = PRCRULE quantity break,
4.18 261015       * P = PRCRULE promotion, L = item-master list price
1.62 261015           03  QD-PRICE-SRC      PIC X.
1.63 261015       * spaces = not yet ordered, C = on the converted order, R = not
1.64 261015       * accepted by ORDENTRY (QD-ORD-STATUS holds its status)
1.65 261015           03  QD-STATUS         PIC X.
1.66 261015           03  QD-ORD-STATUS     PIC X.
1.67 261015        FD  ITEMMSTR
1.68 261015                LABEL RECORD IS STANDARD.
1.69 261015        01  ITEMMSTR-REC.
1.70 261015           03  IM-ITEM-NUM       PIC 9(8).
1.71 261015           03  IM-ITEM-NAME      PIC X(16).
1.72 261015           03  IM-DESCRIPTION    PIC X(28).
1.73 261015           03  IM-WEIGHT         PIC 9(4).
1.74 261015           03  IM-SHIP-METHOD    PIC X(10).
1.75 261015           03  IM-SHIP-DAYS      PIC 9(4).
1.76 261015           03  IM-UNIT-PRICE     PIC 9(5)V99.
1.77 261015           03  IM-QTY-ON-HAND    PIC 9(5).
1.78 261015           03  IM-REORDER-POINT  PIC 9(5).
1.79 261015           03  IM-CATEGORY       PIC X(16).
1.80 261015           03  IM-DESCRIPTION-LONG       PIC X(80).
1.81 261015       * lifecycle: A = active, D = discontinued
1.82 261015           03  IM-STATUS         PIC X.
1.83 261015           03  IM-LAST-CHANGED   PIC X(21).
1.84 261015           03  IM-UNIT-COST      PIC 9(5)V99.
4.99 261015       * lot control - see INVPOST
5.00 261015           03  IM-LOT-CTRL       PIC X.
5.01 261015       * ABC class and last count date - see ABCCLASS
5.02 261015           03  IM-ABC-CLASS      PIC X.
5.03 261015           03  IM-LAST-COUNT     PIC 9(8).
1.85 261015        FD  CONTRPRC
1.86 261015                LABEL RECORD IS STANDARD.
1.87 261015        01  CONTRPRC-REC.
1.88 261015           03  CP-KEY.
1.89 261015              05  CP-CUST-ID     PIC X(10).
1.90 261015              05  CP-ITEM-NUM    PIC 9(8).
1.91 261015              05  CP-FROM-DATE   PIC 9(8).
1.92 261015           03  CP-TO-DATE        PIC 9(8).
1.93 261015           03  CP-PRICE          PIC 9(5)V99.
1.94 261015        FD  CUSTMSTR
1.95 261015                LABEL RECORD IS STANDARD.
1.96 261015        01  CUSTMSTR-REC.
1.97 261015           03  CM-CUST-ID        PIC X(10).
1.98 261015           03  CM-DISTRICT       PIC X(5).
1.99 261015           03  CM-CREDIT-LIMIT   PIC 9(9)V99.
2.00 261015           03  CM-TAX-EXEMPT     PIC X.
2.01 261015           03  CM-FREE-FREIGHT   PIC X.
5.04 261015           03  CM-AGENT-MHOZ     PIC 9(2).
5.05 261015           03  CM-AGENT-SOCN     PIC 9(6).
4.19 261015        FD  PRCRULE
4.20 261015                LABEL RECORD IS STANDARD.
4.21 261015       * one rule per code on an item (PR-ITEM-NUM) or on a whole
4.22 261015       * category (PR-ITEM-NUM zero, PR-CATEGORY set)
4.23 261015        01  PRCRULE-REC.
4.24 261015           03  PR-KEY.
4.25 261015              05  PR-ITEM-NUM    PIC 9(8).
4.26 261015              05  PR-CATEGORY    PIC X(16).
4.27 261015              05  PR-RULE-CODE   PIC X(8).
4.28 261015       * B = quantity break, P = promotion
4.29 261015           03  PR-TYPE           PIC X.
4.30 261015           03  PR-MIN-QTY        PIC 9(5).
4.31 261015       * validity - a zero PR-TO-DATE runs until withdrawn
4.32 261015           03  PR-FROM-DATE      PIC 9(8).
4.33 261015           03  PR-TO-DATE        PIC 9(8).
4.34 261015       * percent off the item-master list price
4.35 261015           03  PR-DISC-PCT       PIC 9(2)V99.
4.36 261015           03  PR-DESC           PIC X(20).
2.02 261015        WORKING-STORAGE SECTION.
2.03 261015        01  WS-HDR-STATUS     PIC XX.
2.04 261015        01  WS-DTL-STATUS     PIC XX.
2.05 261015        01  WS-FILE-STATUS    PIC XX.
2.06 261015        01  WS-CPR-STATUS     PIC XX.
2.07 261015        01  WS-CUS-STATUS     PIC XX.
2.08 261015        01  WS-USE-PRICE      PIC 9(5)V99 VALUE 0.
2.09 261015        01  WS-PRICE-SRC      PIC X VALUE SPACE.
2.10 261015        01  WS-CPR-END        PIC X VALUE 'N'.
2.11 261015           88 CPR-END               VALUE 'Y'.
4.37 261015        01  WS-PRC-STATUS     PIC XX.
4.38 261015        01  WS-PR-END         PIC X VALUE 'N'.
4.39 261015           88 PR-END                VALUE 'Y'.
4.40 261015        01  WS-PR-ITEM        PIC 9(8) VALUE 0.
4.41 261015        01  WS-PR-CATG        PIC X(16) VALUE SPACES.
4.42 261015        01  WS-RULE-PRICE     PIC 9(5)V99 VALUE 0.
2.12 261015        01  WS-TODAY          PIC 9(8) VALUE 0.
2.13 261015        01  WS-TODAY-INT      PIC 9(8) VALUE 0.
2.14 261015        01  WS-DAYS           PIC 9(3) VALUE 0.
2.15 261015        01  WS-NEW-QUOTE      PIC X VALUE 'N'.
2.16 261015           88 NEW-QUOTE             VALUE 'Y'.
2.17 261015        01  WS-SEQ-NAME       PIC X(16) VALUE 'QUOTHDR         '.
2.18 261015        01  WS-SEQ-VALUE      PIC 9(12) VALUE 0.
2.19 261015        01  WS-SEQ-CALLER     PIC X(10) VALUE 'QUOTENT   '.
2.20 261015        01  WS-LINE-NO        PIC 9(3) VALUE 0.
2.21 261015        01  WS-DTL-END        PIC X VALUE 'N'.
2.22 261015           88 DTL-END               VALUE 'Y'.
2.23 261015        LINKAGE SECTION.
2.24 261015        01 QTE-CUST-ID       PIC X(10).
2.25 261015       * 0 = open a new quotation (the number comes back), else add a
2.26 261015       * line to the given one
2.27 261015        01 QTE-QUOTE-NUM     PIC 9(8).
2.28 261015        01 QTE-ITEM-NUM      PIC 9(8).
2.29 261015        01 QTE-QTY           PIC 9(5).
2.30 261015       * days a new quotation stays open - 0 = the standard 30
2.31 261015        01 QTE-VALID-DAYS    PIC 9(3).
2.32 261015        01 QTE-OPERATOR      PIC X(10).
2.33 261015       * the unit price quoted comes back here
2.34 261015        01 QTE-PRICE         PIC 9(5)V99.
2.35 261015        01 QTE-STATUS        PIC X.
2.36 261015           88 QTE-OK               VALUE '0'.
2.37 261015           88 QTE-NO-ITEM          VALUE '1'.
2.38 261015           88 QTE-DISCONTINUED     VALUE '2'.
2.39 261015           88 QTE-NO-QUOTE         VALUE '3'.
2.40 261015       * converted, lost or past its expiry - a new quotation is needed
2.41 261015           88 QTE-NOT-OPEN         VALUE '4'.
2.42 261015           88 QTE-NO-CUST          VALUE '5'.
2.43 261015        PROCEDURE DIVISION USING QTE-CUST-ID QTE-QUOTE-NUM
2.44 261015            QTE-ITEM-NUM QTE-QTY QTE-VALID-DAYS QTE-OPERATOR
2.45 261015            QTE-PRICE QTE-STATUS.
2.46 261015        BEGIN.
2.47 261015       * sales quotations - priced exactly as ORDENTRY would price the
2.48 261015       * line today, and held at that price until the expiry date so
2.49 261015       * QUOTCONV can turn the quote into the order the customer was
2.50 261015       * promised
2.51 261015            SET QTE-OK TO TRUE.
2.52 261015            MOVE 0 TO QTE-PRICE.
2.53 261015            MOVE 'N' TO WS-NEW-QUOTE.
2.54 261015            ACCEPT WS-TODAY FROM DATE.
2.55 261015            ADD 20000000 TO WS-TODAY.
2.56 261015            OPEN I-O QUOTHDR.
2.57 261015            OPEN I-O QUOTDTL.
2.58 261015            OPEN INPUT ITEMMSTR.
2.59 261015            OPEN INPUT CONTRPRC.
2.60 261015            OPEN INPUT CUSTMSTR.
4.43 261015            OPEN INPUT PRCRULE.
2.61 261015            MOVE QTE-ITEM-NUM TO IM-ITEM-NUM.
2.62 261015            READ ITEMMSTR
2.63 261015                KEY IS IM-ITEM-NUM
2.64 261015                INVALID KEY
2.65 261015                   SET QTE-NO-ITEM TO TRUE.
2.66 261015            IF QTE-STATUS NOT = '0'
2.67 261015               GO TO 900-CLOSE.
2.68 261015            IF IM-STATUS = 'D'
2.69 261015               SET QTE-DISCONTINUED TO TRUE
2.70 261015               GO TO 900-CLOSE.
2.71 261015            IF QTE-QUOTE-NUM = 0
2.72 261015               PERFORM 400-NEW-QUOTE THRU 400-EXIT
2.73 261015            ELSE
2.74 261015               PERFORM 450-OPEN-QUOTE THRU 450-EXIT
2.75 261015            END-IF.
2.76 261015            IF QTE-STATUS NOT = '0'
2.77 261015               GO TO 900-CLOSE.
2.78 261015            PERFORM 700-PRICE-LINE.
2.79 261015            PERFORM 500-NEXT-LINE-NO THRU 500-EXIT.
2.80 261015            MOVE QH-QUOTE-NUM  TO QD-QUOTE-NUM.
2.81 261015            MOVE WS-LINE-NO    TO QD-LINE.
2.82 261015            MOVE QTE-ITEM-NUM  TO QD-ITEM-NUM.
2.83 261015            MOVE QTE-QTY       TO QD-QTY.
2.84 261015            MOVE WS-USE-PRICE  TO QD-PRICE.
2.85 261015            COMPUTE QD-EXT-PRICE = QTE-QTY * WS-USE-PRICE.
2.86 261015            MOVE WS-PRICE-SRC  TO QD-PRICE-SRC.
2.87 261015            MOVE SPACES        TO QD-STATUS QD-ORD-STATUS.
2.88 261015            WRITE QUOTDTL-REC
2.89 261015                INVALID KEY
2.90 261015                   CONTINUE
2.91 261015            END-WRITE.
2.92 261015            ADD QD-EXT-PRICE TO QH-VALUE.
2.93 261015            IF NEW-QUOTE
2.94 261015               WRITE QUOTHDR-REC
2.95 261015                   INVALID KEY
2.96 261015                      CONTINUE
2.97 261015               END-WRITE
2.98 261015            ELSE
2.99 261015               REWRITE QUOTHDR-REC
3.00 261015            END-IF.
3.01 261015            MOVE WS-USE-PRICE TO QTE-PRICE.
3.02 261015        900-CLOSE.
3.03 261015            CLOSE QUOTHDR.
3.04 261015            CLOSE QUOTDTL.
3.05 261015            CLOSE ITEMMSTR.
3.06 261015            CLOSE CONTRPRC.
3.07 261015            CLOSE CUSTMSTR.
4.44 261015            CLOSE PRCRULE.
3.08 261015            GOBACK.
3.09 261015        400-NEW-QUOTE.
3.10 261015       * the header is written with its first line, so a refused
3.11 261015       * first line leaves no empty quotation behind
3.12 261015            MOVE QTE-CUST-ID TO CM-CUST-ID.
3.13 261015            READ CUSTMSTR
3.14 261015                INVALID KEY
3.15 261015                   SET QTE-NO-CUST TO TRUE
3.16 261015                   GO TO 400-EXIT.
3.17 261015            MOVE QTE-VALID-DAYS TO WS-DAYS.
3.18 261015            IF WS-DAYS = 0
3.19 261015               MOVE 30 TO WS-DAYS.
3.20 261015            CALL 'BIGINTCBL' USING WS-SEQ-NAME WS-SEQ-VALUE
3.21 261015                WS-SEQ-CALLER.
3.22 261015            MOVE WS-SEQ-VALUE TO QTE-QUOTE-NUM.
3.23 261015            MOVE QTE-QUOTE-NUM TO QH-QUOTE-NUM.
3.24 261015            MOVE QTE-CUST-ID   TO QH-CUST-ID.
3.25 261015            MOVE WS-TODAY      TO QH-DATE.
3.26 261015            COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
3.27 261015            COMPUTE QH-EXPIRY = FUNCTION DATE-OF-INTEGER
3.28 261015                (WS-TODAY-INT + WS-DAYS).
3.29 261015            MOVE 'O'           TO QH-STATUS.
3.30 261015            MOVE 0             TO QH-VALUE QH-ORDER-NUM QH-CLOSE-DATE.
3.31 261015            MOVE QTE-OPERATOR  TO QH-OPERATOR.
3.32 261015            MOVE SPACES        TO QH-LOST-REASON.
3.33 261015            SET NEW-QUOTE TO TRUE.
3.34 261015        400-EXIT.
3.35 261015            EXIT.
3.36 261015        450-OPEN-QUOTE.
3.37 261015       * lines are only added to a quotation that is still open and
3.38 261015       * inside its validity; the quote's own customer prices them
3.39 261015            MOVE QTE-QUOTE-NUM TO QH-QUOTE-NUM.
3.40 261015            READ QUOTHDR
3.41 261015                KEY IS QH-QUOTE-NUM
3.42 261015                INVALID KEY
3.43 261015                   SET QTE-NO-QUOTE TO TRUE
3.44 261015                   GO TO 450-EXIT.
3.45 261015            IF QH-STATUS NOT = 'O' OR QH-EXPIRY < WS-TODAY
3.46 261015               SET QTE-NOT-OPEN TO TRUE
3.47 261015               GO TO 450-EXIT.
3.48 261015            MOVE QH-CUST-ID TO QTE-CUST-ID.
3.49 261015        450-EXIT.
3.50 261015            EXIT.
3.51 261015        500-NEXT-LINE-NO.
3.52 261015            MOVE 0 TO WS-LINE-NO.
3.53 261015            IF NEW-QUOTE
3.54 261015               GO TO 500-ADD.
3.55 261015            MOVE 'N' TO WS-DTL-END.
3.56 261015            MOVE QH-QUOTE-NUM TO QD-QUOTE-NUM.
3.57 261015            MOVE LOW-VALUES   TO QD-LINE.
3.58 261015            START QUOTDTL
3.59 261015                KEY NOT LESS QD-KEY
3.60 261015                INVALID KEY
3.61 261015                   SET DTL-END TO TRUE.
3.62 261015            PERFORM UNTIL DTL-END
3.63 261015               READ QUOTDTL NEXT
3.64 261015                   AT END
3.65 261015                      SET DTL-END TO TRUE
3.66 261015                   NOT AT END
3.67 261015                      IF QD-QUOTE-NUM NOT = QH-QUOTE-NUM
3.68 261015                         SET DTL-END TO TRUE
3.69 261015                      ELSE
3.70 261015                         MOVE QD-LINE TO WS-LINE-NO
3.71 261015                      END-IF
3.72 261015               END-READ
3.73 261015            END-PERFORM.
3.74 261015        500-ADD.
3.75 261015            ADD 1 TO WS-LINE-NO.
3.76 261015        500-EXIT.
3.77 261015            EXIT.
3.78 261015        700-PRICE-LINE.
3.79 261015       * ORDENTRY's rule: the latest contract row whose validity
3.80 261015       * covers today wins; no covering row falls back to the
3.81 261015       * item-master list price
3.82 261015            MOVE IM-UNIT-PRICE TO WS-USE-PRICE.
3.83 261015            MOVE 'L' TO WS-PRICE-SRC.
3.84 261015            MOVE 'N' TO WS-CPR-END.
3.85 261015            MOVE QTE-CUST-ID  TO CP-CUST-ID.
3.86 261015            MOVE QTE-ITEM-NUM TO CP-ITEM-NUM.
3.87 261015            MOVE LOW-VALUES   TO CP-FROM-DATE.
3.88 261015            START CONTRPRC
3.89 261015                KEY NOT LESS CP-KEY
3.90 261015                INVALID KEY
3.91 261015                   SET CPR-END TO TRUE.
3.92 261015            PERFORM UNTIL CPR-END
3.93 261015               READ CONTRPRC NEXT
3.94 261015                   AT END
3.95 261015                      SET CPR-END TO TRUE
3.96 261015                   NOT AT END
3.97 261015                      IF CP-CUST-ID NOT = QTE-CUST-ID OR
3.98 261015                         CP-ITEM-NUM NOT = QTE-ITEM-NUM OR
3.99 261015                         CP-FROM-DATE > WS-TODAY
4.00 261015                         SET CPR-END TO TRUE
4.01 261015                      ELSE
4.02 261015                         IF CP-TO-DATE >= WS-TODAY
4.03 261015                            MOVE CP-PRICE TO WS-USE-PRICE
4.04 261015                            MOVE 'C' TO WS-PRICE-SRC
4.05 261015                         END-IF
4.06 261015                      END-IF
4.07 261015               END-READ
4.08 261015            END-PERFORM.
4.45 261015            IF WS-PRICE-SRC = 'L'
4.46 261015               PERFORM 750-PRICE-RULES THRU 750-EXIT
4.47 261015            END-IF.
4.09 261015        700-EXIT.
4.10 261015            EXIT.
4.48 261015        750-PRICE-RULES.
4.49 261015       * no contract covers the line: the cheapest PRCRULE rule in
4.50 261015       * force for the quantity - item rules and category rules
4.51 261015       * alike - beats the list price, as in ORDENTRY
4.52 261015            MOVE QTE-ITEM-NUM TO PR-ITEM-NUM.
4.53 261015            MOVE SPACES       TO PR-CATEGORY.
4.54 261015            PERFORM 760-SCAN-RULES THRU 760-EXIT.
4.55 261015            IF IM-CATEGORY = SPACES
4.56 261015               GO TO 750-EXIT.
4.57 261015            MOVE 0            TO PR-ITEM-NUM.
4.58 261015            MOVE IM-CATEGORY  TO PR-CATEGORY.
4.59 261015            PERFORM 760-SCAN-RULES THRU 760-EXIT.
4.60 261015        750-EXIT.
4.61 261015            EXIT.
4.62 261015        760-SCAN-RULES.
4.63 261015            MOVE PR-ITEM-NUM TO WS-PR-ITEM.
4.64 261015            MOVE PR-CATEGORY TO WS-PR-CATG.
4.65 261015            MOVE LOW-VALUES  TO PR-RULE-CODE.
4.66 261015            MOVE 'N' TO WS-PR-END.
4.67 261015            START PRCRULE
4.68 261015                KEY NOT LESS PR-KEY
4.69 261015                INVALID KEY
4.70 261015                   SET PR-END TO TRUE.
4.71 261015            PERFORM UNTIL PR-END
4.72 261015               READ PRCRULE NEXT
4.73 261015                   AT END
4.74 261015                      SET PR-END TO TRUE
4.75 261015                   NOT AT END
4.76 261015                      IF PR-ITEM-NUM NOT = WS-PR-ITEM OR
4.77 261015                         PR-CATEGORY NOT = WS-PR-CATG
4.78 261015                         SET PR-END TO TRUE
4.79 261015                      ELSE
4.80 261015                         PERFORM 770-TRY-RULE THRU 770-EXIT
4.81 261015                      END-IF
4.82 261015               END-READ
4.83 261015            END-PERFORM.
4.84 261015        760-EXIT.
4.85 261015            EXIT.
4.86 261015        770-TRY-RULE.
4.87 261015            IF QTE-QTY < PR-MIN-QTY OR PR-FROM-DATE > WS-TODAY
4.88 261015               GO TO 770-EXIT.
4.89 261015            IF PR-TO-DATE NOT = 0 AND PR-TO-DATE < WS-TODAY
4.90 261015               GO TO 770-EXIT.
4.91 261015            COMPUTE WS-RULE-PRICE ROUNDED =
4.92 261015                IM-UNIT-PRICE * (100 - PR-DISC-PCT) / 100.
4.93 261015            IF WS-RULE-PRICE < WS-USE-PRICE
4.94 261015               MOVE WS-RULE-PRICE TO WS-USE-PRICE
4.95 261015               MOVE PR-TYPE       TO WS-PRICE-SRC
4.96 261015            END-IF.
4.97 261015        770-EXIT.
4.98 261015            EXIT.
4.11 261015        HALT.
