1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. QUOTCONV.
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
1.15 261015        DATA DIVISION.
1.16 261015        FILE SECTION.
1.17 261015        FD  QUOTHDR
1.18 261015                LABEL RECORD IS STANDARD.
1.19 261015       * one row per quotation; QH-STATUS O = open, C = converted to
1.20 261015       * order QH-ORDER-NUM, L = lost, E = expired unanswered.
1.21 261015       * QH-CLOSE-DATE is the day it stopped being open (the expiry
1.22 261015       * date itself for an expired quote)
1.23 261015        01  QUOTHDR-REC.
1.24 261015           03  QH-QUOTE-NUM      PIC 9(8).
1.25 261015           03  QH-CUST-ID        PIC X(10).
1.26 261015           03  QH-DATE           PIC 9(8).
1.27 261015           03  QH-EXPIRY         PIC 9(8).
1.28 261015           03  QH-STATUS         PIC X.
1.29 261015           03  QH-VALUE          PIC 9(9)V99.
1.30 261015           03  QH-ORDER-NUM      PIC 9(8).
1.31 261015           03  QH-CLOSE-DATE     PIC 9(8).
1.32 261015           03  QH-OPERATOR       PIC X(10).
1.33 261015           03  QH-LOST-REASON    PIC X(20).
1.34 261015        FD  QUOTDTL
1.35 261015                LABEL RECORD IS STANDARD.
1.36 261015        01  QUOTDTL-REC.
1.37 261015           03  QD-KEY.
1.38 261015              05  QD-QUOTE-NUM   PIC 9(8).
1.39 261015              05  QD-LINE        PIC 9(3).
1.40 261015           03  QD-ITEM-NUM       PIC 9(8).
1.41 261015           03  QD-QTY            PIC 9(5).
1.42 261015           03  QD-PRICE          PIC 9(5)V99.
1.43 261015           03  QD-EXT-PRICE      PIC 9(7)V99.
1.44 261015           03  QD-PRICE-SRC      PIC X.
1.45 261015       * spaces = not yet ordered, C = on the converted order, R = not
1.46 261015       * accepted by ORDENTRY (QD-ORD-STATUS holds its status)
1.47 261015           03  QD-STATUS         PIC X.
1.48 261015           03  QD-ORD-STATUS     PIC X.
1.49 261015        WORKING-STORAGE SECTION.
1.50 261015        01  WS-HDR-STATUS     PIC XX.
1.51 261015        01  WS-DTL-STATUS     PIC XX.
1.52 261015        01  WS-TODAY          PIC 9(8) VALUE 0.
1.53 261015        01  WS-DTL-END        PIC X VALUE 'N'.
1.54 261015           88 DTL-END               VALUE 'Y'.
1.55 261015       * the ORDENTRY parameter set - a converted line gets the same
1.56 261015       * validation, credit gate and allocation a keyed line gets,
1.57 261015       * only the price is the one quoted
1.58 261015        01  ORD-CUST-ID       PIC X(10).
1.59 261015        01  ORD-ORDER-NUM     PIC 9(8).
1.60 261015        01  ORD-ITEM-NUM      PIC 9(8).
1.61 261015        01  ORD-QTY           PIC 9(5).
1.62 261015        01  ORD-STATUS        PIC X.
1.63 261015        01  ORD-QUOTE-PRICE   PIC 9(5)V99.
2.66 261015        01  ORD-REQ-DATE      PIC 9(8) VALUE 0.
2.67 261015        01  ORD-PROM-DATE     PIC 9(8) VALUE 0.
1.64 261015        LINKAGE SECTION.
1.65 261015        01 CNV-QUOTE-NUM     PIC 9(8).
1.66 261015       * the order the quotation became
1.67 261015        01 CNV-ORDER-NUM     PIC 9(8).
1.68 261015       * lines ordered, lines ORDENTRY would not take
1.69 261015        01 CNV-LINES-OK      PIC 9(3).
1.70 261015        01 CNV-LINES-REFUSED PIC 9(3).
1.71 261015        01 CNV-STATUS        PIC X.
1.72 261015           88 CNV-OK               VALUE '0'.
1.73 261015           88 CNV-NO-QUOTE         VALUE '1'.
1.74 261015       * already converted, or marked lost
1.75 261015           88 CNV-NOT-OPEN         VALUE '2'.
1.76 261015       * past its expiry date - the quote is closed as expired
1.77 261015           88 CNV-EXPIRED          VALUE '3'.
1.78 261015       * converted, but some lines were refused - see QD-ORD-STATUS
1.79 261015           88 CNV-PART             VALUE '4'.
1.80 261015       * no line accepted (credit refused) - the quote stays open
1.81 261015           88 CNV-REFUSED          VALUE '5'.
1.82 261015        PROCEDURE DIVISION USING CNV-QUOTE-NUM CNV-ORDER-NUM
1.83 261015            CNV-LINES-OK CNV-LINES-REFUSED CNV-STATUS.
1.84 261015        BEGIN.
1.85 261015       * turn an open, unexpired quotation into a real order, line by
1.86 261015       * line through ORDENTRY at the quoted unit prices
1.87 261015            SET CNV-OK TO TRUE.
1.88 261015            MOVE 0 TO CNV-ORDER-NUM CNV-LINES-OK CNV-LINES-REFUSED.
1.89 261015            ACCEPT WS-TODAY FROM DATE.
1.90 261015            ADD 20000000 TO WS-TODAY.
1.91 261015            OPEN I-O QUOTHDR.
1.92 261015            OPEN I-O QUOTDTL.
1.93 261015            MOVE CNV-QUOTE-NUM TO QH-QUOTE-NUM.
1.94 261015            READ QUOTHDR
1.95 261015                KEY IS QH-QUOTE-NUM
1.96 261015                INVALID KEY
1.97 261015                   SET CNV-NO-QUOTE TO TRUE
1.98 261015                   GO TO 900-CLOSE.
1.99 261015            IF QH-STATUS NOT = 'O'
2.00 261015               SET CNV-NOT-OPEN TO TRUE
2.01 261015               GO TO 900-CLOSE.
2.02 261015            IF QH-EXPIRY < WS-TODAY
2.03 261015               MOVE 'E'       TO QH-STATUS
2.04 261015               MOVE QH-EXPIRY TO QH-CLOSE-DATE
2.05 261015               REWRITE QUOTHDR-REC
2.06 261015               SET CNV-EXPIRED TO TRUE
2.07 261015               GO TO 900-CLOSE.
2.08 261015            MOVE QH-CUST-ID TO ORD-CUST-ID.
2.09 261015            MOVE 0 TO ORD-ORDER-NUM.
2.10 261015            MOVE 'N' TO WS-DTL-END.
2.11 261015            MOVE QH-QUOTE-NUM TO QD-QUOTE-NUM.
2.12 261015            MOVE LOW-VALUES   TO QD-LINE.
2.13 261015            START QUOTDTL
2.14 261015                KEY NOT LESS QD-KEY
2.15 261015                INVALID KEY
2.16 261015                   SET DTL-END TO TRUE.
2.17 261015            PERFORM UNTIL DTL-END
2.18 261015               READ QUOTDTL NEXT
2.19 261015                   AT END
2.20 261015                      SET DTL-END TO TRUE
2.21 261015                   NOT AT END
2.22 261015                      IF QD-QUOTE-NUM NOT = QH-QUOTE-NUM
2.23 261015                         SET DTL-END TO TRUE
2.24 261015                      ELSE
2.25 261015                         PERFORM 500-ORDER-LINE THRU 500-EXIT
2.26 261015                      END-IF
2.27 261015               END-READ
2.28 261015            END-PERFORM.
2.29 261015            MOVE ORD-ORDER-NUM TO CNV-ORDER-NUM.
2.30 261015            IF CNV-LINES-OK = 0
2.31 261015               SET CNV-REFUSED TO TRUE
2.32 261015               GO TO 900-CLOSE.
2.33 261015            MOVE 'C'           TO QH-STATUS.
2.34 261015            MOVE ORD-ORDER-NUM TO QH-ORDER-NUM.
2.35 261015            MOVE WS-TODAY      TO QH-CLOSE-DATE.
2.36 261015            REWRITE QUOTHDR-REC.
2.37 261015            IF CNV-LINES-REFUSED > 0
2.38 261015               SET CNV-PART TO TRUE.
2.39 261015        900-CLOSE.
2.40 261015            CLOSE QUOTHDR.
2.41 261015            CLOSE QUOTDTL.
2.42 261015            GOBACK.
2.43 261015        500-ORDER-LINE.
2.44 261015       * the first accepted line opens the order, the rest append to
2.45 261015       * it; a credit warning (4) is still an accepted line
2.46 261015            IF QD-STATUS = 'C'
2.47 261015               GO TO 500-EXIT.
2.48 261015            MOVE QD-ITEM-NUM TO ORD-ITEM-NUM.
2.49 261015            MOVE QD-QTY      TO ORD-QTY.
2.50 261015            MOVE QD-PRICE    TO ORD-QUOTE-PRICE.
2.51 261015            MOVE '0' TO ORD-STATUS.
2.52 261015            CALL 'ORDENTRY' USING ORD-CUST-ID ORD-ORDER-NUM
2.68 261015                ORD-ITEM-NUM ORD-QTY ORD-STATUS ORD-QUOTE-PRICE
2.69 261015                ORD-REQ-DATE ORD-PROM-DATE.
2.54 261015            MOVE ORD-STATUS TO QD-ORD-STATUS.
2.55 261015            IF ORD-STATUS = '0' OR ORD-STATUS = '4'
2.56 261015               MOVE 'C' TO QD-STATUS
2.57 261015               ADD 1 TO CNV-LINES-OK
2.58 261015            ELSE
2.59 261015               MOVE 'R' TO QD-STATUS
2.60 261015               ADD 1 TO CNV-LINES-REFUSED
2.61 261015            END-IF.
2.62 261015            REWRITE QUOTDTL-REC.
2.63 261015        500-EXIT.
2.64 261015            EXIT.
2.65 261015        HALT.
