1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. CPRCMNT.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT CONTRPRC ASSIGN TO DATABASE-CONTRPRC
1.06 261015                ORGANIZATION IS INDEXED
1.07 261015                ACCESS MODE IS DYNAMIC
1.08 261015                RECORD KEY IS CP-KEY
1.09 261015                FILE STATUS IS WS-CPR-STATUS.
1.10 261015            SELECT ITEMMSTR ASSIGN TO DATABASE-ITEMMSTR
1.11 261015                ORGANIZATION IS INDEXED
1.12 261015                ACCESS MODE IS DYNAMIC
1.13 261015                RECORD KEY IS IM-ITEM-NUM
1.14 261015                FILE STATUS IS WS-FILE-STATUS.
1.15 261015        DATA DIVISION.
1.16 261015        FILE SECTION.
1.17 261015        FD  CONTRPRC
1.18 261015                LABEL RECORD IS STANDARD.
1.19 261015       * one row per customer, item and start of validity - ORDENTRY
1.20 261015       * prices a line at the latest row covering the order date
1.21 261015        01  CONTRPRC-REC.
1.22 261015           03  CP-KEY.
1.23 261015              05  CP-CUST-ID     PIC X(10).
1.24 261015              05  CP-ITEM-NUM    PIC 9(8).
1.25 261015              05  CP-FROM-DATE   PIC 9(8).
1.26 261015           03  CP-TO-DATE        PIC 9(8).
1.27 261015           03  CP-PRICE          PIC 9(5)V99.
1.28 261015        FD  ITEMMSTR
1.29 261015                LABEL RECORD IS STANDARD.
1.30 261015        01  ITEMMSTR-REC.
1.31 261015           03  IM-ITEM-NUM       PIC 9(8).
1.32 261015           03  IM-ITEM-NAME      PIC X(16).
1.33 261015           03  IM-DESCRIPTION    PIC X(28).
1.34 261015           03  IM-WEIGHT         PIC 9(4).
1.35 261015           03  IM-SHIP-METHOD    PIC X(10).
1.36 261015           03  IM-SHIP-DAYS      PIC 9(4).
1.37 261015           03  IM-UNIT-PRICE     PIC 9(5)V99.
1.38 261015           03  IM-QTY-ON-HAND    PIC 9(5).
1.39 261015           03  IM-REORDER-POINT  PIC 9(5).
1.40 261015           03  IM-CATEGORY       PIC X(16).
1.41 261015           03  IM-DESCRIPTION-LONG       PIC X(80).
1.42 261015           03  IM-STATUS         PIC X.
1.43 261015           03  IM-LAST-CHANGED   PIC X(21).
1.44 261015           03  IM-UNIT-COST      PIC 9(5)V99.
1.45 261015           03  IM-LOT-CTRL       PIC X.
1.46 261015           03  IM-ABC-CLASS      PIC X.
1.47 261015           03  IM-LAST-COUNT     PIC 9(8).
1.48 261015        WORKING-STORAGE SECTION.
1.49 261015        01  WS-CPR-STATUS     PIC XX.
1.50 261015        01  WS-FILE-STATUS    PIC XX.
1.51 261015        01  WS-OLD-PRICE      PIC 9(5)V99 VALUE 0.
1.52 261015        01  WS-MGG-FUNC       PIC X VALUE 'P'.
1.53 261015        01  WS-MGG-SOURCE     PIC X VALUE 'C'.
1.54 261015        01  WS-MGG-STATUS     PIC X VALUE '0'.
1.55 261015        LINKAGE SECTION.
1.56 261015       * A = add a row, U = change a row's price and end date,
1.57 261015       * D = delete a row, R = read a row
1.58 261015        01 CPM-FUNC          PIC X.
1.59 261015        01 CPM-CUST-ID       PIC X(10).
1.60 261015        01 CPM-ITEM-NUM      PIC 9(8).
1.61 261015        01 CPM-FROM-DATE     PIC 9(8).
1.62 261015        01 CPM-TO-DATE       PIC 9(8).
1.63 261015        01 CPM-PRICE         PIC 9(5)V99.
1.64 261015        01 CPM-OPERATOR      PIC X(10).
1.65 261015       * returned on a price held for approval - see MRGGUARD
1.66 261015        01 CPM-FLOOR         PIC 9(3)V99.
1.67 261015        01 CPM-OLD-MARGIN    PIC S9(5)V99.
1.68 261015        01 CPM-NEW-MARGIN    PIC S9(5)V99.
1.69 261015        01 CPM-QUEUE-ID      PIC 9(12).
1.70 261015        01 CPM-STATUS        PIC X.
1.71 261015           88 CPM-OK               VALUE '0'.
1.72 261015           88 CPM-NOT-FOUND        VALUE '1'.
1.73 261015           88 CPM-EXISTS           VALUE '2'.
1.74 261015           88 CPM-BAD-FUNC         VALUE '3'.
1.75 261015           88 CPM-BLANK            VALUE '4'.
1.76 261015       * no price, an unknown item, or a window that ends before it
1.77 261015       * starts
1.78 261015           88 CPM-BAD-ROW          VALUE '5'.
1.79 261015       * under the category's margin floor - parked on PRCAPPR for a
1.80 261015       * second operator, the row is not written
1.81 261015           88 CPM-HELD             VALUE '6'.
1.82 261015        PROCEDURE DIVISION USING CPM-FUNC CPM-CUST-ID CPM-ITEM-NUM
1.83 261015            CPM-FROM-DATE CPM-TO-DATE CPM-PRICE CPM-OPERATOR
1.84 261015            CPM-FLOOR CPM-OLD-MARGIN CPM-NEW-MARGIN CPM-QUEUE-ID
1.85 261015            CPM-STATUS.
1.86 261015        BEGIN.
1.87 261015       * maintenance for the customer contract prices ORDENTRY, QUOTENT
1.88 261015       * and PRICERES price from; a new or changed price goes through
1.89 261015       * the category's margin floor first
1.90 261015            SET CPM-OK TO TRUE.
1.91 261015            MOVE 0 TO CPM-FLOOR CPM-OLD-MARGIN CPM-NEW-MARGIN.
1.92 261015            MOVE 0 TO CPM-QUEUE-ID.
1.93 261015            IF CPM-CUST-ID = SPACES OR CPM-ITEM-NUM = 0 OR
1.94 261015               CPM-FROM-DATE = 0
1.95 261015               SET CPM-BLANK TO TRUE
1.96 261015               GOBACK
1.97 261015            END-IF.
1.98 261015            IF CPM-FUNC = 'A' OR CPM-FUNC = 'U'
1.99 261015               IF CPM-PRICE = 0 OR CPM-TO-DATE < CPM-FROM-DATE
2.00 261015                  SET CPM-BAD-ROW TO TRUE
2.01 261015                  GOBACK
2.02 261015               END-IF
2.03 261015            END-IF.
2.04 261015            OPEN I-O CONTRPRC.
2.05 261015            MOVE CPM-CUST-ID   TO CP-CUST-ID.
2.06 261015            MOVE CPM-ITEM-NUM  TO CP-ITEM-NUM.
2.07 261015            MOVE CPM-FROM-DATE TO CP-FROM-DATE.
2.08 261015            EVALUATE CPM-FUNC
2.09 261015               WHEN 'A'
2.10 261015                  READ CONTRPRC
2.11 261015                      INVALID KEY
2.12 261015                         MOVE 0 TO WS-OLD-PRICE
2.13 261015                         PERFORM 200-CHECK-MARGIN THRU 200-EXIT
2.14 261015                         IF CPM-OK
2.15 261015                            PERFORM 300-MOVE-ROW
2.16 261015                            WRITE CONTRPRC-REC
2.17 261015                         END-IF
2.18 261015                      NOT INVALID KEY
2.19 261015                         SET CPM-EXISTS TO TRUE
2.20 261015                  END-READ
2.21 261015               WHEN 'U'
2.22 261015                  READ CONTRPRC
2.23 261015                      INVALID KEY
2.24 261015                         SET CPM-NOT-FOUND TO TRUE
2.25 261015                      NOT INVALID KEY
2.26 261015                         MOVE CP-PRICE TO WS-OLD-PRICE
2.27 261015                         PERFORM 200-CHECK-MARGIN THRU 200-EXIT
2.28 261015                         IF CPM-OK
2.29 261015                            PERFORM 300-MOVE-ROW
2.30 261015                            REWRITE CONTRPRC-REC
2.31 261015                         END-IF
2.32 261015                  END-READ
2.33 261015               WHEN 'D'
2.34 261015                  READ CONTRPRC
2.35 261015                      INVALID KEY
2.36 261015                         SET CPM-NOT-FOUND TO TRUE
2.37 261015                      NOT INVALID KEY
2.38 261015                         DELETE CONTRPRC
2.39 261015                  END-READ
2.40 261015               WHEN 'R'
2.41 261015                  READ CONTRPRC
2.42 261015                      INVALID KEY
2.43 261015                         SET CPM-NOT-FOUND TO TRUE
2.44 261015                      NOT INVALID KEY
2.45 261015                         MOVE CP-TO-DATE TO CPM-TO-DATE
2.46 261015                         MOVE CP-PRICE   TO CPM-PRICE
2.47 261015                  END-READ
2.48 261015               WHEN OTHER
2.49 261015                  SET CPM-BAD-FUNC TO TRUE
2.50 261015            END-EVALUATE.
2.51 261015            CLOSE CONTRPRC.
2.52 261015            GOBACK.
2.53 261015        200-CHECK-MARGIN.
2.54 261015       * a price under the floor is parked, not written; a price that
2.55 261015       * has not changed is let through
2.56 261015            OPEN INPUT ITEMMSTR.
2.57 261015            MOVE CPM-ITEM-NUM TO IM-ITEM-NUM.
2.58 261015            READ ITEMMSTR
2.59 261015                INVALID KEY
2.60 261015                   SET CPM-BAD-ROW TO TRUE
2.61 261015            END-READ.
2.62 261015            CLOSE ITEMMSTR.
2.63 261015            IF NOT CPM-OK
2.64 261015               GO TO 200-EXIT.
2.65 261015            IF CPM-PRICE = WS-OLD-PRICE
2.66 261015               GO TO 200-EXIT.
2.67 261015            CALL 'MRGGUARD' USING WS-MGG-FUNC WS-MGG-SOURCE
2.68 261015                CPM-ITEM-NUM IM-CATEGORY IM-UNIT-COST WS-OLD-PRICE
2.69 261015                CPM-PRICE CPM-CUST-ID CPM-FROM-DATE CPM-TO-DATE
2.70 261015                CPM-OPERATOR CPM-FLOOR CPM-OLD-MARGIN CPM-NEW-MARGIN
2.71 261015                CPM-QUEUE-ID WS-MGG-STATUS.
2.72 261015            IF WS-MGG-STATUS NOT = '0'
2.73 261015               SET CPM-HELD TO TRUE.
2.74 261015        200-EXIT.
2.75 261015            EXIT.
2.76 261015        300-MOVE-ROW.
2.77 261015            MOVE CPM-CUST-ID   TO CP-CUST-ID.
2.78 261015            MOVE CPM-ITEM-NUM  TO CP-ITEM-NUM.
2.79 261015            MOVE CPM-FROM-DATE TO CP-FROM-DATE.
2.80 261015            MOVE CPM-TO-DATE TO CP-TO-DATE.
2.81 261015            MOVE CPM-PRICE   TO CP-PRICE.
2.82 261015        HALT.
