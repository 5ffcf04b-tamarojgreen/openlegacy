1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. LOTPICK.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT ITEMMSTR ASSIGN TO DATABASE-ITEMMSTR
1.06 261015                ORGANIZATION IS INDEXED
1.07 261015                ACCESS MODE IS DYNAMIC
1.08 261015                RECORD KEY IS IM-ITEM-NUM
1.09 261015                FILE STATUS IS WS-ITM-STATUS.
1.10 261015            SELECT LOTSTOCK ASSIGN TO DATABASE-LOTSTOCK
1.11 261015                ORGANIZATION IS INDEXED
1.12 261015                ACCESS MODE IS DYNAMIC
1.13 261015                RECORD KEY IS LS-KEY
1.14 261015                FILE STATUS IS WS-LOT-STATUS.
1.15 261015            SELECT ORDDTL ASSIGN TO DATABASE-ORDDTL
1.16 261015                ORGANIZATION IS INDEXED
1.17 261015                ACCESS MODE IS DYNAMIC
1.18 261015                RECORD KEY IS OD-KEY
1.19 261015                FILE STATUS IS WS-DTL-STATUS.
1.20 261015        DATA DIVISION.
1.21 261015        FILE SECTION.
1.22 261015        FD  ITEMMSTR
1.23 261015                LABEL RECORD IS STANDARD.
1.24 261015        01  ITEMMSTR-REC.
1.25 261015           03  IM-ITEM-NUM       PIC 9(8).
1.26 261015           03  IM-ITEM-NAME      PIC X(16).
1.27 261015           03  IM-DESCRIPTION    PIC X(28).
1.28 261015           03  IM-WEIGHT         PIC 9(4).
1.29 261015           03  IM-SHIP-METHOD    PIC X(10).
1.30 261015           03  IM-SHIP-DAYS      PIC 9(4).
1.31 261015           03  IM-UNIT-PRICE     PIC 9(5)V99.
1.32 261015           03  IM-QTY-ON-HAND    PIC 9(5).
1.33 261015           03  IM-REORDER-POINT  PIC 9(5).
1.34 261015           03  IM-CATEGORY       PIC X(16).
1.35 261015           03  IM-DESCRIPTION-LONG       PIC X(80).
1.36 261015       * lifecycle: A = active, D = discontinued
1.37 261015           03  IM-STATUS         PIC X.
1.38 261015       * last-changed stamp for optimistic locking - see UPDATEITEM
1.39 261015           03  IM-LAST-CHANGED   PIC X(21).
1.40 261015       * moving-average unit cost - see INVPOST
1.41 261015           03  IM-UNIT-COST      PIC 9(5)V99.
1.42 261015       * lot control - see INVPOST
1.43 261015           03  IM-LOT-CTRL       PIC X.
5.13 261015       * ABC class and last count date - see ABCCLASS
5.14 261015           03  IM-ABC-CLASS      PIC X.
5.15 261015           03  IM-LAST-COUNT     PIC 9(8).
1.44 261015        FD  LOTSTOCK
1.45 261015                LABEL RECORD IS STANDARD.
1.46 261015       * stock by item, warehouse and lot - see INVPOST
1.47 261015        01  LOTSTOCK-REC.
1.48 261015           03  LS-KEY.
1.49 261015              05  LS-ITEM-NUM    PIC 9(8).
1.50 261015              05  LS-WHSE        PIC X(3).
1.51 261015              05  LS-LOT-NUM     PIC X(12).
1.52 261015           03  LS-EXPIRY-DATE    PIC 9(8).
1.53 261015           03  LS-RECV-DATE      PIC 9(8).
1.54 261015           03  LS-QTY-ON-HAND    PIC 9(5).
1.55 261015           03  LS-QTY-PICKED     PIC 9(5).
1.56 261015        FD  ORDDTL
1.57 261015                LABEL RECORD IS STANDARD.
1.58 261015        01  ORDDTL-REC.
1.59 261015           03  OD-KEY.
1.60 261015              05  OD-ORDER-NUM   PIC 9(8).
1.61 261015              05  OD-LINE        PIC 9(3).
1.62 261015           03  OD-ITEM-NUM       PIC 9(8).
1.63 261015           03  OD-QTY            PIC 9(5).
1.64 261015       * extended price captured at IM-UNIT-PRICE order time
1.65 261015           03  OD-EXT-PRICE      PIC 9(7)V99.
1.66 261015       * line lifecycle - see ORDENTRY
1.67 261015           03  OD-STATUS         PIC X.
1.68 261015       * where the line price came from: C = customer contract
1.69 261015       * price (CONTRPRC), L = the item-master list price
1.70 261015           03  OD-PRICE-SRC      PIC X.
1.71 261015       * shipping warehouse - see ORDENTRY
1.72 261015           03  OD-WHSE           PIC X(3).
1.73 261015       * requested, promised and shipped dates - see ORDENTRY
1.74 261015           03  OD-REQ-DATE       PIC 9(8).
1.75 261015           03  OD-PROM-DATE      PIC 9(8).
1.76 261015           03  OD-SHIP-DATE      PIC 9(8).
1.77 261015       * kit component link - see ORDENTRY
1.78 261015           03  OD-KIT-LINE       PIC 9(3).
1.79 261015       * item as ordered, when superseded - see ORDENTRY
1.80 261015           03  OD-ORIG-ITEM      PIC 9(8).
1.81 261015       * allocated lot - see ORDENTRY
1.82 261015           03  OD-LOT-NUM        PIC X(12).
5.16 261015       * cost at shipment - see SHIPCONF
5.17 261015           03  OD-UNIT-COST      PIC 9(5)V99.
5.18 261015           03  OD-EXT-COST       PIC 9(7)V99.
1.83 261015        WORKING-STORAGE SECTION.
1.84 261015        01  WS-ITM-STATUS     PIC XX.
1.85 261015        01  WS-LOT-STATUS     PIC XX.
1.86 261015        01  WS-DTL-STATUS     PIC XX.
1.87 261015        01  WS-TODAY          PIC 9(8) VALUE 0.
1.88 261015        01  WS-LOT-END        PIC X VALUE 'N'.
1.89 261015           88 LOT-END               VALUE 'Y'.
1.90 261015        01  WS-DTL-END        PIC X VALUE 'N'.
1.91 261015           88 DTL-END               VALUE 'Y'.
1.92 261015       * the item's unexpired lots in the warehouse asked for (every
1.93 261015       * warehouse when spaces), free = on hand less picked, less -
1.94 261015       * when allocating - the open lines already held against the lot
1.95 261015        01  WS-LT-TABLE.
1.96 261015           03  WS-LT-CNT         PIC 9(3) VALUE 0.
1.97 261015           03  WS-LT-ENTRY OCCURS 50 TIMES.
1.98 261015              05  WS-LT-WHSE        PIC X(3).
1.99 261015              05  WS-LT-LOT         PIC X(12).
2.00 261015              05  WS-LT-EXPIRY      PIC 9(8).
2.01 261015       * expiry for the ordering - an undated lot goes last
2.02 261015              05  WS-LT-ORDER       PIC 9(8).
2.03 261015              05  WS-LT-FREE        PIC S9(7).
2.04 261015              05  WS-LT-USED        PIC X.
2.05 261015        01  I-LT              PIC 9(3) VALUE 0.
2.06 261015        01  WS-BEST           PIC 9(3) VALUE 0.
2.07 261015        01  WS-FREE-TOTAL     PIC S9(7) VALUE 0.
2.08 261015       * open allocations of the item held against no lot
2.09 261015        01  WS-FLOATING       PIC 9(7) VALUE 0.
2.10 261015        01  WS-LEFT           PIC 9(5) VALUE 0.
2.11 261015        01  WS-TAKE           PIC 9(5) VALUE 0.
2.12 261015        01  WS-MATCHED        PIC X VALUE 'N'.
2.13 261015        LINKAGE SECTION.
2.14 261015       * A = allocate: the earliest-expiry lot that covers the whole
2.15 261015       *     order line, net of the lines already held against it
2.16 261015       * S = ship: the lots a shipment takes, the preferred lot first
2.17 261015       *     and then earliest expiry first, split over up to ten lots;
2.18 261015       *     the quantities are marked picked on LOTSTOCK
2.19 261015       * W = whole: as S, but from one lot only (a warehouse transfer)
2.20 261015        01 LKP-FUNC          PIC X.
2.21 261015        01 LKP-ITEM-NUM      PIC 9(8).
2.22 261015       * warehouse to take from - spaces = any warehouse
2.23 261015        01 LKP-WHSE          PIC X(3).
2.24 261015        01 LKP-QTY           PIC 9(5).
2.25 261015       * S / W: the lot the line was allocated against, tried first
2.26 261015        01 LKP-PREF-LOT      PIC X(12).
2.27 261015       * A: order and line being re-allocated, whose own hold must not
2.28 261015       * count against it - zeros for a new line
2.29 261015        01 LKP-EXCL-KEY      PIC X(11).
2.30 261015        01 LKP-PICKS.
2.31 261015           03  LKP-PICK-CNT      PIC 9(2).
2.32 261015           03  LKP-PICK OCCURS 10 TIMES.
2.33 261015              05  LKP-PK-WHSE       PIC X(3).
2.34 261015              05  LKP-PK-LOT        PIC X(12).
2.35 261015              05  LKP-PK-EXPIRY     PIC 9(8).
2.36 261015              05  LKP-PK-QTY        PIC 9(5).
2.37 261015        01 LKP-STATUS        PIC X.
2.38 261015           88 LKP-OK               VALUE '0'.
2.39 261015       * the item is not lot controlled (or not on file) - nothing to do
2.40 261015           88 LKP-NOT-LOT          VALUE '1'.
2.41 261015       * A only: enough in total but no single lot covers the line -
2.42 261015       * it is allocated with no lot and SHIPCONF picks at ship time
2.43 261015           88 LKP-SPREAD           VALUE '2'.
2.44 261015       * unexpired free lot stock does not cover the quantity
2.45 261015           88 LKP-SHORT            VALUE '3'.
2.46 261015           88 LKP-BAD-FUNC         VALUE '4'.
2.47 261015        PROCEDURE DIVISION USING LKP-FUNC LKP-ITEM-NUM LKP-WHSE LKP-QTY
2.48 261015            LKP-PREF-LOT LKP-EXCL-KEY LKP-PICKS LKP-STATUS.
2.49 261015        BEGIN.
2.50 261015       * first-expiry-first-out for lot-controlled items: allocation
2.51 261015       * holds an order line against the lot that expires first, and
2.52 261015       * shipping takes the lots in the same order. Expired lots are
2.53 261015       * never offered - their stock stays on LOTSTOCK until it is
2.54 261015       * counted or scrapped out.
2.55 261015            SET LKP-OK TO TRUE.
2.56 261015            MOVE 0 TO LKP-PICK-CNT.
2.57 261015            IF LKP-FUNC NOT = 'A' AND NOT = 'S' AND NOT = 'W'
2.58 261015               SET LKP-BAD-FUNC TO TRUE
2.59 261015               GOBACK.
2.60 261015            ACCEPT WS-TODAY FROM DATE.
2.61 261015            ADD 20000000 TO WS-TODAY.
2.62 261015            OPEN INPUT ITEMMSTR.
2.63 261015            IF LKP-FUNC = 'A'
2.64 261015               OPEN INPUT LOTSTOCK
2.65 261015            ELSE
2.66 261015               OPEN I-O LOTSTOCK
2.67 261015            END-IF.
2.68 261015            OPEN INPUT ORDDTL.
2.69 261015            MOVE LKP-ITEM-NUM TO IM-ITEM-NUM.
2.70 261015            READ ITEMMSTR
2.71 261015                INVALID KEY
2.72 261015                   SET LKP-NOT-LOT TO TRUE
2.73 261015                   GO TO 900-CLOSE.
2.74 261015            IF IM-LOT-CTRL NOT = 'Y'
2.75 261015               SET LKP-NOT-LOT TO TRUE
2.76 261015               GO TO 900-CLOSE.
2.77 261015            PERFORM 200-LOAD-LOTS THRU 200-EXIT.
2.78 261015            IF LKP-FUNC = 'A'
2.79 261015               PERFORM 300-SUM-HOLDS THRU 300-EXIT.
2.80 261015            MOVE 0 TO WS-FREE-TOTAL.
2.81 261015            PERFORM VARYING I-LT FROM 1 BY 1 UNTIL I-LT > WS-LT-CNT
2.82 261015               IF WS-LT-FREE(I-LT) > 0
2.83 261015                  ADD WS-LT-FREE(I-LT) TO WS-FREE-TOTAL
2.84 261015               END-IF
2.85 261015            END-PERFORM.
2.86 261015            SUBTRACT WS-FLOATING FROM WS-FREE-TOTAL.
2.87 261015            IF WS-FREE-TOTAL < LKP-QTY
2.88 261015               SET LKP-SHORT TO TRUE
2.89 261015               GO TO 900-CLOSE.
2.90 261015            EVALUATE LKP-FUNC
2.91 261015               WHEN 'A'
2.92 261015                  PERFORM 400-ONE-LOT THRU 400-EXIT
2.93 261015                  IF WS-BEST = 0
2.94 261015                     SET LKP-SPREAD TO TRUE
2.95 261015                  ELSE
2.96 261015                     PERFORM 600-ADD-PICK THRU 600-EXIT
2.97 261015                  END-IF
2.98 261015               WHEN 'W'
2.99 261015                  PERFORM 400-ONE-LOT THRU 400-EXIT
3.00 261015                  IF WS-BEST = 0
3.01 261015                     SET LKP-SHORT TO TRUE
3.02 261015                  ELSE
3.03 261015                     PERFORM 600-ADD-PICK THRU 600-EXIT
3.04 261015                     PERFORM 700-MARK-PICKED THRU 700-EXIT
3.05 261015                  END-IF
3.06 261015               WHEN 'S'
3.07 261015                  PERFORM 500-SPREAD THRU 500-EXIT
3.08 261015                  IF WS-LEFT > 0
3.09 261015                     MOVE 0 TO LKP-PICK-CNT
3.10 261015                     SET LKP-SHORT TO TRUE
3.11 261015                  ELSE
3.12 261015                     PERFORM 700-MARK-PICKED THRU 700-EXIT
3.13 261015                  END-IF
3.14 261015            END-EVALUATE.
3.15 261015        900-CLOSE.
3.16 261015            CLOSE ITEMMSTR.
3.17 261015            CLOSE LOTSTOCK.
3.18 261015            CLOSE ORDDTL.
3.19 261015            GOBACK.
3.20 261015        200-LOAD-LOTS.
3.21 261015            MOVE 0 TO WS-LT-CNT WS-FLOATING.
3.22 261015            MOVE 'N' TO WS-LOT-END.
3.23 261015            MOVE LKP-ITEM-NUM TO LS-ITEM-NUM.
3.24 261015            MOVE LOW-VALUES   TO LS-WHSE LS-LOT-NUM.
3.25 261015            IF LKP-WHSE NOT = SPACES
3.26 261015               MOVE LKP-WHSE TO LS-WHSE.
3.27 261015            START LOTSTOCK
3.28 261015                KEY NOT LESS LS-KEY
3.29 261015                INVALID KEY
3.30 261015                   SET LOT-END TO TRUE.
3.31 261015            PERFORM UNTIL LOT-END
3.32 261015               READ LOTSTOCK NEXT
3.33 261015                   AT END
3.34 261015                      SET LOT-END TO TRUE
3.35 261015                   NOT AT END
3.36 261015                      IF LS-ITEM-NUM NOT = LKP-ITEM-NUM OR
3.37 261015                         (LKP-WHSE NOT = SPACES AND
3.38 261015                          LS-WHSE NOT = LKP-WHSE)
3.39 261015                         SET LOT-END TO TRUE
3.40 261015                      ELSE
3.41 261015                         PERFORM 250-TAKE-ROW THRU 250-EXIT
3.42 261015                      END-IF
3.43 261015               END-READ
3.44 261015            END-PERFORM.
3.45 261015        200-EXIT.
3.46 261015            EXIT.
3.47 261015        250-TAKE-ROW.
5.10 261015       * stock with no lot named cannot be traced, so it never ships
5.11 261015            IF LS-LOT-NUM = SPACES
5.12 261015               GO TO 250-EXIT.
3.48 261015            IF LS-EXPIRY-DATE NOT = 0 AND LS-EXPIRY-DATE < WS-TODAY
3.49 261015               GO TO 250-EXIT.
3.50 261015            IF LS-QTY-ON-HAND NOT > LS-QTY-PICKED
3.51 261015               GO TO 250-EXIT.
3.52 261015            IF WS-LT-CNT NOT < 50
3.53 261015               GO TO 250-EXIT.
3.54 261015            ADD 1 TO WS-LT-CNT.
3.55 261015            MOVE LS-WHSE        TO WS-LT-WHSE(WS-LT-CNT).
3.56 261015            MOVE LS-LOT-NUM     TO WS-LT-LOT(WS-LT-CNT).
3.57 261015            MOVE LS-EXPIRY-DATE TO WS-LT-EXPIRY(WS-LT-CNT).
3.58 261015            IF LS-EXPIRY-DATE = 0
3.59 261015               MOVE 99999999 TO WS-LT-ORDER(WS-LT-CNT)
3.60 261015            ELSE
3.61 261015               MOVE LS-EXPIRY-DATE TO WS-LT-ORDER(WS-LT-CNT)
3.62 261015            END-IF.
3.63 261015            COMPUTE WS-LT-FREE(WS-LT-CNT) =
3.64 261015                LS-QTY-ON-HAND - LS-QTY-PICKED.
3.65 261015            MOVE 'N' TO WS-LT-USED(WS-LT-CNT).
3.66 261015        250-EXIT.
3.67 261015            EXIT.
3.68 261015        300-SUM-HOLDS.
3.69 261015       * open allocations of the item: a line held against a lot
3.70 261015       * comes off that lot, a line held against none off the total
3.71 261015            MOVE 'N' TO WS-DTL-END.
3.72 261015            MOVE LOW-VALUES TO OD-ORDER-NUM OD-LINE.
3.73 261015            START ORDDTL
3.74 261015                KEY NOT LESS OD-KEY
3.75 261015                INVALID KEY
3.76 261015                   SET DTL-END TO TRUE.
3.77 261015            PERFORM UNTIL DTL-END
3.78 261015               READ ORDDTL NEXT
3.79 261015                   AT END
3.80 261015                      SET DTL-END TO TRUE
3.81 261015                   NOT AT END
3.82 261015                      IF OD-ITEM-NUM = LKP-ITEM-NUM AND
3.83 261015                         OD-STATUS = 'A' AND
3.84 261015                         OD-KEY NOT = LKP-EXCL-KEY AND
3.85 261015                         (LKP-WHSE = SPACES OR OD-WHSE = LKP-WHSE)
3.86 261015                         PERFORM 350-HOLD-LINE THRU 350-EXIT
3.87 261015                      END-IF
3.88 261015               END-READ
3.89 261015            END-PERFORM.
3.90 261015        300-EXIT.
3.91 261015            EXIT.
3.92 261015        350-HOLD-LINE.
3.93 261015            MOVE 'N' TO WS-MATCHED.
3.94 261015            IF OD-LOT-NUM NOT = SPACES
3.95 261015               PERFORM VARYING I-LT FROM 1 BY 1 UNTIL I-LT > WS-LT-CNT
3.96 261015                  IF WS-LT-LOT(I-LT) = OD-LOT-NUM AND
3.97 261015                     (OD-WHSE = SPACES OR WS-LT-WHSE(I-LT) = OD-WHSE)
3.98 261015                     SUBTRACT OD-QTY FROM WS-LT-FREE(I-LT)
3.99 261015                     MOVE 'Y' TO WS-MATCHED
4.00 261015                     COMPUTE I-LT = WS-LT-CNT + 1
4.01 261015                  END-IF
4.02 261015               END-PERFORM
4.03 261015            END-IF.
4.04 261015            IF WS-MATCHED = 'N'
4.05 261015               ADD OD-QTY TO WS-FLOATING.
4.06 261015        350-EXIT.
4.07 261015            EXIT.
4.08 261015        400-ONE-LOT.
4.09 261015       * the preferred lot when it covers, else the earliest-expiry lot
4.10 261015       * that covers the whole quantity
4.11 261015            MOVE 0 TO WS-BEST.
4.12 261015            IF LKP-FUNC NOT = 'A' AND LKP-PREF-LOT NOT = SPACES
4.13 261015               PERFORM VARYING I-LT FROM 1 BY 1 UNTIL I-LT > WS-LT-CNT
4.14 261015                  IF WS-LT-LOT(I-LT) = LKP-PREF-LOT AND
4.15 261015                     WS-LT-FREE(I-LT) NOT < LKP-QTY
4.16 261015                     MOVE I-LT TO WS-BEST
4.17 261015                     COMPUTE I-LT = WS-LT-CNT + 1
4.18 261015                  END-IF
4.19 261015               END-PERFORM
4.20 261015            END-IF.
4.21 261015            IF WS-BEST > 0
4.22 261015               GO TO 400-EXIT.
4.23 261015            PERFORM VARYING I-LT FROM 1 BY 1 UNTIL I-LT > WS-LT-CNT
4.24 261015               IF WS-LT-FREE(I-LT) NOT < LKP-QTY
4.25 261015                  IF WS-BEST = 0
4.26 261015                     MOVE I-LT TO WS-BEST
4.27 261015                  ELSE
4.28 261015                     IF WS-LT-ORDER(I-LT) < WS-LT-ORDER(WS-BEST)
4.29 261015                        MOVE I-LT TO WS-BEST
4.30 261015                     END-IF
4.31 261015                  END-IF
4.32 261015               END-IF
4.33 261015            END-PERFORM.
4.34 261015            IF WS-BEST > 0
4.35 261015               MOVE LKP-QTY TO WS-TAKE.
4.36 261015        400-EXIT.
4.37 261015            EXIT.
4.38 261015        500-SPREAD.
4.39 261015       * the preferred lot first, for as much as it has, then the
4.40 261015       * earliest expiry among the rest until the quantity is met
4.41 261015            MOVE LKP-QTY TO WS-LEFT.
4.42 261015            IF LKP-PREF-LOT NOT = SPACES
4.43 261015               PERFORM VARYING I-LT FROM 1 BY 1 UNTIL I-LT > WS-LT-CNT
4.44 261015                  IF WS-LT-LOT(I-LT) = LKP-PREF-LOT AND
4.45 261015                     WS-LT-FREE(I-LT) > 0
4.46 261015                     MOVE I-LT TO WS-BEST
4.47 261015                     PERFORM 550-TAKE-LOT THRU 550-EXIT
4.48 261015                     COMPUTE I-LT = WS-LT-CNT + 1
4.49 261015                  END-IF
4.50 261015               END-PERFORM
4.51 261015            END-IF.
4.52 261015            MOVE 1 TO WS-BEST.
4.53 261015            PERFORM UNTIL WS-LEFT = 0 OR WS-BEST = 0
4.54 261015                       OR LKP-PICK-CNT NOT < 10
4.55 261015               MOVE 0 TO WS-BEST
4.56 261015               PERFORM VARYING I-LT FROM 1 BY 1 UNTIL I-LT > WS-LT-CNT
4.57 261015                  IF WS-LT-USED(I-LT) = 'N' AND WS-LT-FREE(I-LT) > 0
4.58 261015                     IF WS-BEST = 0
4.59 261015                        MOVE I-LT TO WS-BEST
4.60 261015                     ELSE
4.61 261015                        IF WS-LT-ORDER(I-LT) < WS-LT-ORDER(WS-BEST)
4.62 261015                           MOVE I-LT TO WS-BEST
4.63 261015                        END-IF
4.64 261015                     END-IF
4.65 261015                  END-IF
4.66 261015               END-PERFORM
4.67 261015               IF WS-BEST > 0
4.68 261015                  PERFORM 550-TAKE-LOT THRU 550-EXIT
4.69 261015               END-IF
4.70 261015            END-PERFORM.
4.71 261015        500-EXIT.
4.72 261015            EXIT.
4.73 261015        550-TAKE-LOT.
4.74 261015            IF WS-LT-FREE(WS-BEST) < WS-LEFT
4.75 261015               MOVE WS-LT-FREE(WS-BEST) TO WS-TAKE
4.76 261015            ELSE
4.77 261015               MOVE WS-LEFT TO WS-TAKE
4.78 261015            END-IF.
4.79 261015            SUBTRACT WS-TAKE FROM WS-LEFT.
4.80 261015            MOVE 'Y' TO WS-LT-USED(WS-BEST).
4.81 261015            PERFORM 600-ADD-PICK THRU 600-EXIT.
4.82 261015        550-EXIT.
4.83 261015            EXIT.
4.84 261015        600-ADD-PICK.
4.85 261015            ADD 1 TO LKP-PICK-CNT.
4.86 261015            MOVE WS-LT-WHSE(WS-BEST)   TO LKP-PK-WHSE(LKP-PICK-CNT).
4.87 261015            MOVE WS-LT-LOT(WS-BEST)    TO LKP-PK-LOT(LKP-PICK-CNT).
4.88 261015            MOVE WS-LT-EXPIRY(WS-BEST) TO LKP-PK-EXPIRY(LKP-PICK-CNT).
4.89 261015            MOVE WS-TAKE               TO LKP-PK-QTY(LKP-PICK-CNT).
4.90 261015        600-EXIT.
4.91 261015            EXIT.
4.92 261015        700-MARK-PICKED.
4.93 261015       * the shipment is journalled but INVPOST has not posted it yet
4.94 261015       * - marking the lot keeps the next shipment off the same stock
4.95 261015            PERFORM VARYING I-LT FROM 1 BY 1 UNTIL I-LT > LKP-PICK-CNT
4.96 261015               MOVE LKP-ITEM-NUM     TO LS-ITEM-NUM
4.97 261015               MOVE LKP-PK-WHSE(I-LT) TO LS-WHSE
4.98 261015               MOVE LKP-PK-LOT(I-LT)  TO LS-LOT-NUM
4.99 261015               READ LOTSTOCK
5.00 261015                   INVALID KEY
5.01 261015                      CONTINUE
5.02 261015                   NOT INVALID KEY
5.03 261015                      ADD LKP-PK-QTY(I-LT) TO LS-QTY-PICKED
5.04 261015                      REWRITE LOTSTOCK-REC
5.05 261015               END-READ
5.06 261015            END-PERFORM.
5.07 261015        700-EXIT.
5.08 261015            EXIT.
5.09 261015        HALT.
