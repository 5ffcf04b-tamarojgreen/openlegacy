1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. LCVPOST.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT LCVOUCH ASSIGN TO DATABASE-LCVOUCH
1.06 261015                ORGANIZATION IS INDEXED
1.07 261015                ACCESS MODE IS DYNAMIC
1.08 261015                RECORD KEY IS LV-NUM
1.09 261015                FILE STATUS IS WS-LCV-STATUS.
1.10 261015            SELECT LCVREF ASSIGN TO DATABASE-LCVREF
1.11 261015                ORGANIZATION IS INDEXED
1.12 261015                ACCESS MODE IS DYNAMIC
1.13 261015                RECORD KEY IS LR-KEY
1.14 261015                FILE STATUS IS WS-LCR-STATUS.
1.15 261015            SELECT LCALLOC ASSIGN TO DATABASE-LCALLOC
1.16 261015                ORGANIZATION IS INDEXED
1.17 261015                ACCESS MODE IS DYNAMIC
1.18 261015                RECORD KEY IS LA-KEY
1.19 261015                FILE STATUS IS WS-LCA-STATUS.
1.20 261015            SELECT POLINE ASSIGN TO DATABASE-POLINE
1.21 261015                ORGANIZATION IS INDEXED
1.22 261015                ACCESS MODE IS DYNAMIC
1.23 261015                RECORD KEY IS PL-KEY
1.24 261015                FILE STATUS IS WS-LIN-STATUS.
4.61 261015            SELECT POHDR ASSIGN TO DATABASE-POHDR
4.62 261015                ORGANIZATION IS INDEXED
4.63 261015                ACCESS MODE IS DYNAMIC
4.64 261015                RECORD KEY IS PH-PO-NUM
4.65 261015                FILE STATUS IS WS-POH-STATUS.
1.25 261015            SELECT ITEMMSTR ASSIGN TO DATABASE-ITEMMSTR
1.26 261015                ORGANIZATION IS INDEXED
1.27 261015                ACCESS MODE IS DYNAMIC
1.28 261015                RECORD KEY IS IM-ITEM-NUM
1.29 261015                FILE STATUS IS WS-FILE-STATUS.
1.30 261015        DATA DIVISION.
1.31 261015        FILE SECTION.
1.32 261015        FD  LCVOUCH
1.33 261015                LABEL RECORD IS STANDARD.
1.34 261015       * landed-cost voucher layout - see LCVENTRY
1.35 261015        01  LCVOUCH-REC.
1.36 261015           03  LV-NUM            PIC 9(8).
1.37 261015           03  LV-REF            PIC X(15).
1.38 261015           03  LV-CHARGE         PIC X.
1.39 261015           03  LV-AMOUNT         PIC 9(7)V99.
1.40 261015           03  LV-BASIS          PIC X.
1.41 261015           03  LV-ENTRY-DATE     PIC 9(8).
1.42 261015           03  LV-OPERATOR       PIC X(10).
1.43 261015           03  LV-POST-DATE      PIC 9(8).
1.44 261015           03  LV-STATUS         PIC X.
1.45 261015        FD  LCVREF
1.46 261015                LABEL RECORD IS STANDARD.
1.47 261015       * voucher to PO line links - see LCVENTRY
1.48 261015        01  LCVREF-REC.
1.49 261015           03  LR-KEY.
1.50 261015              05  LR-VCH-NUM     PIC 9(8).
1.51 261015              05  LR-PO-NUM      PIC 9(8).
1.52 261015              05  LR-PO-LINE     PIC 9(3).
1.53 261015        FD  LCALLOC
1.54 261015                LABEL RECORD IS STANDARD.
1.55 261015       * what a posted voucher put on each received PO line - the
1.56 261015       * share of the charge, the part of it that reached the cost of
1.57 261015       * stock still on hand and the part that fell on goods already
1.58 261015       * gone, and the moving-average cost before and after
1.59 261015        01  LCALLOC-REC.
1.60 261015           03  LA-KEY.
1.61 261015              05  LA-VCH-NUM     PIC 9(8).
1.62 261015              05  LA-PO-NUM      PIC 9(8).
1.63 261015              05  LA-PO-LINE     PIC 9(3).
1.64 261015           03  LA-ITEM-NUM       PIC 9(8).
1.65 261015           03  LA-QTY            PIC 9(5).
1.66 261015           03  LA-BASIS          PIC 9(11)V99.
1.67 261015           03  LA-AMOUNT         PIC 9(7)V99.
1.68 261015           03  LA-QTY-ON-HAND    PIC 9(5).
1.69 261015           03  LA-APPLIED        PIC 9(7)V99.
1.70 261015           03  LA-EXPENSED       PIC 9(7)V99.
1.71 261015           03  LA-OLD-COST       PIC 9(5)V99.
1.72 261015           03  LA-NEW-COST       PIC 9(5)V99.
1.73 261015           03  LA-POST-DATE      PIC 9(8).
4.66 261015        FD  POHDR
4.67 261015                LABEL RECORD IS STANDARD.
4.68 261015        01  POHDR-REC.
4.69 261015           03  PH-PO-NUM         PIC 9(8).
4.70 261015           03  PH-SUPP-ID        PIC X(6).
4.71 261015           03  PH-ORDER-DATE     PIC 9(8).
4.72 261015           03  PH-STATUS         PIC X.
4.73 261015       * PO cost currency - see POCONF
4.74 261015           03  PH-CURRENCY       PIC X(3).
1.74 261015        FD  POLINE
1.75 261015                LABEL RECORD IS STANDARD.
1.76 261015        01  POLINE-REC.
1.77 261015           03  PL-KEY.
1.78 261015              05  PL-PO-NUM      PIC 9(8).
1.79 261015              05  PL-LINE        PIC 9(3).
1.80 261015           03  PL-ITEM-NUM       PIC 9(8).
1.81 261015           03  PL-WHSE           PIC X(3).
1.82 261015           03  PL-QTY-ORDERED    PIC 9(5).
1.83 261015           03  PL-QTY-RECEIVED   PIC 9(5).
1.84 261015           03  PL-UNIT-COST      PIC 9(5)V99.
1.85 261015           03  PL-EXPECTED-DATE  PIC 9(8).
1.86 261015           03  PL-STATUS         PIC X.
1.87 261015           03  PL-OVER           PIC X.
1.88 261015           03  PL-LATE           PIC X.
1.89 261015       * drop-ship customer order reference - see POCONF
1.90 261015           03  PL-ORDER-NUM      PIC 9(8).
1.91 261015           03  PL-ORDER-LINE     PIC 9(3).
1.92 261015       * quantity supplier invoices have been matched against - see
1.93 261015       * SUPMATCH
1.94 261015           03  PL-QTY-INVOICED   PIC 9(5).
5.08 261015       * date of the latest receipt - see PORECV
5.09 261015           03  PL-RECV-DATE      PIC 9(8).
1.95 261015        FD  ITEMMSTR
1.96 261015                LABEL RECORD IS STANDARD.
1.97 261015        01  ITEMMSTR-REC.
1.98 261015           03  IM-ITEM-NUM       PIC 9(8).
1.99 261015           03  IM-ITEM-NAME      PIC X(16).
2.00 261015           03  IM-DESCRIPTION    PIC X(28).
2.01 261015           03  IM-WEIGHT         PIC 9(4).
2.02 261015           03  IM-SHIP-METHOD    PIC X(10).
2.03 261015           03  IM-SHIP-DAYS      PIC 9(4).
2.04 261015           03  IM-UNIT-PRICE     PIC 9(5)V99.
2.05 261015           03  IM-QTY-ON-HAND    PIC 9(5).
2.06 261015           03  IM-REORDER-POINT  PIC 9(5).
2.07 261015           03  IM-CATEGORY       PIC X(16).
2.08 261015           03  IM-DESCRIPTION-LONG       PIC X(80).
2.09 261015       * lifecycle: A = active, D = discontinued
2.10 261015           03  IM-STATUS         PIC X.
2.11 261015       * last-changed stamp for optimistic locking - see UPDATEITEM
2.12 261015           03  IM-LAST-CHANGED   PIC X(21).
2.13 261015       * moving-average unit cost - see INVPOST
2.14 261015           03  IM-UNIT-COST      PIC 9(5)V99.
5.10 261015       * lot control - see INVPOST
5.11 261015           03  IM-LOT-CTRL       PIC X.
5.12 261015       * ABC class and last count date - see ABCCLASS
5.13 261015           03  IM-ABC-CLASS      PIC X.
5.14 261015           03  IM-LAST-COUNT     PIC 9(8).
2.15 261015        WORKING-STORAGE SECTION.
2.16 261015        01  WS-LCV-STATUS     PIC XX.
2.17 261015        01  WS-LCR-STATUS     PIC XX.
2.18 261015        01  WS-LCA-STATUS     PIC XX.
2.19 261015        01  WS-LIN-STATUS     PIC XX.
4.75 261015        01  WS-POH-STATUS     PIC XX.
2.20 261015        01  WS-FILE-STATUS    PIC XX.
2.21 261015        01  WS-TODAY          PIC 9(8) VALUE 0.
2.22 261015        01  WS-LR-END         PIC X VALUE 'N'.
2.23 261015           88 LR-END                VALUE 'Y'.
2.24 261015        01  WS-LIN-END        PIC X VALUE 'N'.
2.25 261015           88 LIN-END               VALUE 'Y'.
2.26 261015       * the received lines the charge is spread over
2.27 261015        01  WS-LC-TABLE.
2.28 261015           03  WS-LC-CNT         PIC 9(3) VALUE 0.
2.29 261015           03  WS-LC-ENTRY OCCURS 100 TIMES.
2.30 261015              05  WS-LC-PO          PIC 9(8).
2.31 261015              05  WS-LC-LINE        PIC 9(3).
2.32 261015              05  WS-LC-ITEM        PIC 9(8).
2.33 261015              05  WS-LC-QTY         PIC 9(5).
2.34 261015              05  WS-LC-BASIS       PIC 9(11)V99.
2.35 261015              05  WS-LC-AMOUNT      PIC 9(7)V99.
2.36 261015        01  I-LC              PIC 9(3) VALUE 0.
2.37 261015        01  WS-LC-FOUND       PIC X VALUE 'N'.
2.38 261015           88 LC-FOUND              VALUE 'Y'.
2.39 261015        01  WS-LC-FULL        PIC X VALUE 'N'.
2.40 261015           88 LC-FULL               VALUE 'Y'.
2.41 261015        01  WS-TOT-BASIS      PIC 9(13)V99 VALUE 0.
2.42 261015        01  WS-SPREAD         PIC 9(7)V99 VALUE 0.
2.43 261015        01  WS-ON-HAND-QTY    PIC 9(5) VALUE 0.
2.44 261015        01  WS-OLD-VALUE      PIC 9(11)V99 VALUE 0.
4.76 261015       * a value spread compares PO lines in local currency at today's
4.77 261015       * rate - a line on a PO in a currency with no rate stops the post
4.78 261015        01  WS-LC-NORATE      PIC X VALUE 'N'.
4.79 261015           88 LC-NORATE             VALUE 'Y'.
4.80 261015        01  XRQ-DATE          PIC 9(8) VALUE 0.
4.81 261015        01  XRQ-RATE          PIC 9(4)V9(6).
4.82 261015        01  XRQ-RATE-DATE     PIC 9(8).
4.83 261015        01  XRQ-STATUS        PIC X.
4.84 261015           88 XRQ-OK               VALUE '0'.
2.45 261015        LINKAGE SECTION.
2.46 261015        01 LCP-VCH-NUM       PIC 9(8).
2.47 261015        01 LCP-OPERATOR      PIC X(10).
2.48 261015        01 LCP-STATUS        PIC X.
2.49 261015           88 LCP-OK               VALUE '0'.
2.50 261015           88 LCP-NOT-FOUND        VALUE '1'.
2.51 261015           88 LCP-POSTED           VALUE '2'.
2.52 261015       * nothing received on the linked lines to carry the charge (or
2.53 261015       * no weight on file for a weight spread)
2.54 261015           88 LCP-NO-BASIS         VALUE '3'.
2.55 261015       * more received lines than one voucher can spread over
2.56 261015           88 LCP-TOO-MANY         VALUE '4'.
4.85 261015       * a value spread over a PO in a currency with no rate on file
4.86 261015           88 LCP-NO-RATE          VALUE '5'.
2.57 261015        PROCEDURE DIVISION USING LCP-VCH-NUM LCP-OPERATOR LCP-STATUS.
2.58 261015        BEGIN.
2.59 261015       * posts a landed-cost voucher: the charge is spread over the
2.60 261015       * received quantity of every linked PO line by value, weight or
2.61 261015       * quantity, the last line taking the rounding. Each line's share
2.62 261015       * goes into the moving-average IM-UNIT-COST in proportion to
2.63 261015       * what of the receipt is still on hand - the rest fell on goods
2.64 261015       * already sold and is recorded as expensed, not left in stock.
2.65 261015       * Drop-ship lines never reached stock and carry none of it.
2.66 261015            SET LCP-OK TO TRUE.
2.67 261015            ACCEPT WS-TODAY FROM DATE.
2.68 261015            ADD 20000000 TO WS-TODAY.
2.69 261015            OPEN I-O LCVOUCH.
2.70 261015            OPEN INPUT LCVREF.
2.71 261015            OPEN I-O LCALLOC.
2.72 261015            OPEN INPUT POLINE.
4.87 261015            OPEN INPUT POHDR.
2.73 261015            OPEN I-O ITEMMSTR.
2.74 261015            MOVE LCP-VCH-NUM TO LV-NUM.
2.75 261015            READ LCVOUCH
2.76 261015                INVALID KEY
2.77 261015                   SET LCP-NOT-FOUND TO TRUE
2.78 261015                   GO TO 900-CLOSE
2.79 261015            END-READ.
2.80 261015            IF LV-STATUS NOT = 'E'
2.81 261015               SET LCP-POSTED TO TRUE
2.82 261015               GO TO 900-CLOSE.
2.83 261015            PERFORM 200-GATHER THRU 200-EXIT.
2.84 261015            IF LC-FULL
2.85 261015               SET LCP-TOO-MANY TO TRUE
2.86 261015               GO TO 900-CLOSE.
4.88 261015            IF LC-NORATE
4.89 261015               SET LCP-NO-RATE TO TRUE
4.90 261015               GO TO 900-CLOSE.
2.87 261015            IF WS-TOT-BASIS = 0
2.88 261015               SET LCP-NO-BASIS TO TRUE
2.89 261015               GO TO 900-CLOSE.
2.90 261015            PERFORM 400-SPREAD THRU 400-EXIT.
2.91 261015            PERFORM VARYING I-LC FROM 1 BY 1
2.92 261015                    UNTIL I-LC > WS-LC-CNT
2.93 261015               PERFORM 500-APPLY THRU 500-EXIT
2.94 261015            END-PERFORM.
2.95 261015            MOVE WS-TODAY TO LV-POST-DATE.
2.96 261015            MOVE 'P'      TO LV-STATUS.
2.97 261015            REWRITE LCVOUCH-REC.
2.98 261015        900-CLOSE.
2.99 261015            CLOSE LCVOUCH.
3.00 261015            CLOSE LCVREF.
3.01 261015            CLOSE LCALLOC.
3.02 261015            CLOSE POLINE.
4.91 261015            CLOSE POHDR.
3.03 261015            CLOSE ITEMMSTR.
3.04 261015            GOBACK.
3.05 261015        200-GATHER.
3.06 261015            MOVE 0 TO WS-LC-CNT WS-TOT-BASIS.
5.07 261015            MOVE 'N' TO WS-LR-END WS-LC-FULL WS-LC-NORATE.
3.08 261015            MOVE LCP-VCH-NUM TO LR-VCH-NUM.
3.09 261015            MOVE LOW-VALUES  TO LR-PO-NUM LR-PO-LINE.
3.10 261015            START LCVREF
3.11 261015                KEY NOT LESS LR-KEY
3.12 261015                INVALID KEY
3.13 261015                   SET LR-END TO TRUE.
3.14 261015            PERFORM UNTIL LR-END
3.15 261015               READ LCVREF NEXT
3.16 261015                   AT END
3.17 261015                      SET LR-END TO TRUE
3.18 261015                   NOT AT END
3.19 261015                      IF LR-VCH-NUM NOT = LCP-VCH-NUM
3.20 261015                         SET LR-END TO TRUE
3.21 261015                      ELSE
3.22 261015                         PERFORM 250-LINK THRU 250-EXIT
3.23 261015                      END-IF
3.24 261015               END-READ
3.25 261015            END-PERFORM.
3.26 261015        200-EXIT.
3.27 261015            EXIT.
3.28 261015        250-LINK.
3.29 261015            IF LR-PO-LINE NOT = 0
3.30 261015               MOVE LR-PO-NUM  TO PL-PO-NUM
3.31 261015               MOVE LR-PO-LINE TO PL-LINE
3.32 261015               READ POLINE
3.33 261015                   INVALID KEY
3.34 261015                      GO TO 250-EXIT
3.35 261015               END-READ
3.36 261015               PERFORM 300-ADD-LINE THRU 300-EXIT
3.37 261015               GO TO 250-EXIT.
3.38 261015       * line zero - every line of the PO
3.39 261015            MOVE 'N' TO WS-LIN-END.
3.40 261015            MOVE LR-PO-NUM  TO PL-PO-NUM.
3.41 261015            MOVE LOW-VALUES TO PL-LINE.
3.42 261015            START POLINE
3.43 261015                KEY NOT LESS PL-KEY
3.44 261015                INVALID KEY
3.45 261015                   SET LIN-END TO TRUE.
3.46 261015            PERFORM UNTIL LIN-END
3.47 261015               READ POLINE NEXT
3.48 261015                   AT END
3.49 261015                      SET LIN-END TO TRUE
3.50 261015                   NOT AT END
3.51 261015                      IF PL-PO-NUM NOT = LR-PO-NUM
3.52 261015                         SET LIN-END TO TRUE
3.53 261015                      ELSE
3.54 261015                         PERFORM 300-ADD-LINE THRU 300-EXIT
3.55 261015                      END-IF
3.56 261015               END-READ
3.57 261015            END-PERFORM.
3.58 261015        250-EXIT.
3.59 261015            EXIT.
3.60 261015        300-ADD-LINE.
3.61 261015       * a line named both on its own and through its PO counts once
3.62 261015            IF PL-QTY-RECEIVED = 0 OR PL-ORDER-NUM NOT = 0
3.63 261015               GO TO 300-EXIT.
3.64 261015            MOVE 'N' TO WS-LC-FOUND.
3.65 261015            PERFORM VARYING I-LC FROM 1 BY 1
3.66 261015                    UNTIL I-LC > WS-LC-CNT
3.67 261015               IF WS-LC-PO(I-LC) = PL-PO-NUM AND
3.68 261015                  WS-LC-LINE(I-LC) = PL-LINE
3.69 261015                  SET LC-FOUND TO TRUE
3.70 261015                  COMPUTE I-LC = WS-LC-CNT + 1
3.71 261015               END-IF
3.72 261015            END-PERFORM.
3.73 261015            IF LC-FOUND
3.74 261015               GO TO 300-EXIT.
3.75 261015            IF WS-LC-CNT = 100
3.76 261015               SET LC-FULL TO TRUE
3.77 261015               GO TO 300-EXIT.
3.78 261015            ADD 1 TO WS-LC-CNT.
3.79 261015            MOVE PL-PO-NUM       TO WS-LC-PO(WS-LC-CNT).
3.80 261015            MOVE PL-LINE         TO WS-LC-LINE(WS-LC-CNT).
3.81 261015            MOVE PL-ITEM-NUM     TO WS-LC-ITEM(WS-LC-CNT).
3.82 261015            MOVE PL-QTY-RECEIVED TO WS-LC-QTY(WS-LC-CNT).
3.83 261015            MOVE 0               TO WS-LC-AMOUNT(WS-LC-CNT).
3.84 261015            EVALUATE LV-BASIS
3.85 261015               WHEN 'V'
3.86 261015                  COMPUTE WS-LC-BASIS(WS-LC-CNT) =
3.87 261015                      PL-QTY-RECEIVED * PL-UNIT-COST
4.93 261015                  MOVE PL-PO-NUM TO PH-PO-NUM
4.94 261015                  MOVE SPACES TO PH-CURRENCY
4.95 261015                  READ POHDR
4.96 261015                      INVALID KEY
4.97 261015                         MOVE SPACES TO PH-CURRENCY
4.98 261015                  END-READ
4.99 261015                  CALL 'EXRATEQ' USING PH-CURRENCY XRQ-DATE XRQ-RATE
5.00 261015                      XRQ-RATE-DATE XRQ-STATUS
5.01 261015                  IF XRQ-OK
5.02 261015                     COMPUTE WS-LC-BASIS(WS-LC-CNT) ROUNDED =
5.03 261015                         WS-LC-BASIS(WS-LC-CNT) * XRQ-RATE
5.04 261015                  ELSE
5.05 261015                     SET LC-NORATE TO TRUE
5.06 261015                  END-IF
3.88 261015               WHEN 'W'
3.89 261015                  MOVE PL-ITEM-NUM TO IM-ITEM-NUM
3.90 261015                  MOVE 0 TO IM-WEIGHT
3.91 261015                  READ ITEMMSTR
3.92 261015                      INVALID KEY
3.93 261015                         MOVE 0 TO IM-WEIGHT
3.94 261015                  END-READ
3.95 261015                  COMPUTE WS-LC-BASIS(WS-LC-CNT) =
3.96 261015                      PL-QTY-RECEIVED * IM-WEIGHT
3.97 261015               WHEN OTHER
3.98 261015                  MOVE PL-QTY-RECEIVED TO WS-LC-BASIS(WS-LC-CNT)
3.99 261015            END-EVALUATE.
4.00 261015            ADD WS-LC-BASIS(WS-LC-CNT) TO WS-TOT-BASIS.
4.01 261015        300-EXIT.
4.02 261015            EXIT.
4.03 261015        400-SPREAD.
4.04 261015       * each line its share of the charge; the last line whatever the
4.05 261015       * rounding left, so the shares add back to the voucher
4.06 261015            MOVE 0 TO WS-SPREAD.
4.07 261015            PERFORM VARYING I-LC FROM 1 BY 1
4.08 261015                    UNTIL I-LC > WS-LC-CNT
4.09 261015               IF I-LC = WS-LC-CNT
4.10 261015                  COMPUTE WS-LC-AMOUNT(I-LC) = LV-AMOUNT - WS-SPREAD
4.11 261015               ELSE
4.12 261015                  COMPUTE WS-LC-AMOUNT(I-LC) ROUNDED =
4.13 261015                      LV-AMOUNT * WS-LC-BASIS(I-LC) / WS-TOT-BASIS
4.14 261015                  ADD WS-LC-AMOUNT(I-LC) TO WS-SPREAD
4.15 261015               END-IF
4.16 261015            END-PERFORM.
4.17 261015        400-EXIT.
4.18 261015            EXIT.
4.19 261015        500-APPLY.
4.20 261015            MOVE LCP-VCH-NUM         TO LA-VCH-NUM.
4.21 261015            MOVE WS-LC-PO(I-LC)      TO LA-PO-NUM.
4.22 261015            MOVE WS-LC-LINE(I-LC)    TO LA-PO-LINE.
4.23 261015            MOVE WS-LC-ITEM(I-LC)    TO LA-ITEM-NUM.
4.24 261015            MOVE WS-LC-QTY(I-LC)     TO LA-QTY.
4.25 261015            MOVE WS-LC-BASIS(I-LC)   TO LA-BASIS.
4.26 261015            MOVE WS-LC-AMOUNT(I-LC)  TO LA-AMOUNT.
4.27 261015            MOVE 0 TO LA-QTY-ON-HAND LA-APPLIED LA-OLD-COST LA-NEW-COST.
4.28 261015            MOVE WS-LC-AMOUNT(I-LC)  TO LA-EXPENSED.
4.29 261015            MOVE WS-TODAY            TO LA-POST-DATE.
4.30 261015            MOVE WS-LC-ITEM(I-LC)    TO IM-ITEM-NUM.
4.31 261015            READ ITEMMSTR
4.32 261015                INVALID KEY
4.33 261015                   GO TO 550-WRITE
4.34 261015            END-READ.
4.35 261015            MOVE IM-UNIT-COST TO LA-OLD-COST LA-NEW-COST.
4.36 261015            IF IM-QTY-ON-HAND = 0
4.37 261015               GO TO 550-WRITE.
4.38 261015       * only as much of the receipt as is still on the shelf
4.39 261015            MOVE WS-LC-QTY(I-LC) TO WS-ON-HAND-QTY.
4.40 261015            IF IM-QTY-ON-HAND < WS-ON-HAND-QTY
4.41 261015               MOVE IM-QTY-ON-HAND TO WS-ON-HAND-QTY.
4.42 261015            MOVE WS-ON-HAND-QTY TO LA-QTY-ON-HAND.
4.43 261015            COMPUTE LA-APPLIED ROUNDED =
4.44 261015                WS-LC-AMOUNT(I-LC) * WS-ON-HAND-QTY / WS-LC-QTY(I-LC).
4.45 261015            COMPUTE LA-EXPENSED = WS-LC-AMOUNT(I-LC) - LA-APPLIED.
4.46 261015            COMPUTE WS-OLD-VALUE =
4.47 261015                IM-QTY-ON-HAND * IM-UNIT-COST + LA-APPLIED.
4.48 261015            COMPUTE IM-UNIT-COST ROUNDED =
4.49 261015                WS-OLD-VALUE / IM-QTY-ON-HAND.
4.50 261015            MOVE IM-UNIT-COST TO LA-NEW-COST.
4.51 261015            MOVE FUNCTION CURRENT-DATE TO IM-LAST-CHANGED.
4.52 261015            REWRITE ITEMMSTR-REC.
4.53 261015        550-WRITE.
4.54 261015            WRITE LCALLOC-REC
4.55 261015                INVALID KEY
4.56 261015                   REWRITE LCALLOC-REC
4.57 261015            END-WRITE.
4.58 261015        500-EXIT.
4.59 261015            EXIT.
4.60 261015        HALT.
