1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. DSCONF.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT POHDR ASSIGN TO DATABASE-POHDR
1.06 261015                ORGANIZATION IS INDEXED
1.07 261015                ACCESS MODE IS DYNAMIC
1.08 261015                RECORD KEY IS PH-PO-NUM
1.09 261015                FILE STATUS IS WS-HDR-STATUS.
1.10 261015            SELECT POLINE ASSIGN TO DATABASE-POLINE
1.11 261015                ORGANIZATION IS INDEXED
1.12 261015                ACCESS MODE IS DYNAMIC
1.13 261015                RECORD KEY IS PL-KEY
1.14 261015                FILE STATUS IS WS-LIN-STATUS.
1.15 261015            SELECT ORDDTL ASSIGN TO DATABASE-ORDDTL
1.16 261015                ORGANIZATION IS INDEXED
1.17 261015                ACCESS MODE IS DYNAMIC
1.18 261015                RECORD KEY IS OD-KEY
1.19 261015                FILE STATUS IS WS-DTL-STATUS.
1.20 261015        DATA DIVISION.
1.21 261015        FILE SECTION.
1.22 261015        FD  POHDR
1.23 261015                LABEL RECORD IS STANDARD.
1.24 261015        01  POHDR-REC.
1.25 261015           03  PH-PO-NUM         PIC 9(8).
1.26 261015           03  PH-SUPP-ID        PIC X(6).
1.27 261015           03  PH-ORDER-DATE     PIC 9(8).
1.28 261015           03  PH-STATUS         PIC X.
2.88 261015       * PO cost currency - see POCONF
2.89 261015           03  PH-CURRENCY       PIC X(3).
1.29 261015        FD  POLINE
1.30 261015                LABEL RECORD IS STANDARD.
1.31 261015       * line lifecycle - see POCONF
1.32 261015        01  POLINE-REC.
1.33 261015           03  PL-KEY.
1.34 261015              05  PL-PO-NUM      PIC 9(8).
1.35 261015              05  PL-LINE        PIC 9(3).
1.36 261015           03  PL-ITEM-NUM       PIC 9(8).
1.37 261015           03  PL-WHSE           PIC X(3).
1.38 261015           03  PL-QTY-ORDERED    PIC 9(5).
1.39 261015           03  PL-QTY-RECEIVED   PIC 9(5).
1.40 261015           03  PL-UNIT-COST      PIC 9(5)V99.
1.41 261015           03  PL-EXPECTED-DATE  PIC 9(8).
1.42 261015           03  PL-STATUS         PIC X.
1.43 261015           03  PL-OVER           PIC X.
1.44 261015           03  PL-LATE           PIC X.
1.45 261015       * drop-ship customer order reference - see POCONF
1.46 261015           03  PL-ORDER-NUM      PIC 9(8).
1.47 261015           03  PL-ORDER-LINE     PIC 9(3).
2.85 261015       * quantity supplier invoices have been matched against - see
2.86 261015       * SUPMATCH
2.87 261015           03  PL-QTY-INVOICED   PIC 9(5).
2.90 261015       * date of the latest receipt - see PORECV
2.91 261015           03  PL-RECV-DATE      PIC 9(8).
1.48 261015        FD  ORDDTL
1.49 261015                LABEL RECORD IS STANDARD.
1.50 261015        01  ORDDTL-REC.
1.51 261015           03  OD-KEY.
1.52 261015              05  OD-ORDER-NUM   PIC 9(8).
1.53 261015              05  OD-LINE        PIC 9(3).
1.54 261015           03  OD-ITEM-NUM       PIC 9(8).
1.55 261015           03  OD-QTY            PIC 9(5).
1.56 261015           03  OD-EXT-PRICE      PIC 9(7)V99.
1.57 261015       * line lifecycle - see ORDENTRY
1.58 261015           03  OD-STATUS         PIC X.
1.59 261015       * price source - see ORDENTRY
1.60 261015           03  OD-PRICE-SRC      PIC X.
1.61 261015       * shipping warehouse - see ORDENTRY
1.62 261015           03  OD-WHSE           PIC X(3).
1.63 261015       * requested, promised and shipped dates - see ORDENTRY
1.64 261015           03  OD-REQ-DATE       PIC 9(8).
1.65 261015           03  OD-PROM-DATE      PIC 9(8).
1.66 261015           03  OD-SHIP-DATE      PIC 9(8).
2.81 261015       * kit component link - see ORDENTRY
2.82 261015           03  OD-KIT-LINE       PIC 9(3).
2.83 261015       * item as ordered, when superseded - see ORDENTRY
2.84 261015           03  OD-ORIG-ITEM      PIC 9(8).
2.93 261015       * allocated lot - see ORDENTRY
2.94 261015           03  OD-LOT-NUM        PIC X(12).
2.95 261015       * cost at shipment - see SHIPCONF
2.96 261015           03  OD-UNIT-COST      PIC 9(5)V99.
2.97 261015           03  OD-EXT-COST       PIC 9(7)V99.
1.67 261015        WORKING-STORAGE SECTION.
1.68 261015        01  WS-HDR-STATUS     PIC XX.
1.69 261015        01  WS-LIN-STATUS     PIC XX.
1.70 261015        01  WS-DTL-STATUS     PIC XX.
1.71 261015        01  WS-TODAY          PIC 9(8) VALUE 0.
1.72 261015        01  WS-OPEN-LEFT      PIC 9(3) VALUE 0.
1.73 261015        01  WS-LIN-END        PIC X VALUE 'N'.
1.74 261015           88 LIN-END               VALUE 'Y'.
2.98 261015       * the EXRATEQ parameter set - the PO cost is in the supplier's
2.99 261015       * currency
3.00 261015        01  XRQ-CURRENCY      PIC X(3).
3.01 261015        01  XRQ-RATE          PIC 9(4)V9(6).
3.02 261015        01  XRQ-RATE-DATE     PIC 9(8).
3.03 261015        01  XRQ-STATUS        PIC X.
3.04 261015           88 XRQ-OK               VALUE '0'.
1.75 261015        LINKAGE SECTION.
1.76 261015        01 DSC-PO-NUM        PIC 9(8).
1.77 261015        01 DSC-LINE          PIC 9(3).
1.78 261015       * the date the supplier shipped - zero = today
1.79 261015        01 DSC-SHIP-DATE     PIC 9(8).
1.80 261015        01 DSC-STATUS        PIC X.
1.81 261015           88 DSC-OK               VALUE '0'.
1.82 261015           88 DSC-NO-LINE          VALUE '1'.
1.83 261015           88 DSC-LINE-CLOSED      VALUE '2'.
1.84 261015       * a stock purchase-order line - PORECV receives those
1.85 261015           88 DSC-NOT-DROP-SHIP    VALUE '3'.
1.86 261015       * the customer line is gone or no longer waiting on the
1.87 261015       * supplier (cancelled, or already confirmed)
1.88 261015           88 DSC-NO-ORDER-LINE    VALUE '4'.
1.89 261015        PROCEDURE DIVISION USING DSC-PO-NUM DSC-LINE DSC-SHIP-DATE
1.90 261015            DSC-STATUS.
1.91 261015        BEGIN.
1.92 261015       * the supplier's ship confirmation for a drop-ship purchase
1.93 261015       * order line - the goods went straight to our customer, so
1.94 261015       * nothing posts through the INVENTRY journal: the PO line
1.95 261015       * closes as fully delivered, the customer order line it
1.96 261015       * carries closes to 'S' with the supplier's ship date for the
1.97 261015       * invoicing run, and the PO header closes with its last line
1.98 261015            SET DSC-OK TO TRUE.
1.99 261015            ACCEPT WS-TODAY FROM DATE.
2.00 261015            ADD 20000000 TO WS-TODAY.
2.01 261015            IF DSC-SHIP-DATE = 0
2.02 261015               MOVE WS-TODAY TO DSC-SHIP-DATE.
2.03 261015            OPEN I-O POHDR.
2.04 261015            OPEN I-O POLINE.
2.05 261015            OPEN I-O ORDDTL.
2.06 261015            MOVE DSC-PO-NUM TO PL-PO-NUM.
2.07 261015            MOVE DSC-LINE   TO PL-LINE.
2.08 261015            READ POLINE
2.09 261015                INVALID KEY
2.10 261015                   SET DSC-NO-LINE TO TRUE.
2.11 261015            IF DSC-STATUS NOT = '0'
2.12 261015               GO TO 900-CLOSE.
2.13 261015            IF PL-STATUS NOT = 'O'
2.14 261015               SET DSC-LINE-CLOSED TO TRUE
2.15 261015               GO TO 900-CLOSE.
2.16 261015            IF PL-ORDER-NUM = 0
2.17 261015               SET DSC-NOT-DROP-SHIP TO TRUE
2.18 261015               GO TO 900-CLOSE.
2.19 261015            MOVE PL-ORDER-NUM  TO OD-ORDER-NUM.
2.20 261015            MOVE PL-ORDER-LINE TO OD-LINE.
2.21 261015            READ ORDDTL
2.22 261015                INVALID KEY
2.23 261015                   SET DSC-NO-ORDER-LINE TO TRUE.
2.24 261015            IF DSC-STATUS NOT = '0'
2.25 261015               GO TO 900-CLOSE.
2.26 261015            IF OD-STATUS NOT = 'D'
2.27 261015               SET DSC-NO-ORDER-LINE TO TRUE
2.28 261015               GO TO 900-CLOSE.
3.05 261015       * a drop-shipped line never passes through stock - its cost is
3.06 261015       * what the supplier charges, brought to local at the ship date
3.07 261015            MOVE SPACES TO XRQ-CURRENCY.
3.08 261015            MOVE DSC-PO-NUM TO PH-PO-NUM.
3.09 261015            READ POHDR
3.10 261015                NOT INVALID KEY
3.11 261015                   MOVE PH-CURRENCY TO XRQ-CURRENCY
3.12 261015            END-READ.
3.13 261015            MOVE PL-UNIT-COST TO OD-UNIT-COST.
3.14 261015            CALL 'EXRATEQ' USING XRQ-CURRENCY DSC-SHIP-DATE XRQ-RATE
3.15 261015                XRQ-RATE-DATE XRQ-STATUS.
3.16 261015            IF XRQ-OK
3.17 261015               COMPUTE OD-UNIT-COST ROUNDED = PL-UNIT-COST * XRQ-RATE.
3.18 261015            COMPUTE OD-EXT-COST = OD-QTY * OD-UNIT-COST.
2.29 261015            MOVE DSC-SHIP-DATE TO OD-SHIP-DATE.
2.30 261015            MOVE 'S' TO OD-STATUS.
2.31 261015            REWRITE ORDDTL-REC.
2.32 261015       * the supplier delivered the whole line; the late flag keeps
2.33 261015       * the same supplier follow-up PORECV gives stock lines
2.34 261015            MOVE PL-QTY-ORDERED TO PL-QTY-RECEIVED.
2.92 261015            MOVE DSC-SHIP-DATE TO PL-RECV-DATE.
2.35 261015            IF DSC-SHIP-DATE > PL-EXPECTED-DATE
2.36 261015               MOVE 'Y' TO PL-LATE.
2.37 261015            MOVE 'R' TO PL-STATUS.
2.38 261015            REWRITE POLINE-REC.
2.39 261015            PERFORM 500-CHECK-HEADER THRU 500-EXIT.
2.40 261015        900-CLOSE.
2.41 261015            CLOSE POHDR.
2.42 261015            CLOSE POLINE.
2.43 261015            CLOSE ORDDTL.
2.44 261015            GOBACK.
2.45 261015        500-CHECK-HEADER.
2.46 261015       * close the header once no open line remains
2.47 261015            MOVE 0 TO WS-OPEN-LEFT.
2.48 261015            MOVE 'N' TO WS-LIN-END.
2.49 261015            MOVE DSC-PO-NUM TO PL-PO-NUM.
2.50 261015            MOVE LOW-VALUES TO PL-LINE.
2.51 261015            START POLINE
2.52 261015                KEY NOT LESS PL-KEY
2.53 261015                INVALID KEY
2.54 261015                   SET LIN-END TO TRUE.
2.55 261015            PERFORM UNTIL LIN-END
2.56 261015               READ POLINE NEXT
2.57 261015                   AT END
2.58 261015                      SET LIN-END TO TRUE
2.59 261015                   NOT AT END
2.60 261015                      IF PL-PO-NUM NOT = DSC-PO-NUM
2.61 261015                         SET LIN-END TO TRUE
2.62 261015                      ELSE
2.63 261015                         IF PL-STATUS = 'O'
2.64 261015                            ADD 1 TO WS-OPEN-LEFT
2.65 261015                         END-IF
2.66 261015                      END-IF
2.67 261015               END-READ
2.68 261015            END-PERFORM.
2.69 261015            IF WS-OPEN-LEFT = 0
2.70 261015               MOVE DSC-PO-NUM TO PH-PO-NUM
2.71 261015               READ POHDR
2.72 261015                   INVALID KEY
2.73 261015                      GO TO 500-EXIT
2.74 261015               END-READ
2.75 261015               MOVE 'C' TO PH-STATUS
2.76 261015               REWRITE POHDR-REC
2.77 261015            END-IF.
2.78 261015        500-EXIT.
2.79 261015            EXIT.
2.80 261015        HALT.
