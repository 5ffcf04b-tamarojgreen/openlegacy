1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. CREDINQ.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT CUSTMSTR ASSIGN TO DATABASE-CUSTMSTR
1.06 261015                ORGANIZATION IS INDEXED
1.07 261015                ACCESS MODE IS DYNAMIC
1.08 261015                RECORD KEY IS CM-CUST-ID
1.09 261015                FILE STATUS IS WS-CUS-STATUS.
1.10 261015            SELECT ORDCIDX ASSIGN TO DATABASE-ORDCIDX
1.11 261015                ORGANIZATION IS INDEXED
1.12 261015                ACCESS MODE IS DYNAMIC
1.13 261015                RECORD KEY IS OC-KEY
1.14 261015                FILE STATUS IS WS-IDX-STATUS.
1.15 261015            SELECT ORDDTL ASSIGN TO DATABASE-ORDDTL
1.16 261015                ORGANIZATION IS INDEXED
1.17 261015                ACCESS MODE IS DYNAMIC
1.18 261015                RECORD KEY IS OD-KEY
1.19 261015                FILE STATUS IS WS-DTL-STATUS.
1.20 261015            SELECT ARITEM ASSIGN TO DATABASE-ARITEM
1.21 261015                ORGANIZATION IS INDEXED
1.22 261015                ACCESS MODE IS DYNAMIC
1.23 261015                RECORD KEY IS AR-KEY
1.24 261015                FILE STATUS IS WS-AR-STATUS.
1.25 261015        DATA DIVISION.
1.26 261015        FILE SECTION.
1.27 261015        FD  CUSTMSTR
1.28 261015                LABEL RECORD IS STANDARD.
1.29 261015        01  CUSTMSTR-REC.
1.30 261015           03  CM-CUST-ID        PIC X(10).
1.31 261015           03  CM-DISTRICT       PIC X(5).
1.32 261015       * credit ceiling - zero = no limit set
1.33 261015           03  CM-CREDIT-LIMIT   PIC 9(9)V99.
1.34 261015           03  CM-TAX-EXEMPT     PIC X.
1.35 261015           03  CM-FREE-FREIGHT   PIC X.
3.28 261015           03  CM-AGENT-MHOZ     PIC 9(2).
3.29 261015           03  CM-AGENT-SOCN     PIC 9(6).
1.36 261015        FD  ORDCIDX
1.37 261015                LABEL RECORD IS STANDARD.
1.38 261015        01  ORDCIDX-REC.
1.39 261015           03  OC-KEY.
1.40 261015              05  OC-CUST-ID     PIC X(10).
1.41 261015              05  OC-DATE        PIC 9(8).
1.42 261015              05  OC-ORDER-NUM   PIC 9(8).
1.43 261015        FD  ORDDTL
1.44 261015                LABEL RECORD IS STANDARD.
1.45 261015        01  ORDDTL-REC.
1.46 261015           03  OD-KEY.
1.47 261015              05  OD-ORDER-NUM   PIC 9(8).
1.48 261015              05  OD-LINE        PIC 9(3).
1.49 261015           03  OD-ITEM-NUM       PIC 9(8).
1.50 261015           03  OD-QTY            PIC 9(5).
1.51 261015           03  OD-EXT-PRICE      PIC 9(7)V99.
1.52 261015       * line lifecycle - see ORDENTRY
1.53 261015           03  OD-STATUS         PIC X.
1.54 261015       * price source - see ORDENTRY
1.55 261015           03  OD-PRICE-SRC      PIC X.
1.56 261015       * shipping warehouse - see ORDENTRY
1.57 261015           03  OD-WHSE           PIC X(3).
1.58 261015       * requested, promised and shipped dates - see ORDENTRY
1.59 261015           03  OD-REQ-DATE       PIC 9(8).
1.60 261015           03  OD-PROM-DATE      PIC 9(8).
1.61 261015           03  OD-SHIP-DATE      PIC 9(8).
1.62 261015       * kit component link - see ORDENTRY
1.63 261015           03  OD-KIT-LINE       PIC 9(3).
1.64 261015       * item as ordered, when superseded - see ORDENTRY
1.65 261015           03  OD-ORIG-ITEM      PIC 9(8).
3.23 261015       * allocated lot - see ORDENTRY
3.24 261015           03  OD-LOT-NUM        PIC X(12).
3.25 261015       * cost at shipment - see SHIPCONF
3.26 261015           03  OD-UNIT-COST      PIC 9(5)V99.
3.27 261015           03  OD-EXT-COST       PIC 9(7)V99.
1.66 261015        FD  ARITEM
1.67 261015                LABEL RECORD IS STANDARD.
1.68 261015       * AR-DOC-TYPE I = invoice, U = unapplied cash on account
1.69 261015       * C = credit memo (RMAENTRY)
1.70 261015        01  ARITEM-REC.
1.71 261015           03  AR-KEY.
1.72 261015              05  AR-CUST-ID     PIC X(10).
1.73 261015              05  AR-DOC-TYPE    PIC X.
1.74 261015              05  AR-DOC-NUM     PIC 9(8).
1.75 261015           03  AR-DOC-DATE       PIC 9(8).
1.76 261015           03  AR-AMOUNT         PIC 9(9)V99.
1.77 261015           03  AR-APPLIED        PIC 9(9)V99.
1.78 261015           03  AR-BALANCE        PIC 9(9)V99.
1.79 261015           03  AR-LAST-PAY-DATE  PIC 9(8).
1.80 261015           03  AR-STATUS         PIC X.
1.81 261015        WORKING-STORAGE SECTION.
1.82 261015        01  WS-CUS-STATUS     PIC XX.
1.83 261015        01  WS-IDX-STATUS     PIC XX.
1.84 261015        01  WS-DTL-STATUS     PIC XX.
1.85 261015        01  WS-AR-STATUS      PIC XX.
1.86 261015        01  WS-EXPOSURE       PIC 9(11)V99 VALUE 0.
1.87 261015        01  WS-UNAPPLIED      PIC 9(11)V99 VALUE 0.
1.88 261015        01  WS-CR-END         PIC X VALUE 'N'.
1.89 261015           88 CR-END                VALUE 'Y'.
1.90 261015        01  WS-CR2-END        PIC X VALUE 'N'.
1.91 261015           88 CR2-END               VALUE 'Y'.
1.92 261015        01  WS-AR-END         PIC X VALUE 'N'.
1.93 261015           88 AR-END                VALUE 'Y'.
1.94 261015        01  WS-CR-ORDER       PIC 9(8) VALUE 0.
1.95 261015        LINKAGE SECTION.
1.96 261015        01 CRI-CUST-ID       PIC X(10).
1.97 261015        01 CRI-DISTRICT      PIC X(5).
1.98 261015       * zero = credit never set a limit - the customer has no gate
1.99 261015        01 CRI-CREDIT-LIMIT  PIC 9(9)V99.
2.00 261015        01 CRI-EXPOSURE      PIC 9(11)V99.
2.01 261015       * limit less exposure - negative once the customer is over
2.02 261015        01 CRI-HEADROOM      PIC S9(11)V99.
2.03 261015        01 CRI-STATUS        PIC X.
2.04 261015           88 CRI-OK               VALUE '0'.
2.05 261015           88 CRI-NO-CUST          VALUE '1'.
2.06 261015        PROCEDURE DIVISION USING CRI-CUST-ID CRI-DISTRICT
2.07 261015            CRI-CREDIT-LIMIT CRI-EXPOSURE CRI-HEADROOM CRI-STATUS.
2.08 261015        BEGIN.
2.09 261015       * a customer's credit position as ORDENTRY's exposure gate sees
2.10 261015       * it: every not-yet-invoiced line of the customer, found through
2.11 261015       * the ORDCIDX customer index, plus the unpaid balance of every
2.12 261015       * invoice on the AR ledger less cash on account - so the desk
2.13 261015       * knows the headroom before the first line is keyed
2.14 261015            SET CRI-OK TO TRUE.
2.15 261015            MOVE SPACES TO CRI-DISTRICT.
2.16 261015            MOVE 0 TO CRI-CREDIT-LIMIT CRI-EXPOSURE CRI-HEADROOM.
2.17 261015            OPEN INPUT CUSTMSTR.
2.18 261015            OPEN INPUT ORDCIDX.
2.19 261015            OPEN INPUT ORDDTL.
2.20 261015            OPEN INPUT ARITEM.
2.21 261015            MOVE CRI-CUST-ID TO CM-CUST-ID.
2.22 261015            READ CUSTMSTR
2.23 261015                INVALID KEY
2.24 261015                   SET CRI-NO-CUST TO TRUE
2.25 261015                   GO TO 900-CLOSE.
2.26 261015            MOVE CM-DISTRICT     TO CRI-DISTRICT.
2.27 261015            MOVE CM-CREDIT-LIMIT TO CRI-CREDIT-LIMIT.
2.28 261015            MOVE 0 TO WS-EXPOSURE.
2.29 261015            MOVE 'N' TO WS-CR-END.
2.30 261015            MOVE CRI-CUST-ID TO OC-CUST-ID.
2.31 261015            MOVE LOW-VALUES  TO OC-DATE OC-ORDER-NUM.
2.32 261015            START ORDCIDX
2.33 261015                KEY NOT LESS OC-KEY
2.34 261015                INVALID KEY
2.35 261015                   SET CR-END TO TRUE.
2.36 261015            PERFORM UNTIL CR-END
2.37 261015               READ ORDCIDX NEXT
2.38 261015                   AT END
2.39 261015                      SET CR-END TO TRUE
2.40 261015                   NOT AT END
2.41 261015                      IF OC-CUST-ID NOT = CRI-CUST-ID
2.42 261015                         SET CR-END TO TRUE
2.43 261015                      ELSE
2.44 261015                         PERFORM 810-SUM-ORDER THRU 810-EXIT
2.45 261015                      END-IF
2.46 261015               END-READ
2.47 261015            END-PERFORM.
2.48 261015            PERFORM 820-SUM-RECEIVABLES THRU 820-EXIT.
2.49 261015            MOVE WS-EXPOSURE TO CRI-EXPOSURE.
2.50 261015            COMPUTE CRI-HEADROOM = CM-CREDIT-LIMIT - WS-EXPOSURE.
2.51 261015        900-CLOSE.
2.52 261015            CLOSE CUSTMSTR.
2.53 261015            CLOSE ORDCIDX.
2.54 261015            CLOSE ORDDTL.
2.55 261015            CLOSE ARITEM.
2.56 261015            GOBACK.
2.57 261015        810-SUM-ORDER.
2.58 261015       * a keyed detour down the order lines - the index read
2.59 261015       * position is restored before the walk continues
2.60 261015            MOVE OC-ORDER-NUM TO WS-CR-ORDER.
2.61 261015            MOVE 'N' TO WS-CR2-END.
2.62 261015            MOVE WS-CR-ORDER TO OD-ORDER-NUM.
2.63 261015            MOVE LOW-VALUES  TO OD-LINE.
2.64 261015            START ORDDTL
2.65 261015                KEY NOT LESS OD-KEY
2.66 261015                INVALID KEY
2.67 261015                   SET CR2-END TO TRUE.
2.68 261015            PERFORM UNTIL CR2-END
2.69 261015               READ ORDDTL NEXT
2.70 261015                   AT END
2.71 261015                      SET CR2-END TO TRUE
2.72 261015                   NOT AT END
2.73 261015                      IF OD-ORDER-NUM NOT = WS-CR-ORDER
2.74 261015                         SET CR2-END TO TRUE
2.75 261015                      ELSE
2.76 261015                         IF OD-STATUS NOT = 'I' AND OD-STATUS NOT = 'X'
2.77 261015                            ADD OD-EXT-PRICE TO WS-EXPOSURE
2.78 261015                         END-IF
2.79 261015                      END-IF
2.80 261015               END-READ
2.81 261015            END-PERFORM.
2.82 261015            START ORDCIDX
2.83 261015                KEY GREATER OC-KEY
2.84 261015                INVALID KEY
2.85 261015                   SET CR-END TO TRUE.
2.86 261015        810-EXIT.
2.87 261015            EXIT.
2.88 261015        820-SUM-RECEIVABLES.
2.89 261015       * what has been billed and not yet paid is exposure too; cash
2.90 261015       * the customer has on account offsets it, never below zero
2.91 261015            MOVE 0 TO WS-UNAPPLIED.
2.92 261015            MOVE 'N' TO WS-AR-END.
2.93 261015            MOVE CRI-CUST-ID TO AR-CUST-ID.
2.94 261015            MOVE LOW-VALUES  TO AR-DOC-TYPE AR-DOC-NUM.
2.95 261015            START ARITEM
2.96 261015                KEY NOT LESS AR-KEY
2.97 261015                INVALID KEY
2.98 261015                   SET AR-END TO TRUE.
2.99 261015            PERFORM UNTIL AR-END
3.00 261015               READ ARITEM NEXT
3.01 261015                   AT END
3.02 261015                      SET AR-END TO TRUE
3.03 261015                   NOT AT END
3.04 261015                      IF AR-CUST-ID NOT = CRI-CUST-ID
3.05 261015                         SET AR-END TO TRUE
3.06 261015                      ELSE
3.07 261015                         IF AR-DOC-TYPE = 'U' OR AR-DOC-TYPE = 'C'
3.08 261015                            ADD AR-BALANCE TO WS-UNAPPLIED
3.09 261015                         ELSE
3.10 261015                            ADD AR-BALANCE TO WS-EXPOSURE
3.11 261015                         END-IF
3.12 261015                      END-IF
3.13 261015               END-READ
3.14 261015            END-PERFORM.
3.15 261015            IF WS-UNAPPLIED > WS-EXPOSURE
3.16 261015               MOVE 0 TO WS-EXPOSURE
3.17 261015            ELSE
3.18 261015               SUBTRACT WS-UNAPPLIED FROM WS-EXPOSURE
3.19 261015            END-IF.
3.20 261015        820-EXIT.
3.21 261015            EXIT.
3.22 261015        HALT.
