1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. RTVENTRY.
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
1.15 261015            SELECT SUPDEBIT ASSIGN TO DATABASE-SUPDEBIT
1.16 261015                ORGANIZATION IS INDEXED
1.17 261015                ACCESS MODE IS DYNAMIC
1.18 261015                RECORD KEY IS DN-NUM
1.19 261015                FILE STATUS IS WS-DBN-STATUS.
1.20 261015        DATA DIVISION.
1.21 261015        FILE SECTION.
1.22 261015        FD  POHDR
1.23 261015                LABEL RECORD IS STANDARD.
1.24 261015        01  POHDR-REC.
1.25 261015           03  PH-PO-NUM         PIC 9(8).
1.26 261015           03  PH-SUPP-ID        PIC X(6).
1.27 261015           03  PH-ORDER-DATE     PIC 9(8).
1.28 261015           03  PH-STATUS         PIC X.
3.10 261015       * PO cost currency - see POCONF
3.11 261015           03  PH-CURRENCY       PIC X(3).
1.29 261015        FD  POLINE
1.30 261015                LABEL RECORD IS STANDARD.
1.31 261015        01  POLINE-REC.
1.32 261015           03  PL-KEY.
1.33 261015              05  PL-PO-NUM      PIC 9(8).
1.34 261015              05  PL-LINE        PIC 9(3).
1.35 261015           03  PL-ITEM-NUM       PIC 9(8).
1.36 261015           03  PL-WHSE           PIC X(3).
1.37 261015           03  PL-QTY-ORDERED    PIC 9(5).
1.38 261015           03  PL-QTY-RECEIVED   PIC 9(5).
1.39 261015           03  PL-UNIT-COST      PIC 9(5)V99.
1.40 261015           03  PL-EXPECTED-DATE  PIC 9(8).
1.41 261015           03  PL-STATUS         PIC X.
1.42 261015           03  PL-OVER           PIC X.
1.43 261015           03  PL-LATE           PIC X.
1.44 261015       * drop-ship customer order reference - see POCONF
1.45 261015           03  PL-ORDER-NUM      PIC 9(8).
1.46 261015           03  PL-ORDER-LINE     PIC 9(3).
1.47 261015       * quantity supplier invoices have been matched against - see
1.48 261015       * SUPMATCH
1.49 261015           03  PL-QTY-INVOICED   PIC 9(5).
3.16 261015       * date of the latest receipt - see PORECV
3.17 261015           03  PL-RECV-DATE      PIC 9(8).
1.50 261015        FD  SUPDEBIT
1.51 261015                LABEL RECORD IS STANDARD.
1.52 261015       * supplier debit notes - one per return to vendor, open until
1.53 261015       * the supplier's credit settles it (DNSETTLE)
1.54 261015        01  SUPDEBIT-REC.
1.55 261015           03  DN-NUM            PIC 9(8).
1.56 261015           03  DN-SUPP-ID        PIC X(6).
1.57 261015           03  DN-DATE           PIC 9(8).
1.58 261015           03  DN-PO-NUM         PIC 9(8).
1.59 261015           03  DN-PO-LINE        PIC 9(3).
1.60 261015           03  DN-ITEM-NUM       PIC 9(8).
1.61 261015           03  DN-WHSE           PIC X(3).
1.62 261015           03  DN-QTY            PIC 9(5).
1.63 261015           03  DN-UNIT-COST      PIC 9(5)V99.
1.64 261015           03  DN-AMOUNT         PIC 9(7)V99.
3.12 261015       * the currency of the PO the goods came in on - the amounts
3.13 261015       * above are in it, and so is the supplier's credit
3.14 261015           03  DN-CURRENCY       PIC X(3).
1.65 261015       * D = damaged or defective, O = over-shipped
1.66 261015           03  DN-REASON         PIC X.
1.67 261015           03  DN-OPERATOR       PIC X(10).
1.68 261015           03  DN-CREDITED       PIC 9(7)V99.
1.69 261015           03  DN-SETTLE-DATE    PIC 9(8).
1.70 261015       * O = open, C = credited in full
1.71 261015           03  DN-STATUS         PIC X.
1.72 261015        WORKING-STORAGE SECTION.
1.73 261015        01  WS-HDR-STATUS     PIC XX.
1.74 261015        01  WS-LIN-STATUS     PIC XX.
1.75 261015        01  WS-DBN-STATUS     PIC XX.
1.76 261015        01  WS-TODAY          PIC 9(8) VALUE 0.
1.77 261015        01  WS-SEQ-NAME       PIC X(16) VALUE 'SUPDEBIT        '.
1.78 261015        01  WS-SEQ-VALUE      PIC 9(12) VALUE 0.
1.79 261015       * the INVENTRY journal-service parameter set - the goods leave
1.80 261015       * through the journal like every other stock movement
1.81 261015        01  INV-ITEM-NUM      PIC 9(8).
1.82 261015        01  INV-TRAN-TYPE     PIC X.
1.83 261015        01  INV-QTY           PIC 9(5).
1.84 261015        01  INV-REFERENCE     PIC X(10).
1.85 261015        01  INV-WHSE          PIC X(3).
1.86 261015       * 0 = post as of today
1.87 261015        01  INV-POST-DATE     PIC 9(8) VALUE 0.
3.18 261015       * no lot named - INVPOST takes the stock earliest expiry first
3.19 261015        01  INV-LOT-NUM       PIC X(12) VALUE SPACES.
3.20 261015        01  INV-EXPIRY-DATE   PIC 9(8) VALUE 0.
3.23 261015        01  INV-REASON        PIC X(4) VALUE SPACES.
1.88 261015        01  INV-OPERATOR-ID   PIC X(10).
1.89 261015        01  INV-STATUS        PIC X.
1.90 261015        LINKAGE SECTION.
1.91 261015        01 RTV-PO-NUM        PIC 9(8).
1.92 261015        01 RTV-LINE          PIC 9(3).
1.93 261015        01 RTV-QTY           PIC 9(5).
1.94 261015       * D = damaged or defective, O = over-shipped
1.95 261015        01 RTV-REASON        PIC X.
1.96 261015        01 RTV-OPERATOR      PIC X(10).
1.97 261015       * the debit note number comes back
1.98 261015        01 RTV-DN-NUM        PIC 9(8).
1.99 261015        01 RTV-STATUS        PIC X.
2.00 261015           88 RTV-OK               VALUE '0'.
2.01 261015           88 RTV-NO-LINE          VALUE '1'.
2.02 261015       * more than the line has received to date
2.03 261015           88 RTV-OVER-RECEIVED    VALUE '2'.
2.04 261015           88 RTV-JRNL-ERROR       VALUE '3'.
2.05 261015       * a drop-ship line never came into stock
2.06 261015           88 RTV-DROP-SHIP        VALUE '4'.
2.07 261015           88 RTV-ZERO-QTY         VALUE '5'.
2.08 261015           88 RTV-BAD-REASON       VALUE '6'.
2.09 261015        PROCEDURE DIVISION USING RTV-PO-NUM RTV-LINE RTV-QTY
2.10 261015            RTV-REASON RTV-OPERATOR RTV-DN-NUM RTV-STATUS.
2.11 261015        BEGIN.
2.12 261015       * return to vendor against the PO line the goods came in on -
2.13 261015       * the PORECV receipt in reverse. The goods leave the warehouse
2.14 261015       * they were received into through the INVENTRY journal as a
2.15 261015       * shipment under the debit note's DN reference, received-to-
2.16 261015       * date comes down so a short line reopens for the replacement
2.17 261015       * (and its header with it), and a numbered debit note claims
2.18 261015       * the returned units back at the PO cost
2.19 261015            SET RTV-OK TO TRUE.
2.20 261015            MOVE 0 TO RTV-DN-NUM.
2.21 261015            ACCEPT WS-TODAY FROM DATE.
2.22 261015            ADD 20000000 TO WS-TODAY.
2.23 261015            OPEN I-O POHDR.
2.24 261015            OPEN I-O POLINE.
2.25 261015            OPEN I-O SUPDEBIT.
2.26 261015            IF RTV-QTY = 0
2.27 261015               SET RTV-ZERO-QTY TO TRUE
2.28 261015               GO TO 900-CLOSE.
2.29 261015            IF RTV-REASON NOT = 'D' AND RTV-REASON NOT = 'O'
2.30 261015               SET RTV-BAD-REASON TO TRUE
2.31 261015               GO TO 900-CLOSE.
2.32 261015            MOVE RTV-PO-NUM TO PL-PO-NUM.
2.33 261015            MOVE RTV-LINE   TO PL-LINE.
2.34 261015            READ POLINE
2.35 261015                INVALID KEY
2.36 261015                   SET RTV-NO-LINE TO TRUE.
2.37 261015            IF RTV-STATUS NOT = '0'
2.38 261015               GO TO 900-CLOSE.
2.39 261015            MOVE RTV-PO-NUM TO PH-PO-NUM.
2.40 261015            READ POHDR
2.41 261015                INVALID KEY
2.42 261015                   SET RTV-NO-LINE TO TRUE.
2.43 261015            IF RTV-STATUS NOT = '0'
2.44 261015               GO TO 900-CLOSE.
2.45 261015            IF PL-ORDER-NUM NOT = 0
2.46 261015               SET RTV-DROP-SHIP TO TRUE
2.47 261015               GO TO 900-CLOSE.
2.48 261015            IF RTV-QTY > PL-QTY-RECEIVED
2.49 261015               SET RTV-OVER-RECEIVED TO TRUE
2.50 261015               GO TO 900-CLOSE.
2.51 261015            CALL 'BIGINTCBL' USING WS-SEQ-NAME WS-SEQ-VALUE
2.52 261015                RTV-OPERATOR.
2.53 261015            MOVE WS-SEQ-VALUE TO RTV-DN-NUM.
2.54 261015            MOVE PL-ITEM-NUM TO INV-ITEM-NUM.
2.55 261015            MOVE 'S'         TO INV-TRAN-TYPE.
2.56 261015            MOVE RTV-QTY     TO INV-QTY.
2.57 261015            MOVE SPACES      TO INV-REFERENCE.
2.58 261015            STRING 'DN' DELIMITED SIZE
2.59 261015                   RTV-DN-NUM DELIMITED SIZE
2.60 261015                   INTO INV-REFERENCE.
2.61 261015            MOVE RTV-OPERATOR TO INV-OPERATOR-ID.
2.62 261015            MOVE PL-WHSE TO INV-WHSE.
2.63 261015            CALL 'INVENTRY' USING INV-ITEM-NUM INV-TRAN-TYPE INV-QTY
3.21 261015                INV-REFERENCE INV-WHSE INV-POST-DATE INV-LOT-NUM
3.22 261015                INV-EXPIRY-DATE
3.24 261015                INV-REASON
2.65 261015                INV-OPERATOR-ID
2.66 261015                INV-STATUS.
2.67 261015            IF INV-STATUS NOT = '0'
2.68 261015               SET RTV-JRNL-ERROR TO TRUE
2.69 261015               MOVE 0 TO RTV-DN-NUM
2.70 261015               GO TO 900-CLOSE.
2.71 261015            SUBTRACT RTV-QTY FROM PL-QTY-RECEIVED.
2.72 261015            IF PL-QTY-RECEIVED NOT > PL-QTY-ORDERED
2.73 261015               MOVE ' ' TO PL-OVER.
2.74 261015            IF PL-QTY-RECEIVED < PL-QTY-ORDERED AND PL-STATUS = 'R'
2.75 261015               MOVE 'O' TO PL-STATUS
2.76 261015               IF PH-STATUS = 'C'
2.77 261015                  MOVE 'O' TO PH-STATUS
2.78 261015                  REWRITE POHDR-REC
2.79 261015               END-IF
2.80 261015            END-IF.
2.81 261015            REWRITE POLINE-REC.
2.82 261015            PERFORM 500-WRITE-DEBIT THRU 500-EXIT.
2.83 261015        900-CLOSE.
2.84 261015            CLOSE POHDR.
2.85 261015            CLOSE POLINE.
2.86 261015            CLOSE SUPDEBIT.
2.87 261015            GOBACK.
2.88 261015        500-WRITE-DEBIT.
2.89 261015            MOVE RTV-DN-NUM      TO DN-NUM.
2.90 261015            MOVE PH-SUPP-ID      TO DN-SUPP-ID.
2.91 261015            MOVE WS-TODAY        TO DN-DATE.
2.92 261015            MOVE RTV-PO-NUM      TO DN-PO-NUM.
2.93 261015            MOVE RTV-LINE        TO DN-PO-LINE.
2.94 261015            MOVE PL-ITEM-NUM     TO DN-ITEM-NUM.
2.95 261015            MOVE PL-WHSE         TO DN-WHSE.
2.96 261015            MOVE RTV-QTY         TO DN-QTY.
2.97 261015            MOVE PL-UNIT-COST    TO DN-UNIT-COST.
2.98 261015            COMPUTE DN-AMOUNT = RTV-QTY * PL-UNIT-COST.
3.15 261015            MOVE PH-CURRENCY     TO DN-CURRENCY.
2.99 261015            MOVE RTV-REASON      TO DN-REASON.
3.00 261015            MOVE RTV-OPERATOR    TO DN-OPERATOR.
3.01 261015            MOVE 0               TO DN-CREDITED DN-SETTLE-DATE.
3.02 261015            MOVE 'O'             TO DN-STATUS.
3.03 261015            WRITE SUPDEBIT-REC
3.04 261015                INVALID KEY
3.05 261015                   REWRITE SUPDEBIT-REC
3.06 261015            END-WRITE.
3.07 261015        500-EXIT.
3.08 261015            EXIT.
3.09 261015        HALT.
