1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. INSPREL.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT QCHOLD ASSIGN TO DATABASE-QCHOLD
1.06 261015                ORGANIZATION IS INDEXED
1.07 261015                ACCESS MODE IS DYNAMIC
1.08 261015                RECORD KEY IS QH-NUM
1.09 261015                FILE STATUS IS WS-QCH-STATUS.
1.10 261015            SELECT POLINE ASSIGN TO DATABASE-POLINE
1.11 261015                ORGANIZATION IS INDEXED
1.12 261015                ACCESS MODE IS DYNAMIC
1.13 261015                RECORD KEY IS PL-KEY
1.14 261015                FILE STATUS IS WS-LIN-STATUS.
1.15 261015            SELECT ORDDTL ASSIGN TO DATABASE-ORDDTL
1.16 261015                ORGANIZATION IS INDEXED
1.17 261015                ACCESS MODE IS DYNAMIC
1.18 261015                RECORD KEY IS OD-KEY
1.19 261015                FILE STATUS IS WS-ORD-STATUS.
1.20 261015        DATA DIVISION.
1.21 261015        FILE SECTION.
1.22 261015        FD  QCHOLD
1.23 261015                LABEL RECORD IS STANDARD.
1.24 261015       * receipt held for inspection - see PORECV
1.25 261015        01  QCHOLD-REC.
1.26 261015           03  QH-NUM            PIC 9(8).
1.27 261015           03  QH-PO-NUM         PIC 9(8).
1.28 261015           03  QH-PO-LINE        PIC 9(3).
1.29 261015           03  QH-ITEM-NUM       PIC 9(8).
1.30 261015           03  QH-WHSE           PIC X(3).
1.31 261015           03  QH-SUPP-ID        PIC X(6).
1.32 261015           03  QH-QTY            PIC 9(5).
1.33 261015           03  QH-QTY-PASSED     PIC 9(5).
1.34 261015           03  QH-QTY-RETURNED   PIC 9(5).
1.35 261015           03  QH-QTY-SCRAPPED   PIC 9(5).
1.36 261015           03  QH-RECV-DATE      PIC 9(8).
1.37 261015           03  QH-OPERATOR       PIC X(10).
1.38 261015           03  QH-LAST-DATE      PIC 9(8).
1.39 261015           03  QH-STATUS         PIC X.
3.83 261015       * lot received - see PORECV
3.84 261015           03  QH-LOT-NUM        PIC X(12).
3.85 261015           03  QH-EXPIRY-DATE    PIC 9(8).
1.40 261015        FD  POLINE
1.41 261015                LABEL RECORD IS STANDARD.
1.42 261015        01  POLINE-REC.
1.43 261015           03  PL-KEY.
1.44 261015              05  PL-PO-NUM      PIC 9(8).
1.45 261015              05  PL-LINE        PIC 9(3).
1.46 261015           03  PL-ITEM-NUM       PIC 9(8).
1.47 261015           03  PL-WHSE           PIC X(3).
1.48 261015           03  PL-QTY-ORDERED    PIC 9(5).
1.49 261015           03  PL-QTY-RECEIVED   PIC 9(5).
1.50 261015           03  PL-UNIT-COST      PIC 9(5)V99.
1.51 261015           03  PL-EXPECTED-DATE  PIC 9(8).
1.52 261015           03  PL-STATUS         PIC X.
1.53 261015           03  PL-OVER           PIC X.
1.54 261015           03  PL-LATE           PIC X.
1.55 261015       * drop-ship customer order reference - see POCONF
1.56 261015           03  PL-ORDER-NUM      PIC 9(8).
1.57 261015           03  PL-ORDER-LINE     PIC 9(3).
1.58 261015       * quantity supplier invoices have been matched against - see
1.59 261015       * SUPMATCH
1.60 261015           03  PL-QTY-INVOICED   PIC 9(5).
3.81 261015       * date of the latest receipt - see PORECV
3.82 261015           03  PL-RECV-DATE      PIC 9(8).
1.61 261015        FD  ORDDTL
1.62 261015                LABEL RECORD IS STANDARD.
1.63 261015        01  ORDDTL-REC.
1.64 261015           03  OD-KEY.
1.65 261015              05  OD-ORDER-NUM   PIC 9(8).
1.66 261015              05  OD-LINE        PIC 9(3).
1.67 261015           03  OD-ITEM-NUM       PIC 9(8).
1.68 261015           03  OD-QTY            PIC 9(5).
1.69 261015           03  OD-EXT-PRICE      PIC 9(7)V99.
1.70 261015       * line lifecycle - see ORDENTRY
1.71 261015           03  OD-STATUS         PIC X.
1.72 261015       * where the line price came from - see ORDENTRY
1.73 261015           03  OD-PRICE-SRC      PIC X.
1.74 261015       * shipping warehouse - see ORDENTRY
1.75 261015           03  OD-WHSE           PIC X(3).
1.76 261015       * requested, promised and shipped dates - see ORDENTRY
1.77 261015           03  OD-REQ-DATE       PIC 9(8).
1.78 261015           03  OD-PROM-DATE      PIC 9(8).
1.79 261015           03  OD-SHIP-DATE      PIC 9(8).
1.80 261015       * kit component link - see ORDENTRY
1.81 261015           03  OD-KIT-LINE       PIC 9(3).
1.82 261015       * item as ordered, when superseded - see ORDENTRY
1.83 261015           03  OD-ORIG-ITEM      PIC 9(8).
3.86 261015       * allocated lot - see ORDENTRY
3.87 261015           03  OD-LOT-NUM        PIC X(12).
4.02 261015       * cost at shipment - see SHIPCONF
4.03 261015           03  OD-UNIT-COST      PIC 9(5)V99.
4.04 261015           03  OD-EXT-COST       PIC 9(7)V99.
1.84 261015        WORKING-STORAGE SECTION.
1.85 261015        01  WS-QCH-STATUS     PIC XX.
1.86 261015        01  WS-LIN-STATUS     PIC XX.
1.87 261015        01  WS-ORD-STATUS     PIC XX.
1.88 261015        01  WS-TODAY          PIC 9(8) VALUE 0.
1.89 261015        01  WS-OPEN-QTY       PIC 9(5) VALUE 0.
1.90 261015        01  WS-REMAIN         PIC 9(5) VALUE 0.
1.91 261015        01  WS-ORD-END        PIC X VALUE 'N'.
1.92 261015           88 ORD-END               VALUE 'Y'.
1.93 261015       * the INVENTRY journal-service parameter set - held goods enter
1.94 261015       * stock only when inspection decides on them
1.95 261015        01  INV-ITEM-NUM      PIC 9(8).
1.96 261015        01  INV-TRAN-TYPE     PIC X.
1.97 261015        01  INV-QTY           PIC 9(5).
1.98 261015        01  INV-REFERENCE     PIC X(10).
1.99 261015        01  INV-WHSE          PIC X(3).
2.00 261015       * 0 = post as of today
2.01 261015        01  INV-POST-DATE     PIC 9(8) VALUE 0.
3.88 261015       * lot and expiry of what is journalled - see INVENTRY
3.89 261015        01  INV-LOT-NUM       PIC X(12) VALUE SPACES.
3.90 261015        01  INV-EXPIRY-DATE   PIC 9(8) VALUE 0.
3.98 261015        01  INV-REASON        PIC X(4) VALUE SPACES.
2.02 261015        01  INV-OPERATOR-ID   PIC X(10).
2.03 261015        01  INV-STATUS        PIC X.
2.04 261015       * the RTVENTRY parameter set - a rejected quantity goes back on
2.05 261015       * a debit note as damaged or defective
2.06 261015        01  RTV-REASON        PIC X VALUE 'D'.
2.07 261015        01  RTV-STATUS        PIC X.
2.08 261015        LINKAGE SECTION.
2.09 261015        01 INR-HOLD-NUM      PIC 9(8).
2.10 261015       * P = passed into stock, R = rejected and returned to the
2.11 261015       * supplier, S = rejected and scrapped
2.12 261015        01 INR-ACTION        PIC X.
2.13 261015        01 INR-QTY           PIC 9(5).
2.14 261015        01 INR-OPERATOR      PIC X(10).
2.15 261015       * the debit note number comes back on a return
2.16 261015        01 INR-DN-NUM        PIC 9(8).
2.17 261015        01 INR-STATUS        PIC X.
2.18 261015           88 INR-OK               VALUE '0'.
2.19 261015           88 INR-NOT-FOUND        VALUE '1'.
2.20 261015           88 INR-CLOSED           VALUE '2'.
2.21 261015       * more than the hold still has in inspection
2.22 261015           88 INR-OVER             VALUE '3'.
2.23 261015           88 INR-JRNL-ERROR       VALUE '4'.
2.24 261015           88 INR-ZERO-QTY         VALUE '5'.
2.25 261015           88 INR-BAD-ACTION       VALUE '6'.
2.26 261015       * the return was refused - the quantity went into stock instead
2.27 261015       * and can be returned from there through RTVENTRY
2.28 261015           88 INR-RTV-REFUSED      VALUE '7'.
4.05 261015       * a return more than the PO line has received (or the line is
4.06 261015       * gone) - refused before anything is journaled
4.07 261015           88 INR-OVER-RECEIVED    VALUE '8'.
2.29 261015        PROCEDURE DIVISION USING INR-HOLD-NUM INR-ACTION INR-QTY
2.30 261015            INR-OPERATOR INR-DN-NUM INR-STATUS.
2.31 261015        BEGIN.
2.32 261015       * the inspection decision on a receipt PORECV held. Whatever the
2.33 261015       * outcome the goods are first journaled in as the PO receipt they
2.34 261015       * are; a pass then releases waiting backorders as PORECV would
2.35 261015       * have, a return goes out through RTVENTRY on a debit note and a
2.36 261015       * scrap is journaled straight back out under reference QS + hold
2.37 261015            SET INR-OK TO TRUE.
2.38 261015            MOVE 0 TO INR-DN-NUM.
2.39 261015            IF INR-QTY = 0
2.40 261015               SET INR-ZERO-QTY TO TRUE
2.41 261015               GOBACK
2.42 261015            END-IF.
2.43 261015            IF INR-ACTION NOT = 'P' AND
2.44 261015               INR-ACTION NOT = 'R' AND
2.45 261015               INR-ACTION NOT = 'S'
2.46 261015               SET INR-BAD-ACTION TO TRUE
2.47 261015               GOBACK
2.48 261015            END-IF.
2.49 261015            ACCEPT WS-TODAY FROM DATE.
2.50 261015            ADD 20000000 TO WS-TODAY.
2.51 261015            OPEN I-O QCHOLD.
2.52 261015            OPEN I-O ORDDTL.
2.53 261015            MOVE INR-HOLD-NUM TO QH-NUM.
2.54 261015            READ QCHOLD
2.55 261015                INVALID KEY
2.56 261015                   SET INR-NOT-FOUND TO TRUE
2.57 261015                   GO TO 900-CLOSE
2.58 261015            END-READ.
2.59 261015            IF QH-STATUS NOT = 'H'
2.60 261015               SET INR-CLOSED TO TRUE
2.61 261015               GO TO 900-CLOSE.
2.62 261015            COMPUTE WS-OPEN-QTY = QH-QTY - QH-QTY-PASSED
2.63 261015                - QH-QTY-RETURNED - QH-QTY-SCRAPPED.
2.64 261015            IF INR-QTY > WS-OPEN-QTY
2.65 261015               SET INR-OVER TO TRUE
2.66 261015               GO TO 900-CLOSE.
2.67 261015       * a return must still fit what the line has received - a later
2.68 261015       * RTVENTRY from stock may already have taken it down
2.69 261015            IF INR-ACTION = 'R'
2.70 261015               PERFORM 700-CHECK-LINE THRU 700-EXIT
2.71 261015               IF INR-STATUS NOT = '0'
2.72 261015                  GO TO 900-CLOSE
2.73 261015               END-IF
2.74 261015            END-IF.
2.75 261015            MOVE QH-ITEM-NUM TO INV-ITEM-NUM.
2.76 261015            MOVE 'R'         TO INV-TRAN-TYPE.
2.77 261015            MOVE INR-QTY     TO INV-QTY.
2.78 261015            MOVE SPACES      TO INV-REFERENCE.
2.79 261015            STRING 'PO' DELIMITED SIZE
2.80 261015                   QH-PO-NUM DELIMITED SIZE
2.81 261015                   INTO INV-REFERENCE.
2.82 261015            MOVE QH-WHSE      TO INV-WHSE.
2.83 261015            MOVE INR-OPERATOR TO INV-OPERATOR-ID.
3.99 261015            MOVE SPACES       TO INV-REASON.
3.91 261015       * the lot captured at receipt goes into stock with the goods -
3.92 261015       * and a scrapped quantity comes out of that same lot
3.93 261015            MOVE QH-LOT-NUM     TO INV-LOT-NUM.
3.94 261015            MOVE QH-EXPIRY-DATE TO INV-EXPIRY-DATE.
2.84 261015            CALL 'INVENTRY' USING INV-ITEM-NUM INV-TRAN-TYPE INV-QTY
3.95 261015                INV-REFERENCE INV-WHSE INV-POST-DATE INV-LOT-NUM
3.96 261015                INV-EXPIRY-DATE INV-REASON INV-OPERATOR-ID
2.86 261015                INV-STATUS.
2.87 261015            IF INV-STATUS NOT = '0'
2.88 261015               SET INR-JRNL-ERROR TO TRUE
2.89 261015               GO TO 900-CLOSE.
2.90 261015            EVALUATE INR-ACTION
2.91 261015               WHEN 'P'
2.92 261015                  ADD INR-QTY TO QH-QTY-PASSED
2.93 261015                  PERFORM 600-RELEASE-BACKORDERS THRU 600-EXIT
2.94 261015               WHEN 'R'
2.95 261015                  PERFORM 800-RETURN THRU 800-EXIT
2.96 261015               WHEN 'S'
2.97 261015                  PERFORM 850-SCRAP THRU 850-EXIT
2.98 261015            END-EVALUATE.
2.99 261015            MOVE WS-TODAY TO QH-LAST-DATE.
3.00 261015            IF QH-QTY-PASSED + QH-QTY-RETURNED + QH-QTY-SCRAPPED
3.01 261015               NOT < QH-QTY
3.02 261015               MOVE 'D' TO QH-STATUS.
3.03 261015            REWRITE QCHOLD-REC.
3.04 261015        900-CLOSE.
3.05 261015            CLOSE QCHOLD.
3.06 261015            CLOSE ORDDTL.
3.07 261015            GOBACK.
3.08 261015        600-RELEASE-BACKORDERS.
3.09 261015       * the passed quantity releases waiting backorders for the item -
3.10 261015       * first come first served, partial lines stay backordered whole
3.11 261015            MOVE INR-QTY TO WS-REMAIN.
3.12 261015            MOVE 'N' TO WS-ORD-END.
3.13 261015            MOVE LOW-VALUES TO OD-ORDER-NUM OD-LINE.
3.14 261015            START ORDDTL
3.15 261015                KEY NOT LESS OD-KEY
3.16 261015                INVALID KEY
3.17 261015                   SET ORD-END TO TRUE.
3.18 261015            PERFORM UNTIL ORD-END OR WS-REMAIN = 0
3.19 261015               READ ORDDTL NEXT
3.20 261015                   AT END
3.21 261015                      SET ORD-END TO TRUE
3.22 261015                   NOT AT END
3.23 261015                      IF OD-ITEM-NUM = QH-ITEM-NUM AND
3.24 261015                         OD-STATUS = 'B' AND
3.25 261015                         OD-QTY NOT > WS-REMAIN
3.26 261015                         MOVE 'A' TO OD-STATUS
3.27 261015                         MOVE QH-WHSE TO OD-WHSE
3.28 261015                         SUBTRACT OD-QTY FROM WS-REMAIN
3.29 261015                         REWRITE ORDDTL-REC
3.30 261015                      END-IF
3.31 261015               END-READ
3.32 261015            END-PERFORM.
3.33 261015        600-EXIT.
3.34 261015            EXIT.
3.35 261015        700-CHECK-LINE.
3.36 261015            OPEN INPUT POLINE.
3.37 261015            MOVE QH-PO-NUM  TO PL-PO-NUM.
3.38 261015            MOVE QH-PO-LINE TO PL-LINE.
3.39 261015            READ POLINE
3.40 261015                INVALID KEY
4.08 261015                   SET INR-OVER-RECEIVED TO TRUE
3.42 261015                   GO TO 700-CLOSE
3.43 261015            END-READ.
3.44 261015            IF INR-QTY > PL-QTY-RECEIVED
4.09 261015               SET INR-OVER-RECEIVED TO TRUE.
3.46 261015        700-CLOSE.
3.47 261015            CLOSE POLINE.
3.48 261015        700-EXIT.
3.49 261015            EXIT.
3.50 261015        800-RETURN.
3.51 261015            CALL 'RTVENTRY' USING QH-PO-NUM QH-PO-LINE INR-QTY
3.52 261015                RTV-REASON INR-OPERATOR INR-DN-NUM RTV-STATUS.
3.53 261015       * a refused return leaves the goods journaled into stock - they
3.54 261015       * count as passed, and the caller is told
3.55 261015            IF RTV-STATUS = '0'
3.56 261015               ADD INR-QTY TO QH-QTY-RETURNED
3.57 261015            ELSE
3.58 261015               SET INR-RTV-REFUSED TO TRUE
3.59 261015               ADD INR-QTY TO QH-QTY-PASSED
3.60 261015            END-IF.
3.61 261015        800-EXIT.
3.62 261015            EXIT.
3.63 261015        850-SCRAP.
3.64 261015            MOVE 'S' TO INV-TRAN-TYPE.
3.65 261015            MOVE SPACES TO INV-REFERENCE.
3.66 261015            STRING 'QS' DELIMITED SIZE
3.67 261015                   QH-NUM DELIMITED SIZE
3.68 261015                   INTO INV-REFERENCE.
4.01 261015            MOVE 'QSCR' TO INV-REASON.
3.69 261015            CALL 'INVENTRY' USING INV-ITEM-NUM INV-TRAN-TYPE INV-QTY
3.97 261015                INV-REFERENCE INV-WHSE INV-POST-DATE INV-LOT-NUM
3.98 261015                INV-EXPIRY-DATE INV-REASON INV-OPERATOR-ID
3.71 261015                INV-STATUS.
3.72 261015            IF INV-STATUS = '0'
3.73 261015               ADD INR-QTY TO QH-QTY-SCRAPPED
3.74 261015            ELSE
3.75 261015               SET INR-JRNL-ERROR TO TRUE
3.76 261015               ADD INR-QTY TO QH-QTY-PASSED
3.77 261015            END-IF.
3.78 261015        850-EXIT.
3.79 261015            EXIT.
3.80 261015        HALT.
