1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. ORDMAINT.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT ORDHDR ASSIGN TO DATABASE-ORDHDR
1.06 261015                ORGANIZATION IS INDEXED
1.07 261015                ACCESS MODE IS DYNAMIC
1.08 261015                RECORD KEY IS OH-ORDER-NUM
1.09 261015                FILE STATUS IS WS-HDR-STATUS.
1.10 261015            SELECT ORDDTL ASSIGN TO DATABASE-ORDDTL
1.11 261015                ORGANIZATION IS INDEXED
1.12 261015                ACCESS MODE IS DYNAMIC
1.13 261015                RECORD KEY IS OD-KEY
1.14 261015                FILE STATUS IS WS-DTL-STATUS.
1.15 261015            SELECT ITEMMSTR ASSIGN TO DATABASE-ITEMMSTR
1.16 261015                ORGANIZATION IS INDEXED
1.17 261015                ACCESS MODE IS DYNAMIC
1.18 261015                RECORD KEY IS IM-ITEM-NUM
1.19 261015                FILE STATUS IS WS-FILE-STATUS.
1.20 261015            SELECT ORDCIDX ASSIGN TO DATABASE-ORDCIDX
1.21 261015                ORGANIZATION IS INDEXED
1.22 261015                ACCESS MODE IS DYNAMIC
1.23 261015                RECORD KEY IS OC-KEY
1.24 261015                FILE STATUS IS WS-IDX-STATUS.
1.25 261015            SELECT CUSTMSTR ASSIGN TO DATABASE-CUSTMSTR
1.26 261015                ORGANIZATION IS INDEXED
1.27 261015                ACCESS MODE IS DYNAMIC
1.28 261015                RECORD KEY IS CM-CUST-ID
1.29 261015                FILE STATUS IS WS-CUS-STATUS.
1.30 261015            SELECT ARITEM ASSIGN TO DATABASE-ARITEM
1.31 261015                ORGANIZATION IS INDEXED
1.32 261015                ACCESS MODE IS DYNAMIC
1.33 261015                RECORD KEY IS AR-KEY
1.34 261015                FILE STATUS IS WS-AR-STATUS.
1.35 261015       * before/after image of every cancellation and quantity change
1.36 261015            SELECT ORDJRNL ASSIGN TO DATABASE-ORDJRNL
1.37 261015                ORGANIZATION IS INDEXED
1.38 261015                ACCESS MODE IS DYNAMIC
1.39 261015                RECORD KEY IS OJ-SEQ
1.40 261015                FILE STATUS IS WS-JRN-STATUS.
1.41 261015        DATA DIVISION.
1.42 261015        FILE SECTION.
1.43 261015        FD  ORDHDR
1.44 261015                LABEL RECORD IS STANDARD.
1.45 261015        01  ORDHDR-REC.
1.46 261015           03  OH-ORDER-NUM      PIC 9(8).
1.47 261015           03  OH-CUST-ID        PIC X(10).
1.48 261015           03  OH-DATE           PIC 9(8).
8.11 261015       * how the order is paid - see ORDPAY
8.12 261015           03  OH-PAY-METHOD     PIC X.
8.13 261015           03  OH-CARD-SLOT      PIC 9(2).
8.14 261015           03  OH-CARD-TOKEN     PIC 9(11).
8.15 261015           03  OH-CARD-LAST4     PIC 9(4).
1.49 261015        FD  ORDDTL
1.50 261015                LABEL RECORD IS STANDARD.
1.51 261015        01  ORDDTL-REC.
1.52 261015           03  OD-KEY.
1.53 261015              05  OD-ORDER-NUM   PIC 9(8).
1.54 261015              05  OD-LINE        PIC 9(3).
1.55 261015           03  OD-ITEM-NUM       PIC 9(8).
1.56 261015           03  OD-QTY            PIC 9(5).
1.57 261015           03  OD-EXT-PRICE      PIC 9(7)V99.
1.58 261015       * line lifecycle - see ORDENTRY
1.59 261015           03  OD-STATUS         PIC X.
1.60 261015       * where the line price came from: C = customer contract
1.61 261015       * price (CONTRPRC), L = the item-master list price
1.62 261015           03  OD-PRICE-SRC      PIC X.
1.63 261015       * shipping warehouse - see ORDENTRY
1.64 261015           03  OD-WHSE           PIC X(3).
6.96 261015       * requested, promised and shipped dates - see ORDENTRY
6.97 261015           03  OD-REQ-DATE       PIC 9(8).
6.98 261015           03  OD-PROM-DATE      PIC 9(8).
6.99 261015           03  OD-SHIP-DATE      PIC 9(8).
7.00 261015       * kit component link - see ORDENTRY
7.01 261015           03  OD-KIT-LINE       PIC 9(3).
8.09 261015       * item as ordered, when superseded - see ORDENTRY
8.10 261015           03  OD-ORIG-ITEM      PIC 9(8).
8.16 261015       * allocated lot - see ORDENTRY
8.17 261015           03  OD-LOT-NUM        PIC X(12).
8.53 261015       * cost at shipment - see SHIPCONF
8.54 261015           03  OD-UNIT-COST      PIC 9(5)V99.
8.55 261015           03  OD-EXT-COST       PIC 9(7)V99.
1.65 261015        FD  ITEMMSTR
1.66 261015                LABEL RECORD IS STANDARD.
1.67 261015        01  ITEMMSTR-REC.
1.68 261015           03  IM-ITEM-NUM       PIC 9(8).
1.69 261015           03  IM-ITEM-NAME      PIC X(16).
1.70 261015           03  IM-DESCRIPTION    PIC X(28).
1.71 261015           03  IM-WEIGHT         PIC 9(4).
1.72 261015           03  IM-SHIP-METHOD    PIC X(10).
1.73 261015           03  IM-SHIP-DAYS      PIC 9(4).
1.74 261015           03  IM-UNIT-PRICE     PIC 9(5)V99.
1.75 261015           03  IM-QTY-ON-HAND    PIC 9(5).
1.76 261015           03  IM-REORDER-POINT  PIC 9(5).
1.77 261015           03  IM-CATEGORY       PIC X(16).
1.78 261015           03  IM-DESCRIPTION-LONG       PIC X(80).
1.79 261015       * lifecycle: A = active, D = discontinued
1.80 261015           03  IM-STATUS         PIC X.
1.81 261015       * last-changed stamp for optimistic locking - see UPDATEITEM
1.82 261015           03  IM-LAST-CHANGED   PIC X(21).
1.83 261015       * moving-average unit cost, maintained as receipts post -
1.84 261015       * IM-UNIT-PRICE is the selling price, this is what the
1.85 261015       * stock actually cost; STOCKVAL values at this
1.86 261015           03  IM-UNIT-COST      PIC 9(5)V99.
8.18 261015       * lot control - see INVPOST
8.19 261015           03  IM-LOT-CTRL       PIC X.
8.50 261015       * ABC class and last count date - see ABCCLASS
8.51 261015           03  IM-ABC-CLASS      PIC X.
8.52 261015           03  IM-LAST-COUNT     PIC 9(8).
1.87 261015        FD  ORDCIDX
1.88 261015                LABEL RECORD IS STANDARD.
1.89 261015        01  ORDCIDX-REC.
1.90 261015           03  OC-KEY.
1.91 261015              05  OC-CUST-ID     PIC X(10).
1.92 261015              05  OC-DATE        PIC 9(8).
1.93 261015              05  OC-ORDER-NUM   PIC 9(8).
1.94 261015        FD  CUSTMSTR
1.95 261015                LABEL RECORD IS STANDARD.
1.96 261015        01  CUSTMSTR-REC.
1.97 261015           03  CM-CUST-ID        PIC X(10).
1.98 261015           03  CM-DISTRICT       PIC X(5).
1.99 261015       * credit ceiling - zero = no limit set
2.00 261015           03  CM-CREDIT-LIMIT   PIC 9(9)V99.
2.01 261015       * Y = tax-exempt customer - INVGEN bills it no sales tax
2.02 261015           03  CM-TAX-EXEMPT     PIC X.
6.93 261015       * Y = free-freight contract - INVGEN prices the freight but
6.94 261015       * does not bill it
6.95 261015           03  CM-FREE-FREIGHT   PIC X.
8.56 261015       * agent of record - the agent paid commission on the
8.57 261015       * customer's sales (COMMRUN); zeros = none
8.58 261015           03  CM-AGENT-MHOZ     PIC 9(2).
8.59 261015           03  CM-AGENT-SOCN     PIC 9(6).
2.03 261015        FD  ARITEM
2.04 261015                LABEL RECORD IS STANDARD.
2.05 261015       * AR-DOC-TYPE I = invoice, U = unapplied cash on account
2.06 261015       * C = credit memo (RMAENTRY)
2.07 261015        01  ARITEM-REC.
2.08 261015           03  AR-KEY.
2.09 261015              05  AR-CUST-ID     PIC X(10).
2.10 261015              05  AR-DOC-TYPE    PIC X.
2.11 261015              05  AR-DOC-NUM     PIC 9(8).
2.12 261015           03  AR-DOC-DATE       PIC 9(8).
2.13 261015           03  AR-AMOUNT         PIC 9(9)V99.
2.14 261015           03  AR-APPLIED        PIC 9(9)V99.
2.15 261015           03  AR-BALANCE        PIC 9(9)V99.
2.16 261015           03  AR-LAST-PAY-DATE  PIC 9(8).
2.17 261015           03  AR-STATUS         PIC X.
2.18 261015        FD  ORDJRNL
2.19 261015                LABEL RECORD IS STANDARD.
2.20 261015        01  ORDJRNL-REC.
2.21 261015           03  OJ-SEQ            PIC 9(12).
2.22 261015           03  OJ-ORDER-NUM      PIC 9(8).
2.23 261015           03  OJ-LINE           PIC 9(3).
2.24 261015           03  OJ-ITEM-NUM       PIC 9(8).
2.25 261015       * C = cancelled, Q = quantity changed
2.26 261015           03  OJ-ACTION         PIC X.
2.27 261015           03  OJ-OLD-QTY        PIC 9(5).
2.28 261015           03  OJ-NEW-QTY        PIC 9(5).
2.29 261015           03  OJ-OLD-STATUS     PIC X.
2.30 261015           03  OJ-NEW-STATUS     PIC X.
2.31 261015           03  OJ-OLD-VALUE      PIC 9(7)V99.
2.32 261015           03  OJ-NEW-VALUE      PIC 9(7)V99.
2.33 261015           03  OJ-OPERATOR-ID    PIC X(10).
2.34 261015           03  OJ-TIMESTAMP      PIC X(21).
2.35 261015        WORKING-STORAGE SECTION.
2.36 261015        01  WS-HDR-STATUS     PIC XX.
2.37 261015        01  WS-DTL-STATUS     PIC XX.
2.38 261015        01  WS-FILE-STATUS    PIC XX.
2.39 261015        01  WS-IDX-STATUS     PIC XX.
2.40 261015        01  WS-CUS-STATUS     PIC XX.
2.41 261015        01  WS-AR-STATUS      PIC XX.
2.42 261015        01  WS-JRN-STATUS     PIC XX.
2.43 261015        01  WS-SEQ-NAME       PIC X(16) VALUE 'ORDJRNL         '.
2.44 261015        01  WS-SEQ-VALUE      PIC 9(12) VALUE 0.
2.45 261015        01  WS-DTL-END        PIC X VALUE 'N'.
2.46 261015           88 DTL-END               VALUE 'Y'.
2.47 261015       * the line being changed, held across the detail-file walks
2.48 261015        01  WS-SAVE-KEY.
2.49 261015           03  WS-SAVE-ORDER     PIC 9(8).
2.50 261015           03  WS-SAVE-LINE      PIC 9(3).
7.02 261015       * a kit line, held while its component lines are walked
7.03 261015        01  WS-KIT-KEY.
7.04 261015           03  WS-KIT-ORDER      PIC 9(8).
7.05 261015           03  WS-KIT-LINE       PIC 9(3).
7.06 261015        01  WS-KIT-END        PIC X VALUE 'N'.
7.07 261015           88 KIT-END               VALUE 'Y'.
7.08 261015        01  WS-KIT-SHIPPED    PIC X VALUE 'N'.
7.09 261015           88 KIT-SHIPPED           VALUE 'Y'.
2.51 261015        01  WS-ITEM-NUM       PIC 9(8) VALUE 0.
2.52 261015        01  WS-OLD-QTY        PIC 9(5) VALUE 0.
2.53 261015        01  WS-OLD-STATUS     PIC X VALUE SPACE.
2.54 261015        01  WS-OLD-VALUE      PIC 9(7)V99 VALUE 0.
2.55 261015        01  WS-NEW-STATUS     PIC X VALUE SPACE.
2.56 261015        01  WS-NEW-EXT        PIC 9(7)V99 VALUE 0.
2.57 261015        01  WS-UNIT-PRICE     PIC 9(5)V99 VALUE 0.
2.58 261015        01  WS-CANCEL-CNT     PIC 9(3) VALUE 0.
2.59 261015        01  WS-ACTION         PIC X VALUE SPACE.
2.60 261015       * allocation working fields - the ORDENTRY arithmetic, less the
2.61 261015       * line being changed
2.62 261015        01  WS-ALLOCATED      PIC 9(7) VALUE 0.
2.63 261015        01  WS-AVAILABLE      PIC S9(7) VALUE 0.
2.64 261015        01  WS-ALC-END        PIC X VALUE 'N'.
2.65 261015           88 ALC-END               VALUE 'Y'.
2.66 261015        01  WS-FREED          PIC 9(5) VALUE 0.
2.67 261015       * the warehouse the freed stock sits in - a released backorder
2.68 261015       * is sourced from it
2.69 261015        01  WS-FREED-WHSE     PIC X(3) VALUE SPACES.
2.70 261015        01  WS-OLD-WHSE       PIC X(3) VALUE SPACES.
2.71 261015       * the WHSSRC warehouse-sourcing parameter set
2.72 261015        01  SRC-EXCL-KEY      PIC X(11) VALUE ZEROS.
2.73 261015        01  SRC-WHSE          PIC X(3) VALUE SPACES.
2.74 261015        01  SRC-STATUS        PIC X.
8.20 261015       * the LOTPICK first-expiry parameter set - see ORDENTRY
8.21 261015        01  LKP-FUNC          PIC X VALUE 'A'.
8.22 261015        01  LKP-PREF-LOT      PIC X(12) VALUE SPACES.
8.23 261015        01  LKP-EXCL-KEY      PIC X(11) VALUE ZEROS.
8.24 261015        01  LKP-PICKS.
8.25 261015           03  LKP-PICK-CNT      PIC 9(2).
8.26 261015           03  LKP-PICK OCCURS 10 TIMES.
8.27 261015              05  LKP-PK-WHSE       PIC X(3).
8.28 261015              05  LKP-PK-LOT        PIC X(12).
8.29 261015              05  LKP-PK-EXPIRY     PIC 9(8).
8.30 261015              05  LKP-PK-QTY        PIC 9(5).
8.31 261015        01  LKP-STATUS        PIC X.
8.32 261015        01  WS-ALC-LOT        PIC X(12) VALUE SPACES.
2.75 261015        01  WS-REMAIN         PIC 9(5) VALUE 0.
2.76 261015        01  WS-BO-END         PIC X VALUE 'N'.
2.77 261015           88 BO-END                VALUE 'Y'.
2.78 261015       * credit working fields - the ORDENTRY exposure gate
2.79 261015        01  WS-EXPOSURE       PIC 9(11)V99 VALUE 0.
2.80 261015        01  WS-NEW-VALUE      PIC 9(9)V99 VALUE 0.
2.81 261015        01  WS-TOLERANCE      PIC 9(11)V99 VALUE 0.
2.82 261015        01  WS-CR-END         PIC X VALUE 'N'.
2.83 261015           88 CR-END                VALUE 'Y'.
2.84 261015        01  WS-CR2-END        PIC X VALUE 'N'.
2.85 261015           88 CR2-END               VALUE 'Y'.
2.86 261015        01  WS-CR-ORDER       PIC 9(8) VALUE 0.
2.87 261015        01  WS-AR-END         PIC X VALUE 'N'.
2.88 261015           88 AR-END                VALUE 'Y'.
2.89 261015        01  WS-UNAPPLIED      PIC 9(11)V99 VALUE 0.
2.90 261015        LINKAGE SECTION.
2.91 261015       * C = cancel (the whole order when AMD-LINE is zero), Q = change
2.92 261015       * the line quantity to AMD-NEW-QTY
2.93 261015        01 AMD-FUNC          PIC X.
2.94 261015        01 AMD-ORDER-NUM     PIC 9(8).
2.95 261015        01 AMD-LINE          PIC 9(3).
2.96 261015        01 AMD-NEW-QTY       PIC 9(5).
2.97 261015        01 AMD-OPERATOR      PIC X(10).
2.98 261015        01 AMD-STATUS        PIC X.
2.99 261015           88 AMD-OK               VALUE '0'.
3.00 261015           88 AMD-NO-LINE          VALUE '1'.
3.01 261015           88 AMD-NOT-OPEN         VALUE '2'.
3.02 261015           88 AMD-BAD-FUNC         VALUE '3'.
3.03 261015       * the ORDENTRY credit outcomes for a quantity increase
3.04 261015           88 AMD-CREDIT-WARN      VALUE '4'.
3.05 261015           88 AMD-CREDIT-REFUSED   VALUE '5'.
3.06 261015           88 AMD-BAD-QTY          VALUE '6'.
7.10 261015       * a kit component line, which changes only with its kit, or a
7.11 261015       * quantity change on a kit line - cancel the kit and re-enter
7.12 261015           88 AMD-KIT-PART         VALUE '7'.
3.07 261015        PROCEDURE DIVISION USING AMD-FUNC AMD-ORDER-NUM AMD-LINE
3.08 261015            AMD-NEW-QTY AMD-OPERATOR AMD-STATUS.
3.09 261015        BEGIN.
3.10 261015       * cancel or amend what ORDENTRY booked - only lines still at
3.11 261015       * 'A' or 'B' can change; shipped and invoiced lines belong to
3.12 261015       * SHIPCONF and INVGEN. A cancelled line closes at 'X' and stops
3.13 261015       * counting as allocation or exposure. Stock a change frees is
3.14 261015       * offered at once to the oldest backorders for the item, the
3.15 261015       * PORECV first-come-first-served release.
3.16 261015            SET AMD-OK TO TRUE.
3.17 261015            OPEN INPUT ORDHDR.
3.18 261015            OPEN I-O ORDDTL.
3.19 261015            OPEN INPUT ITEMMSTR.
3.20 261015            OPEN INPUT ORDCIDX.
3.21 261015            OPEN INPUT CUSTMSTR.
3.22 261015            OPEN INPUT ARITEM.
3.23 261015            OPEN I-O ORDJRNL.
3.24 261015            EVALUATE AMD-FUNC
3.25 261015               WHEN 'C'
3.26 261015                  IF AMD-LINE = 0
3.27 261015                     PERFORM 400-CANCEL-ORDER THRU 400-EXIT
3.28 261015                  ELSE
3.29 261015                     PERFORM 450-CANCEL-LINE THRU 450-EXIT
3.30 261015                  END-IF
3.31 261015               WHEN 'Q'
3.32 261015                  PERFORM 500-CHANGE-QTY THRU 500-EXIT
3.33 261015               WHEN OTHER
3.34 261015                  SET AMD-BAD-FUNC TO TRUE
3.35 261015            END-EVALUATE.
3.36 261015        900-CLOSE.
3.37 261015            CLOSE ORDHDR.
3.38 261015            CLOSE ORDDTL.
3.39 261015            CLOSE ITEMMSTR.
3.40 261015            CLOSE ORDCIDX.
3.41 261015            CLOSE CUSTMSTR.
3.42 261015            CLOSE ARITEM.
3.43 261015            CLOSE ORDJRNL.
3.44 261015            GOBACK.
3.45 261015        400-CANCEL-ORDER.
3.46 261015       * every still-open line of the order; shipped lines stand
3.47 261015            MOVE AMD-ORDER-NUM TO OH-ORDER-NUM.
3.48 261015            READ ORDHDR
3.49 261015                INVALID KEY
3.50 261015                   SET AMD-NO-LINE TO TRUE
3.51 261015                   GO TO 400-EXIT.
3.52 261015            MOVE 0 TO WS-CANCEL-CNT.
3.53 261015            MOVE 'N' TO WS-DTL-END.
3.54 261015            MOVE AMD-ORDER-NUM TO OD-ORDER-NUM.
3.55 261015            MOVE LOW-VALUES    TO OD-LINE.
3.56 261015            START ORDDTL
3.57 261015                KEY NOT LESS OD-KEY
3.58 261015                INVALID KEY
3.59 261015                   SET DTL-END TO TRUE.
3.60 261015            PERFORM UNTIL DTL-END
3.61 261015               READ ORDDTL NEXT
3.62 261015                   AT END
3.63 261015                      SET DTL-END TO TRUE
3.64 261015                   NOT AT END
3.65 261015                      IF OD-ORDER-NUM NOT = AMD-ORDER-NUM
3.66 261015                         SET DTL-END TO TRUE
3.67 261015                      ELSE
7.13 261015                         IF OD-STATUS = 'K'
7.14 261015                            PERFORM 470-CANCEL-KIT THRU 470-EXIT
7.15 261015                            IF NOT KIT-SHIPPED
7.16 261015                               ADD 1 TO WS-CANCEL-CNT
7.17 261015                            END-IF
7.18 261015                            MOVE WS-SAVE-KEY TO OD-KEY
7.19 261015                            START ORDDTL
7.20 261015                                KEY GREATER OD-KEY
7.21 261015                                INVALID KEY
7.22 261015                                   SET DTL-END TO TRUE
7.23 261015                            END-START
7.24 261015                         ELSE
7.25 261015       * component lines go with their kit line
7.26 261015                         IF (OD-STATUS = 'A' OR OD-STATUS = 'B') AND
7.27 261015                            OD-KIT-LINE = 0
3.69 261015                            PERFORM 460-CANCEL-CURRENT THRU 460-EXIT
3.70 261015                            ADD 1 TO WS-CANCEL-CNT
3.71 261015       * the backorder release moved the file position - continue
3.72 261015       * past the line just cancelled
3.73 261015                            MOVE WS-SAVE-KEY TO OD-KEY
3.74 261015                            START ORDDTL
3.75 261015                                KEY GREATER OD-KEY
3.76 261015                                INVALID KEY
3.77 261015                                   SET DTL-END TO TRUE
3.78 261015                            END-START
3.79 261015                         END-IF
7.28 261015                         END-IF
3.80 261015                      END-IF
3.81 261015               END-READ
3.82 261015            END-PERFORM.
3.83 261015            IF WS-CANCEL-CNT = 0
3.84 261015               SET AMD-NOT-OPEN TO TRUE.
3.85 261015        400-EXIT.
3.86 261015            EXIT.
3.87 261015        450-CANCEL-LINE.
3.88 261015            MOVE AMD-ORDER-NUM TO OD-ORDER-NUM.
3.89 261015            MOVE AMD-LINE      TO OD-LINE.
3.90 261015            READ ORDDTL
3.91 261015                INVALID KEY
3.92 261015                   SET AMD-NO-LINE TO TRUE
3.93 261015                   GO TO 450-EXIT.
7.29 261015            IF OD-KIT-LINE > 0
7.30 261015               SET AMD-KIT-PART TO TRUE
7.31 261015               GO TO 450-EXIT.
7.32 261015            IF OD-STATUS = 'K'
7.33 261015               PERFORM 470-CANCEL-KIT THRU 470-EXIT
7.34 261015               IF KIT-SHIPPED
7.35 261015                  SET AMD-NOT-OPEN TO TRUE
7.36 261015               END-IF
7.37 261015               GO TO 450-EXIT.
3.94 261015            IF OD-STATUS NOT = 'A' AND OD-STATUS NOT = 'B'
3.95 261015               SET AMD-NOT-OPEN TO TRUE
3.96 261015               GO TO 450-EXIT.
3.97 261015            PERFORM 460-CANCEL-CURRENT THRU 460-EXIT.
3.98 261015        450-EXIT.
3.99 261015            EXIT.
4.00 261015        460-CANCEL-CURRENT.
4.01 261015       * the line in the record area closes at 'X'
4.02 261015            MOVE OD-KEY       TO WS-SAVE-KEY.
4.03 261015            MOVE OD-ITEM-NUM  TO WS-ITEM-NUM.
4.04 261015            MOVE OD-QTY       TO WS-OLD-QTY.
4.05 261015            MOVE OD-STATUS    TO WS-OLD-STATUS.
4.06 261015            MOVE OD-EXT-PRICE TO WS-OLD-VALUE.
4.07 261015            MOVE OD-WHSE      TO WS-FREED-WHSE.
4.08 261015            MOVE 'X' TO OD-STATUS WS-NEW-STATUS.
4.09 261015            REWRITE ORDDTL-REC.
4.10 261015            MOVE 'C' TO WS-ACTION.
4.11 261015            MOVE 0   TO WS-NEW-EXT.
4.12 261015            PERFORM 650-WRITE-JOURNAL THRU 650-EXIT.
4.13 261015            IF WS-OLD-STATUS = 'A'
4.14 261015               MOVE WS-OLD-QTY TO WS-FREED
4.15 261015               PERFORM 700-RELEASE-BACKORDERS THRU 700-EXIT.
4.16 261015        460-EXIT.
4.17 261015            EXIT.
7.38 261015        470-CANCEL-KIT.
7.39 261015       * a kit cancels whole or not at all - once any component has
7.40 261015       * shipped the kit stands. Otherwise the kit line closes at 'X'
7.41 261015       * and so does each open component, releasing what it held
7.42 261015            MOVE OD-KEY TO WS-KIT-KEY WS-SAVE-KEY.
7.43 261015            MOVE 'N' TO WS-KIT-SHIPPED WS-KIT-END.
7.44 261015            MOVE WS-KIT-ORDER TO OD-ORDER-NUM.
7.45 261015            MOVE LOW-VALUES   TO OD-LINE.
7.46 261015            START ORDDTL
7.47 261015                KEY NOT LESS OD-KEY
7.48 261015                INVALID KEY
7.49 261015                   SET KIT-END TO TRUE.
7.50 261015            PERFORM UNTIL KIT-END
7.51 261015               READ ORDDTL NEXT
7.52 261015                   AT END
7.53 261015                      SET KIT-END TO TRUE
7.54 261015                   NOT AT END
7.55 261015                      IF OD-ORDER-NUM NOT = WS-KIT-ORDER
7.56 261015                         SET KIT-END TO TRUE
7.57 261015                      ELSE
7.58 261015                         IF OD-KIT-LINE = WS-KIT-LINE AND
7.59 261015                            (OD-STATUS = 'S' OR OD-STATUS = 'I')
7.60 261015                            SET KIT-SHIPPED TO TRUE
7.61 261015                            SET KIT-END TO TRUE
7.62 261015                         END-IF
7.63 261015                      END-IF
7.64 261015               END-READ
7.65 261015            END-PERFORM.
7.66 261015            IF KIT-SHIPPED
7.67 261015               GO TO 470-EXIT.
7.68 261015            MOVE WS-KIT-KEY TO OD-KEY.
7.69 261015            READ ORDDTL
7.70 261015                INVALID KEY
7.71 261015                   GO TO 470-EXIT.
7.72 261015            PERFORM 460-CANCEL-CURRENT THRU 460-EXIT.
7.73 261015            MOVE 'N' TO WS-KIT-END.
7.74 261015            MOVE WS-KIT-KEY TO OD-KEY.
7.75 261015            START ORDDTL
7.76 261015                KEY GREATER OD-KEY
7.77 261015                INVALID KEY
7.78 261015                   SET KIT-END TO TRUE.
7.79 261015            PERFORM UNTIL KIT-END
7.80 261015               READ ORDDTL NEXT
7.81 261015                   AT END
7.82 261015                      SET KIT-END TO TRUE
7.83 261015                   NOT AT END
7.84 261015                      IF OD-ORDER-NUM NOT = WS-KIT-ORDER
7.85 261015                         SET KIT-END TO TRUE
7.86 261015                      ELSE
7.87 261015                         IF OD-KIT-LINE = WS-KIT-LINE AND
7.88 261015                            (OD-STATUS = 'A' OR OD-STATUS = 'B')
7.89 261015                            PERFORM 460-CANCEL-CURRENT THRU 460-EXIT
7.90 261015       * the backorder release moved the file position - continue
7.91 261015       * past the component just cancelled
7.92 261015                            MOVE WS-SAVE-KEY TO OD-KEY
7.93 261015                            START ORDDTL
7.94 261015                                KEY GREATER OD-KEY
7.95 261015                                INVALID KEY
7.96 261015                                   SET KIT-END TO TRUE
7.97 261015                            END-START
7.98 261015                         END-IF
7.99 261015                      END-IF
8.00 261015               END-READ
8.01 261015            END-PERFORM.
8.02 261015            MOVE WS-KIT-KEY TO WS-SAVE-KEY.
8.03 261015        470-EXIT.
8.04 261015            EXIT.
4.18 261015        500-CHANGE-QTY.
4.19 261015            IF AMD-NEW-QTY = 0
4.20 261015               SET AMD-BAD-QTY TO TRUE
4.21 261015               GO TO 500-EXIT.
4.22 261015            MOVE AMD-ORDER-NUM TO OD-ORDER-NUM.
4.23 261015            MOVE AMD-LINE      TO OD-LINE.
4.24 261015            READ ORDDTL
4.25 261015                INVALID KEY
4.26 261015                   SET AMD-NO-LINE TO TRUE
4.27 261015                   GO TO 500-EXIT.
8.05 261015       * a kit changes quantity only by cancelling and re-entering it
8.06 261015            IF OD-KIT-LINE > 0 OR OD-STATUS = 'K'
8.07 261015               SET AMD-KIT-PART TO TRUE
8.08 261015               GO TO 500-EXIT.
4.28 261015            IF OD-STATUS NOT = 'A' AND OD-STATUS NOT = 'B'
4.29 261015               SET AMD-NOT-OPEN TO TRUE
4.30 261015               GO TO 500-EXIT.
4.31 261015            IF AMD-NEW-QTY = OD-QTY
4.32 261015               GO TO 500-EXIT.
4.33 261015            MOVE OD-KEY       TO WS-SAVE-KEY.
4.34 261015            MOVE OD-ITEM-NUM  TO WS-ITEM-NUM.
4.35 261015            MOVE OD-QTY       TO WS-OLD-QTY.
4.36 261015            MOVE OD-STATUS    TO WS-OLD-STATUS.
4.37 261015            MOVE OD-EXT-PRICE TO WS-OLD-VALUE.
4.38 261015            MOVE OD-WHSE      TO WS-OLD-WHSE.
4.39 261015       * the line keeps the unit price it was booked at - a change of
4.40 261015       * quantity is not a re-price
4.41 261015            COMPUTE WS-UNIT-PRICE ROUNDED = OD-EXT-PRICE / OD-QTY.
4.42 261015            COMPUTE WS-NEW-EXT = AMD-NEW-QTY * WS-UNIT-PRICE.
4.43 261015       * only an increase can breach the credit limit
4.44 261015            IF WS-NEW-EXT > WS-OLD-VALUE
4.45 261015               MOVE AMD-ORDER-NUM TO OH-ORDER-NUM
4.46 261015               READ ORDHDR
4.47 261015                   INVALID KEY
4.48 261015                      MOVE SPACES TO OH-CUST-ID
4.49 261015               END-READ
4.50 261015               COMPUTE WS-NEW-VALUE = WS-NEW-EXT - WS-OLD-VALUE
4.51 261015               PERFORM 800-CHECK-CREDIT THRU 800-EXIT
4.52 261015               IF AMD-CREDIT-REFUSED
4.53 261015                  GO TO 500-EXIT
4.54 261015               END-IF
4.55 261015            END-IF.
4.56 261015            PERFORM 600-ALLOCATE THRU 600-EXIT.
4.57 261015       * an allocated line keeps its warehouse while that still covers
4.58 261015       * the new quantity, else WHSSRC re-sources it
4.59 261015            MOVE SPACES TO SRC-WHSE.
4.60 261015            IF WS-NEW-STATUS = 'A'
4.61 261015               MOVE AMD-ORDER-NUM TO OH-ORDER-NUM
4.62 261015               READ ORDHDR
4.63 261015                   INVALID KEY
4.64 261015                      MOVE SPACES TO OH-CUST-ID
4.65 261015               END-READ
4.66 261015               MOVE WS-SAVE-KEY TO SRC-EXCL-KEY
4.67 261015               MOVE WS-OLD-WHSE TO SRC-WHSE
4.68 261015               CALL 'WHSSRC' USING OH-CUST-ID WS-ITEM-NUM AMD-NEW-QTY
4.69 261015                   SRC-EXCL-KEY SRC-WHSE SRC-STATUS
4.70 261015            END-IF.
8.33 261015       * and is held again against the first-expiry lot that covers
8.34 261015       * the new quantity - the line's own hold does not count
8.35 261015            MOVE SPACES TO WS-ALC-LOT.
8.36 261015            IF WS-NEW-STATUS = 'A'
8.37 261015               MOVE WS-SAVE-KEY TO LKP-EXCL-KEY
8.38 261015               CALL 'LOTPICK' USING LKP-FUNC WS-ITEM-NUM SRC-WHSE
8.39 261015                   AMD-NEW-QTY LKP-PREF-LOT LKP-EXCL-KEY LKP-PICKS
8.40 261015                   LKP-STATUS
8.41 261015               EVALUATE LKP-STATUS
8.42 261015                  WHEN '0'
8.43 261015                     MOVE LKP-PK-LOT(1) TO WS-ALC-LOT
8.44 261015                  WHEN '3'
8.45 261015                     MOVE 'B'    TO WS-NEW-STATUS
8.46 261015                     MOVE SPACES TO SRC-WHSE
8.47 261015               END-EVALUATE
8.48 261015            END-IF.
4.71 261015            MOVE WS-SAVE-KEY TO OD-KEY.
4.72 261015            READ ORDDTL
4.73 261015                INVALID KEY
4.74 261015                   SET AMD-NO-LINE TO TRUE
4.75 261015                   GO TO 500-EXIT.
4.76 261015            MOVE AMD-NEW-QTY   TO OD-QTY.
4.77 261015            MOVE WS-NEW-EXT    TO OD-EXT-PRICE.
4.78 261015            MOVE WS-NEW-STATUS TO OD-STATUS.
4.79 261015            MOVE SRC-WHSE      TO OD-WHSE.
8.49 261015            MOVE WS-ALC-LOT    TO OD-LOT-NUM.
4.80 261015            REWRITE ORDDTL-REC.
4.81 261015            MOVE 'Q' TO WS-ACTION.
4.82 261015            PERFORM 650-WRITE-JOURNAL THRU 650-EXIT.
4.83 261015       * a cut on an allocated line, or an allocated line that no
4.84 261015       * longer fits and drops to backorder, frees stock
4.85 261015            MOVE 0 TO WS-FREED.
4.86 261015       * a line that drops to backorder or moves warehouse frees all
4.87 261015       * it held where it was
4.88 261015            MOVE WS-OLD-WHSE TO WS-FREED-WHSE.
4.89 261015            IF WS-OLD-STATUS = 'A'
4.90 261015               IF WS-NEW-STATUS = 'B' OR SRC-WHSE NOT = WS-OLD-WHSE
4.91 261015                  MOVE WS-OLD-QTY TO WS-FREED
4.92 261015               ELSE
4.93 261015                  IF AMD-NEW-QTY < WS-OLD-QTY
4.94 261015                     COMPUTE WS-FREED = WS-OLD-QTY - AMD-NEW-QTY
4.95 261015                  END-IF
4.96 261015               END-IF
4.97 261015            END-IF.
4.98 261015            IF WS-FREED > 0
4.99 261015               PERFORM 700-RELEASE-BACKORDERS THRU 700-EXIT.
5.00 261015        500-EXIT.
5.01 261015            EXIT.
5.02 261015        600-ALLOCATE.
5.03 261015       * available = on hand minus every open allocation for the item
5.04 261015       * other than this line's own
5.05 261015            MOVE 0 TO WS-ALLOCATED.
5.06 261015            MOVE 'N' TO WS-ALC-END.
5.07 261015            MOVE WS-ITEM-NUM TO IM-ITEM-NUM.
5.08 261015            READ ITEMMSTR
5.09 261015                INVALID KEY
5.10 261015                   MOVE 0 TO IM-QTY-ON-HAND.
5.11 261015            MOVE LOW-VALUES TO OD-ORDER-NUM OD-LINE.
5.12 261015            START ORDDTL
5.13 261015                KEY NOT LESS OD-KEY
5.14 261015                INVALID KEY
5.15 261015                   SET ALC-END TO TRUE.
5.16 261015            PERFORM UNTIL ALC-END
5.17 261015               READ ORDDTL NEXT
5.18 261015                   AT END
5.19 261015                      SET ALC-END TO TRUE
5.20 261015                   NOT AT END
5.21 261015                      IF OD-ITEM-NUM = WS-ITEM-NUM AND
5.22 261015                         OD-STATUS = 'A' AND
5.23 261015                         OD-KEY NOT = WS-SAVE-KEY
5.24 261015                         ADD OD-QTY TO WS-ALLOCATED
5.25 261015                      END-IF
5.26 261015               END-READ
5.27 261015            END-PERFORM.
5.28 261015            COMPUTE WS-AVAILABLE =
5.29 261015                IM-QTY-ON-HAND - WS-ALLOCATED.
5.30 261015            IF WS-AVAILABLE >= AMD-NEW-QTY
5.31 261015               MOVE 'A' TO WS-NEW-STATUS
5.32 261015            ELSE
5.33 261015               MOVE 'B' TO WS-NEW-STATUS
5.34 261015            END-IF.
5.35 261015        600-EXIT.
5.36 261015            EXIT.
5.37 261015        650-WRITE-JOURNAL.
5.38 261015            CALL 'BIGINTCBL' USING WS-SEQ-NAME WS-SEQ-VALUE
5.39 261015                AMD-OPERATOR.
5.40 261015            MOVE WS-SEQ-VALUE  TO OJ-SEQ.
5.41 261015            MOVE WS-SAVE-ORDER TO OJ-ORDER-NUM.
5.42 261015            MOVE WS-SAVE-LINE  TO OJ-LINE.
5.43 261015            MOVE WS-ITEM-NUM   TO OJ-ITEM-NUM.
5.44 261015            MOVE WS-ACTION     TO OJ-ACTION.
5.45 261015            MOVE WS-OLD-QTY    TO OJ-OLD-QTY.
5.46 261015            IF WS-ACTION = 'C'
5.47 261015               MOVE 0 TO OJ-NEW-QTY
5.48 261015            ELSE
5.49 261015               MOVE AMD-NEW-QTY TO OJ-NEW-QTY
5.50 261015            END-IF.
5.51 261015            MOVE WS-OLD-STATUS TO OJ-OLD-STATUS.
5.52 261015            MOVE WS-NEW-STATUS TO OJ-NEW-STATUS.
5.53 261015            MOVE WS-OLD-VALUE  TO OJ-OLD-VALUE.
5.54 261015            MOVE WS-NEW-EXT    TO OJ-NEW-VALUE.
5.55 261015            MOVE AMD-OPERATOR  TO OJ-OPERATOR-ID.
5.56 261015            MOVE FUNCTION CURRENT-DATE TO OJ-TIMESTAMP.
5.57 261015            WRITE ORDJRNL-REC
5.58 261015                INVALID KEY
5.59 261015                   REWRITE ORDJRNL-REC
5.60 261015            END-WRITE.
5.61 261015        650-EXIT.
5.62 261015            EXIT.
5.63 261015        700-RELEASE-BACKORDERS.
5.64 261015       * the freed quantity goes to the oldest waiting backorders for
5.65 261015       * the item; partial lines stay backordered whole
5.66 261015            MOVE WS-FREED TO WS-REMAIN.
5.67 261015            MOVE 'N' TO WS-BO-END.
5.68 261015            MOVE LOW-VALUES TO OD-ORDER-NUM OD-LINE.
5.69 261015            START ORDDTL
5.70 261015                KEY NOT LESS OD-KEY
5.71 261015                INVALID KEY
5.72 261015                   SET BO-END TO TRUE.
5.73 261015            PERFORM UNTIL BO-END OR WS-REMAIN = 0
5.74 261015               READ ORDDTL NEXT
5.75 261015                   AT END
5.76 261015                      SET BO-END TO TRUE
5.77 261015                   NOT AT END
5.78 261015                      IF OD-ITEM-NUM = WS-ITEM-NUM AND
5.79 261015                         OD-STATUS = 'B' AND
5.80 261015                         OD-KEY NOT = WS-SAVE-KEY AND
5.81 261015                         OD-QTY NOT > WS-REMAIN
5.82 261015                         MOVE 'A' TO OD-STATUS
5.83 261015                         MOVE WS-FREED-WHSE TO OD-WHSE
5.84 261015                         SUBTRACT OD-QTY FROM WS-REMAIN
5.85 261015                         REWRITE ORDDTL-REC
5.86 261015                      END-IF
5.87 261015               END-READ
5.88 261015            END-PERFORM.
5.89 261015        700-EXIT.
5.90 261015            EXIT.
5.91 261015        800-CHECK-CREDIT.
5.92 261015       * the ORDENTRY gate for the added value only: open and
5.93 261015       * uninvoiced lines through the customer index, plus unpaid
5.94 261015       * invoices less cash on account; ten percent over the limit
5.95 261015       * warns, beyond that the increase is refused
5.96 261015            MOVE OH-CUST-ID TO CM-CUST-ID.
5.97 261015            READ CUSTMSTR
5.98 261015                INVALID KEY
5.99 261015                   GO TO 800-EXIT.
6.00 261015            IF CM-CREDIT-LIMIT = 0
6.01 261015               GO TO 800-EXIT.
6.02 261015            MOVE 0 TO WS-EXPOSURE.
6.03 261015            MOVE 'N' TO WS-CR-END.
6.04 261015            MOVE OH-CUST-ID TO OC-CUST-ID.
6.05 261015            MOVE LOW-VALUES TO OC-DATE OC-ORDER-NUM.
6.06 261015            START ORDCIDX
6.07 261015                KEY NOT LESS OC-KEY
6.08 261015                INVALID KEY
6.09 261015                   SET CR-END TO TRUE.
6.10 261015            PERFORM UNTIL CR-END
6.11 261015               READ ORDCIDX NEXT
6.12 261015                   AT END
6.13 261015                      SET CR-END TO TRUE
6.14 261015                   NOT AT END
6.15 261015                      IF OC-CUST-ID NOT = OH-CUST-ID
6.16 261015                         SET CR-END TO TRUE
6.17 261015                      ELSE
6.18 261015                         PERFORM 810-SUM-ORDER THRU 810-EXIT
6.19 261015                      END-IF
6.20 261015               END-READ
6.21 261015            END-PERFORM.
6.22 261015            PERFORM 820-SUM-RECEIVABLES THRU 820-EXIT.
6.23 261015            COMPUTE WS-TOLERANCE = CM-CREDIT-LIMIT * 1.10.
6.24 261015            IF WS-EXPOSURE + WS-NEW-VALUE > WS-TOLERANCE
6.25 261015               SET AMD-CREDIT-REFUSED TO TRUE
6.26 261015               GO TO 800-EXIT.
6.27 261015            IF WS-EXPOSURE + WS-NEW-VALUE > CM-CREDIT-LIMIT
6.28 261015               SET AMD-CREDIT-WARN TO TRUE.
6.29 261015        800-EXIT.
6.30 261015            EXIT.
6.31 261015        810-SUM-ORDER.
6.32 261015            MOVE OC-ORDER-NUM TO WS-CR-ORDER.
6.33 261015            MOVE 'N' TO WS-CR2-END.
6.34 261015            MOVE WS-CR-ORDER TO OD-ORDER-NUM.
6.35 261015            MOVE LOW-VALUES  TO OD-LINE.
6.36 261015            START ORDDTL
6.37 261015                KEY NOT LESS OD-KEY
6.38 261015                INVALID KEY
6.39 261015                   SET CR2-END TO TRUE.
6.40 261015            PERFORM UNTIL CR2-END
6.41 261015               READ ORDDTL NEXT
6.42 261015                   AT END
6.43 261015                      SET CR2-END TO TRUE
6.44 261015                   NOT AT END
6.45 261015                      IF OD-ORDER-NUM NOT = WS-CR-ORDER
6.46 261015                         SET CR2-END TO TRUE
6.47 261015                      ELSE
6.48 261015                         IF OD-STATUS NOT = 'I' AND OD-STATUS NOT = 'X'
6.49 261015                            ADD OD-EXT-PRICE TO WS-EXPOSURE
6.50 261015                         END-IF
6.51 261015                      END-IF
6.52 261015               END-READ
6.53 261015            END-PERFORM.
6.54 261015            START ORDCIDX
6.55 261015                KEY GREATER OC-KEY
6.56 261015                INVALID KEY
6.57 261015                   SET CR-END TO TRUE.
6.58 261015        810-EXIT.
6.59 261015            EXIT.
6.60 261015        820-SUM-RECEIVABLES.
6.61 261015            MOVE 0 TO WS-UNAPPLIED.
6.62 261015            MOVE 'N' TO WS-AR-END.
6.63 261015            MOVE OH-CUST-ID TO AR-CUST-ID.
6.64 261015            MOVE LOW-VALUES TO AR-DOC-TYPE AR-DOC-NUM.
6.65 261015            START ARITEM
6.66 261015                KEY NOT LESS AR-KEY
6.67 261015                INVALID KEY
6.68 261015                   SET AR-END TO TRUE.
6.69 261015            PERFORM UNTIL AR-END
6.70 261015               READ ARITEM NEXT
6.71 261015                   AT END
6.72 261015                      SET AR-END TO TRUE
6.73 261015                   NOT AT END
6.74 261015                      IF AR-CUST-ID NOT = OH-CUST-ID
6.75 261015                         SET AR-END TO TRUE
6.76 261015                      ELSE
6.77 261015                         IF AR-DOC-TYPE = 'U' OR AR-DOC-TYPE = 'C'
6.78 261015                            ADD AR-BALANCE TO WS-UNAPPLIED
6.79 261015                         ELSE
6.80 261015                            ADD AR-BALANCE TO WS-EXPOSURE
6.81 261015                         END-IF
6.82 261015                      END-IF
6.83 261015               END-READ
6.84 261015            END-PERFORM.
6.85 261015            IF WS-UNAPPLIED > WS-EXPOSURE
6.86 261015               MOVE 0 TO WS-EXPOSURE
6.87 261015            ELSE
6.88 261015               SUBTRACT WS-UNAPPLIED FROM WS-EXPOSURE
6.89 261015            END-IF.
6.90 261015        820-EXIT.
6.91 261015            EXIT.
6.92 261015        HALT.
