1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. ORDARCH.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT RUNREG ASSIGN TO DATABASE-ESRUNREG
1.06 261015                ORGANIZATION IS LINE SEQUENTIAL
1.07 261015                FILE STATUS IS WS-RR-STATUS.
1.08 261015            SELECT ORDHDR ASSIGN TO DATABASE-ORDHDR
1.09 261015                ORGANIZATION IS INDEXED
1.10 261015                ACCESS MODE IS DYNAMIC
1.11 261015                RECORD KEY IS OH-ORDER-NUM
1.12 261015                FILE STATUS IS WS-HDR-STATUS.
1.13 261015            SELECT ORDDTL ASSIGN TO DATABASE-ORDDTL
1.14 261015                ORGANIZATION IS INDEXED
1.15 261015                ACCESS MODE IS DYNAMIC
1.16 261015                RECORD KEY IS OD-KEY
1.17 261015                FILE STATUS IS WS-DTL-STATUS.
1.18 261015            SELECT ORDCIDX ASSIGN TO DATABASE-ORDCIDX
1.19 261015                ORGANIZATION IS INDEXED
1.20 261015                ACCESS MODE IS DYNAMIC
1.21 261015                RECORD KEY IS OC-KEY
1.22 261015                FILE STATUS IS WS-IDX-STATUS.
1.23 261015            SELECT ORDHHIST ASSIGN TO DATABASE-ORDHHIST
1.24 261015                ORGANIZATION IS INDEXED
1.25 261015                ACCESS MODE IS DYNAMIC
1.26 261015                RECORD KEY IS HH-ORDER-NUM
1.27 261015                FILE STATUS IS WS-HHS-STATUS.
1.28 261015            SELECT ORDDHIST ASSIGN TO DATABASE-ORDDHIST
1.29 261015                ORGANIZATION IS INDEXED
1.30 261015                ACCESS MODE IS DYNAMIC
1.31 261015                RECORD KEY IS HD-KEY
1.32 261015                FILE STATUS IS WS-HDS-STATUS.
1.33 261015            SELECT ORDCHIST ASSIGN TO DATABASE-ORDCHIST
1.34 261015                ORGANIZATION IS INDEXED
1.35 261015                ACCESS MODE IS DYNAMIC
1.36 261015                RECORD KEY IS HC-KEY
1.37 261015                FILE STATUS IS WS-HCS-STATUS.
1.38 261015            SELECT ARITEM ASSIGN TO DATABASE-ARITEM
1.39 261015                ORGANIZATION IS INDEXED
1.40 261015                ACCESS MODE IS DYNAMIC
1.41 261015                RECORD KEY IS AR-KEY
1.42 261015                FILE STATUS IS WS-AR-STATUS.
1.43 261015            SELECT INVLINE ASSIGN TO DATABASE-INVLINE
1.44 261015                ORGANIZATION IS INDEXED
1.45 261015                ACCESS MODE IS DYNAMIC
1.46 261015                RECORD KEY IS IL-KEY
1.47 261015                FILE STATUS IS WS-IVL-STATUS.
1.48 261015            SELECT ARCHRPT ASSIGN TO PRINTER-ORDARCH
1.49 261015                ORGANIZATION IS LINE SEQUENTIAL
1.50 261015                FILE STATUS IS WS-RPT-STATUS.
1.51 261015        DATA DIVISION.
1.52 261015        FILE SECTION.
1.53 261015        FD  RUNREG
1.54 261015                LABEL RECORD IS STANDARD.
1.55 261015        01  RR-REC.
1.56 261015           03 RR-JOB           PIC X(10).
1.57 261015           03 RR-RUNID         PIC X(14).
1.58 261015           03 RR-TYPE          PIC X.
1.59 261015           03 RR-DATE          PIC 9(8).
1.60 261015           03 RR-TIME          PIC 9(8).
1.61 261015           03 RR-READ          PIC 9(7).
1.62 261015           03 RR-WRITTEN       PIC 9(7).
1.63 261015           03 RR-STATUS        PIC X(2).
1.64 261015        FD  ORDHDR
1.65 261015                LABEL RECORD IS STANDARD.
1.66 261015        01  ORDHDR-REC.
1.67 261015           03  OH-ORDER-NUM      PIC 9(8).
1.68 261015           03  OH-CUST-ID        PIC X(10).
1.69 261015           03  OH-DATE           PIC 9(8).
1.70 261015       * how the order is paid - see ORDPAY
1.71 261015           03  OH-PAY-METHOD     PIC X.
1.72 261015           03  OH-CARD-SLOT      PIC 9(2).
1.73 261015           03  OH-CARD-TOKEN     PIC 9(11).
1.74 261015           03  OH-CARD-LAST4     PIC 9(4).
1.75 261015        FD  ORDDTL
1.76 261015                LABEL RECORD IS STANDARD.
1.77 261015       * order line layout - see ORDENTRY
1.78 261015        01  ORDDTL-REC.
1.79 261015           03  OD-KEY.
1.80 261015              05  OD-ORDER-NUM   PIC 9(8).
1.81 261015              05  OD-LINE        PIC 9(3).
1.82 261015           03  OD-ITEM-NUM       PIC 9(8).
1.83 261015           03  OD-QTY            PIC 9(5).
1.84 261015           03  OD-EXT-PRICE      PIC 9(7)V99.
1.85 261015           03  OD-STATUS         PIC X.
1.86 261015           03  OD-PRICE-SRC      PIC X.
1.87 261015           03  OD-WHSE           PIC X(3).
1.88 261015           03  OD-REQ-DATE       PIC 9(8).
1.89 261015           03  OD-PROM-DATE      PIC 9(8).
1.90 261015           03  OD-SHIP-DATE      PIC 9(8).
1.91 261015           03  OD-KIT-LINE       PIC 9(3).
1.92 261015           03  OD-ORIG-ITEM      PIC 9(8).
6.75 261015       * allocated lot - see ORDENTRY
6.76 261015           03  OD-LOT-NUM        PIC X(12).
6.78 261015       * cost at shipment - see SHIPCONF
6.79 261015           03  OD-UNIT-COST      PIC 9(5)V99.
6.80 261015           03  OD-EXT-COST       PIC 9(7)V99.
1.93 261015        FD  ORDCIDX
1.94 261015                LABEL RECORD IS STANDARD.
1.95 261015        01  ORDCIDX-REC.
1.96 261015           03  OC-KEY.
1.97 261015              05  OC-CUST-ID     PIC X(10).
1.98 261015              05  OC-DATE        PIC 9(8).
1.99 261015              05  OC-ORDER-NUM   PIC 9(8).
2.00 261015        FD  ORDHHIST
2.01 261015                LABEL RECORD IS STANDARD.
2.02 261015       * archived order headers - the ORDHDR layout, unchanged
2.03 261015        01  ORDHHIST-REC.
2.04 261015           03  HH-ORDER-NUM      PIC 9(8).
2.05 261015           03  HH-CUST-ID        PIC X(10).
2.06 261015           03  HH-DATE           PIC 9(8).
2.07 261015           03  HH-PAY-METHOD     PIC X.
2.08 261015           03  HH-CARD-SLOT      PIC 9(2).
2.09 261015           03  HH-CARD-TOKEN     PIC 9(11).
2.10 261015           03  HH-CARD-LAST4     PIC 9(4).
2.11 261015        FD  ORDDHIST
2.12 261015                LABEL RECORD IS STANDARD.
2.13 261015       * archived order lines - the ORDDTL layout, unchanged
2.14 261015        01  ORDDHIST-REC.
2.15 261015           03  HD-KEY.
2.16 261015              05  HD-ORDER-NUM   PIC 9(8).
2.17 261015              05  HD-LINE        PIC 9(3).
2.18 261015           03  HD-ITEM-NUM       PIC 9(8).
2.19 261015           03  HD-QTY            PIC 9(5).
2.20 261015           03  HD-EXT-PRICE      PIC 9(7)V99.
2.21 261015           03  HD-STATUS         PIC X.
2.22 261015           03  HD-PRICE-SRC      PIC X.
2.23 261015           03  HD-WHSE           PIC X(3).
2.24 261015           03  HD-REQ-DATE       PIC 9(8).
2.25 261015           03  HD-PROM-DATE      PIC 9(8).
2.26 261015           03  HD-SHIP-DATE      PIC 9(8).
2.27 261015           03  HD-KIT-LINE       PIC 9(3).
2.28 261015           03  HD-ORIG-ITEM      PIC 9(8).
6.77 261015           03  HD-LOT-NUM        PIC X(12).
6.81 261015           03  HD-UNIT-COST      PIC 9(5)V99.
6.82 261015           03  HD-EXT-COST       PIC 9(7)V99.
2.29 261015        FD  ORDCHIST
2.30 261015                LABEL RECORD IS STANDARD.
2.31 261015       * customer index over the archived orders - the ORDCIDX layout
2.32 261015        01  ORDCHIST-REC.
2.33 261015           03  HC-KEY.
2.34 261015              05  HC-CUST-ID     PIC X(10).
2.35 261015              05  HC-DATE        PIC 9(8).
2.36 261015              05  HC-ORDER-NUM   PIC 9(8).
2.37 261015        FD  ARITEM
2.38 261015                LABEL RECORD IS STANDARD.
2.39 261015       * open-item receivables - see CASHAPPL
2.40 261015        01  ARITEM-REC.
2.41 261015           03  AR-KEY.
2.42 261015              05  AR-CUST-ID     PIC X(10).
2.43 261015              05  AR-DOC-TYPE    PIC X.
2.44 261015              05  AR-DOC-NUM     PIC 9(8).
2.45 261015           03  AR-DOC-DATE       PIC 9(8).
2.46 261015           03  AR-AMOUNT         PIC 9(9)V99.
2.47 261015           03  AR-APPLIED        PIC 9(9)V99.
2.48 261015           03  AR-BALANCE        PIC 9(9)V99.
2.49 261015           03  AR-LAST-PAY-DATE  PIC 9(8).
2.50 261015           03  AR-STATUS         PIC X.
2.51 261015        FD  INVLINE
2.52 261015                LABEL RECORD IS STANDARD.
2.53 261015       * invoice line layout - see INVGEN
2.54 261015        01  INVLINE-REC.
2.55 261015           03  IL-KEY.
2.56 261015              05  IL-INV-NUM     PIC 9(8).
2.57 261015              05  IL-LINE        PIC 9(3).
2.58 261015           03  IL-ORDER-NUM      PIC 9(8).
2.59 261015           03  IL-ORD-LINE       PIC 9(3).
2.60 261015           03  IL-ITEM-NUM       PIC 9(8).
2.61 261015           03  IL-QTY            PIC 9(5).
2.62 261015           03  IL-EXT-PRICE      PIC 9(7)V99.
2.63 261015           03  IL-UNIT-COST      PIC 9(5)V99.
2.64 261015           03  IL-TAX-CODE       PIC X(2).
2.65 261015           03  IL-TAX-RATE       PIC 9(2)V999.
2.66 261015           03  IL-TAX-AMT        PIC 9(7)V99.
2.67 261015           03  IL-LINE-TYPE      PIC X.
2.68 261015           03  IL-SHIP-METHOD    PIC X(10).
2.69 261015           03  IL-WEIGHT         PIC 9(7).
2.70 261015        FD  ARCHRPT
2.71 261015                LABEL RECORD IS STANDARD.
2.72 261015        01  RPT-LINE          PIC X(80).
2.73 261015        WORKING-STORAGE SECTION.
2.74 261015        01  WS-RR-STATUS      PIC XX.
2.75 261015        01  WS-RR-RUNID       PIC X(14) VALUE SPACES.
2.76 261015        01  WS-RR-DATE        PIC 9(8) VALUE 0.
2.77 261015        01  WS-RR-TIME        PIC 9(8) VALUE 0.
2.78 261015        01  WS-RR-READ        PIC 9(7) VALUE 0.
2.79 261015        01  WS-RR-WRITTEN     PIC 9(7) VALUE 0.
2.80 261015        01  WS-HDR-STATUS     PIC XX.
2.81 261015        01  WS-DTL-STATUS     PIC XX.
2.82 261015        01  WS-IDX-STATUS     PIC XX.
2.83 261015        01  WS-HHS-STATUS     PIC XX.
2.84 261015        01  WS-HDS-STATUS     PIC XX.
2.85 261015        01  WS-HCS-STATUS     PIC XX.
2.86 261015        01  WS-AR-STATUS      PIC XX.
2.87 261015        01  WS-IVL-STATUS     PIC XX.
2.88 261015        01  WS-RPT-STATUS     PIC XX.
2.89 261015        01  WS-TODAY          PIC 9(8) VALUE 0.
2.90 261015        01  WS-CUTOFF         PIC 9(8) VALUE 0.
2.91 261015        01  WS-DATE-INT       PIC 9(8) VALUE 0.
2.92 261015        01  WS-RETAIN-DAYS    PIC 9(4) VALUE 0.
2.93 261015        01  WS-HDR-END        PIC X VALUE 'N'.
2.94 261015           88 HDR-END               VALUE 'Y'.
2.95 261015        01  WS-DTL-END        PIC X VALUE 'N'.
2.96 261015           88 DTL-END               VALUE 'Y'.
2.97 261015        01  WS-AR-END         PIC X VALUE 'N'.
2.98 261015           88 AR-END                VALUE 'Y'.
2.99 261015        01  WS-CLOSED         PIC X VALUE 'N'.
3.00 261015           88 ORDER-CLOSED          VALUE 'Y'.
3.01 261015        01  WS-PAID           PIC X VALUE 'N'.
3.02 261015           88 ORDER-PAID            VALUE 'Y'.
3.03 261015        01  WS-LINE-CNT       PIC 9(5) VALUE 0.
3.04 261015       * control counts - what was selected, what went to history and
3.05 261015       * what came off the live files must agree
3.06 261015        01  WS-HDR-READ       PIC 9(7) VALUE 0.
3.07 261015        01  WS-HDR-KEPT       PIC 9(7) VALUE 0.
3.08 261015        01  WS-KEPT-RECENT    PIC 9(7) VALUE 0.
3.09 261015        01  WS-KEPT-OPEN      PIC 9(7) VALUE 0.
3.10 261015        01  WS-KEPT-UNPAID    PIC 9(7) VALUE 0.
3.11 261015        01  WS-HDR-ARCH       PIC 9(7) VALUE 0.
3.12 261015        01  WS-HDR-DELETED    PIC 9(7) VALUE 0.
3.13 261015        01  WS-DTL-ARCH       PIC 9(7) VALUE 0.
3.14 261015        01  WS-DTL-DELETED    PIC 9(7) VALUE 0.
3.15 261015        01  WS-IDX-ARCH       PIC 9(7) VALUE 0.
3.16 261015        01  WS-IDX-DELETED    PIC 9(7) VALUE 0.
3.17 261015        01  WS-VAL-ARCH       PIC 9(11)V99 VALUE 0.
3.18 261015        01  WS-VAL-DELETED    PIC 9(11)V99 VALUE 0.
3.19 261015        01  WS-BALANCED       PIC X VALUE 'Y'.
3.20 261015           88 COUNTS-BALANCE        VALUE 'Y'.
3.21 261015        01  WS-RPT-HEAD.
3.22 261015           03  FILLER            PIC X(10) VALUE 'ORDER'.
3.23 261015           03  FILLER            PIC X(12) VALUE 'CUSTOMER'.
3.24 261015           03  FILLER            PIC X(10) VALUE 'DATE'.
3.25 261015           03  FILLER            PIC X(7)  VALUE 'LINES'.
3.26 261015           03  FILLER            PIC X(12) VALUE 'VALUE'.
3.27 261015        01  WS-RPT-DETAIL.
3.28 261015           03  RPT-ORDER         PIC 9(8).
3.29 261015           03  FILLER            PIC X(2) VALUE SPACES.
3.30 261015           03  RPT-CUST          PIC X(10).
3.31 261015           03  FILLER            PIC X(2) VALUE SPACES.
3.32 261015           03  RPT-DATE          PIC 9(8).
3.33 261015           03  FILLER            PIC X(2) VALUE SPACES.
3.34 261015           03  RPT-LINES         PIC ZZZZ9.
3.35 261015           03  FILLER            PIC X(2) VALUE SPACES.
3.36 261015           03  RPT-VALUE         PIC Z(8)9.99.
3.37 261015        01  WS-ORD-VALUE      PIC 9(9)V99 VALUE 0.
3.38 261015        LINKAGE SECTION.
3.39 261015       * retention window in days - orders dated before today less
3.40 261015       * this are archived; zero = the standard year
3.41 261015        01 ARC-RETAIN-DAYS   PIC 9(4).
3.42 261015        PROCEDURE DIVISION USING ARC-RETAIN-DAYS.
3.43 261015        BEGIN.
3.44 261015       * monthly order archive. An order dated before the retention
3.45 261015       * cut-off whose every line is invoiced or cancelled, and none
3.46 261015       * of whose invoices is still open on ARITEM, moves - header,
3.47 261015       * lines and customer index row - to the history files ORDHHIST,
3.48 261015       * ORDDHIST and ORDCHIST, so order entry's allocation and credit
3.49 261015       * walks only see the live book. History is written before the
3.50 261015       * live rows are deleted and an order already in history is
3.51 261015       * rewritten there, so a rerun after an abend finishes the job
3.52 261015       * without loss. ORDINQ reads the history files behind the live
3.53 261015       * ones; invoices stay on INVHDR/INVLINE for INVPRT and ARITEM.
3.54 261015            PERFORM 950-REGISTER-START.
3.55 261015            ACCEPT WS-TODAY FROM DATE.
3.56 261015            ADD 20000000 TO WS-TODAY.
3.57 261015            MOVE ARC-RETAIN-DAYS TO WS-RETAIN-DAYS.
3.58 261015            IF WS-RETAIN-DAYS = 0
3.59 261015               MOVE 365 TO WS-RETAIN-DAYS.
3.60 261015            COMPUTE WS-DATE-INT =
3.61 261015                FUNCTION INTEGER-OF-DATE(WS-TODAY) - WS-RETAIN-DAYS.
3.62 261015            COMPUTE WS-CUTOFF = FUNCTION DATE-OF-INTEGER
3.63 261015                (WS-DATE-INT).
3.64 261015            OPEN I-O ORDHDR.
3.65 261015            OPEN I-O ORDDTL.
3.66 261015            OPEN I-O ORDCIDX.
3.67 261015            OPEN I-O ORDHHIST.
3.68 261015            OPEN I-O ORDDHIST.
3.69 261015            OPEN I-O ORDCHIST.
3.70 261015            OPEN INPUT ARITEM.
3.71 261015            OPEN INPUT INVLINE.
3.72 261015            OPEN OUTPUT ARCHRPT.
3.73 261015            MOVE SPACES TO RPT-LINE.
3.74 261015            STRING 'ORDER ARCHIVE - ORDERS DATED BEFORE ' DELIMITED SIZE
3.75 261015                   WS-CUTOFF DELIMITED SIZE
3.76 261015                   INTO RPT-LINE.
3.77 261015            WRITE RPT-LINE.
3.78 261015            MOVE WS-RPT-HEAD TO RPT-LINE.
3.79 261015            WRITE RPT-LINE.
3.80 261015            MOVE 'N' TO WS-HDR-END.
3.81 261015            MOVE LOW-VALUES TO OH-ORDER-NUM.
3.82 261015            START ORDHDR
3.83 261015                KEY NOT LESS OH-ORDER-NUM
3.84 261015                INVALID KEY
3.85 261015                   SET HDR-END TO TRUE.
3.86 261015            PERFORM UNTIL HDR-END
3.87 261015               READ ORDHDR NEXT
3.88 261015                   AT END
3.89 261015                      SET HDR-END TO TRUE
3.90 261015                   NOT AT END
3.91 261015                      ADD 1 TO WS-HDR-READ WS-RR-READ
3.92 261015                      PERFORM 400-CHECK-ORDER THRU 400-EXIT
3.93 261015               END-READ
3.94 261015            END-PERFORM.
3.95 261015            PERFORM 900-CONTROL-BLOCK THRU 900-EXIT.
3.96 261015            CLOSE ORDHDR.
3.97 261015            CLOSE ORDDTL.
3.98 261015            CLOSE ORDCIDX.
3.99 261015            CLOSE ORDHHIST.
4.00 261015            CLOSE ORDDHIST.
4.01 261015            CLOSE ORDCHIST.
4.02 261015            CLOSE ARITEM.
4.03 261015            CLOSE INVLINE.
4.04 261015            CLOSE ARCHRPT.
4.05 261015            PERFORM 960-REGISTER-END.
4.06 261015            GOBACK.
4.07 261015        400-CHECK-ORDER.
4.08 261015            IF OH-DATE NOT < WS-CUTOFF
4.09 261015               ADD 1 TO WS-HDR-KEPT WS-KEPT-RECENT
4.10 261015               GO TO 400-EXIT.
4.11 261015            PERFORM 500-CHECK-LINES THRU 500-EXIT.
4.12 261015            IF NOT ORDER-CLOSED
4.13 261015               ADD 1 TO WS-HDR-KEPT WS-KEPT-OPEN
4.14 261015               GO TO 400-EXIT.
4.15 261015            PERFORM 550-CHECK-PAID THRU 550-EXIT.
4.16 261015            IF NOT ORDER-PAID
4.17 261015               ADD 1 TO WS-HDR-KEPT WS-KEPT-UNPAID
4.18 261015               GO TO 400-EXIT.
4.19 261015            PERFORM 600-MOVE-ORDER THRU 600-EXIT.
4.20 261015        400-EXIT.
4.21 261015            EXIT.
4.22 261015        500-CHECK-LINES.
4.23 261015       * closed = at least one line, and every line invoiced (I) or
4.24 261015       * cancelled (X)
4.25 261015            MOVE 'Y' TO WS-CLOSED.
4.26 261015            MOVE 0 TO WS-LINE-CNT.
4.27 261015            MOVE 'N' TO WS-DTL-END.
4.28 261015            MOVE OH-ORDER-NUM TO OD-ORDER-NUM.
4.29 261015            MOVE LOW-VALUES   TO OD-LINE.
4.30 261015            START ORDDTL
4.31 261015                KEY NOT LESS OD-KEY
4.32 261015                INVALID KEY
4.33 261015                   SET DTL-END TO TRUE.
4.34 261015            PERFORM UNTIL DTL-END
4.35 261015               READ ORDDTL NEXT
4.36 261015                   AT END
4.37 261015                      SET DTL-END TO TRUE
4.38 261015                   NOT AT END
4.39 261015                      IF OD-ORDER-NUM NOT = OH-ORDER-NUM
4.40 261015                         SET DTL-END TO TRUE
4.41 261015                      ELSE
4.42 261015                         ADD 1 TO WS-LINE-CNT
4.43 261015                         IF OD-STATUS NOT = 'I' AND
4.44 261015                            OD-STATUS NOT = 'X'
4.45 261015                            MOVE 'N' TO WS-CLOSED
4.46 261015                            SET DTL-END TO TRUE
4.47 261015                         END-IF
4.48 261015                      END-IF
4.49 261015               END-READ
4.50 261015            END-PERFORM.
4.51 261015            IF WS-LINE-CNT = 0
4.52 261015               MOVE 'N' TO WS-CLOSED.
4.53 261015        500-EXIT.
4.54 261015            EXIT.
4.55 261015        550-CHECK-PAID.
4.56 261015       * INVGEN cuts one invoice per order per run, so the order's
4.57 261015       * invoices are found among the customer's open items by the
4.58 261015       * order number on their first line. An invoice with no open
4.59 261015       * item (billed before the receivables ledger) counts as paid
4.60 261015            MOVE 'Y' TO WS-PAID.
4.61 261015            MOVE 'N' TO WS-AR-END.
4.62 261015            MOVE OH-CUST-ID TO AR-CUST-ID.
4.63 261015            MOVE 'I'        TO AR-DOC-TYPE.
4.64 261015            MOVE 0          TO AR-DOC-NUM.
4.65 261015            START ARITEM
4.66 261015                KEY NOT LESS AR-KEY
4.67 261015                INVALID KEY
4.68 261015                   SET AR-END TO TRUE.
4.69 261015            PERFORM UNTIL AR-END
4.70 261015               READ ARITEM NEXT
4.71 261015                   AT END
4.72 261015                      SET AR-END TO TRUE
4.73 261015                   NOT AT END
4.74 261015                      IF AR-CUST-ID NOT = OH-CUST-ID OR
4.75 261015                         AR-DOC-TYPE NOT = 'I'
4.76 261015                         SET AR-END TO TRUE
4.77 261015                      ELSE
4.78 261015                         IF AR-BALANCE > 0
4.79 261015                            PERFORM 560-OPEN-INVOICE THRU 560-EXIT
4.80 261015                         END-IF
4.81 261015                      END-IF
4.82 261015               END-READ
4.83 261015            END-PERFORM.
4.84 261015        550-EXIT.
4.85 261015            EXIT.
4.86 261015        560-OPEN-INVOICE.
4.87 261015            MOVE AR-DOC-NUM TO IL-INV-NUM.
4.88 261015            MOVE 1          TO IL-LINE.
4.89 261015            READ INVLINE
4.90 261015                INVALID KEY
4.91 261015                   GO TO 560-EXIT.
4.92 261015            IF IL-ORDER-NUM = OH-ORDER-NUM
4.93 261015               MOVE 'N' TO WS-PAID
4.94 261015               SET AR-END TO TRUE.
4.95 261015        560-EXIT.
4.96 261015            EXIT.
4.97 261015        600-MOVE-ORDER.
4.98 261015       * history first, then the live rows
4.99 261015            MOVE 0 TO WS-ORD-VALUE WS-LINE-CNT.
5.00 261015            MOVE ORDHDR-REC TO ORDHHIST-REC.
5.01 261015            WRITE ORDHHIST-REC
5.02 261015                INVALID KEY
5.03 261015                   REWRITE ORDHHIST-REC
5.04 261015            END-WRITE.
5.05 261015            ADD 1 TO WS-HDR-ARCH WS-RR-WRITTEN.
5.06 261015            MOVE 'N' TO WS-DTL-END.
5.07 261015            MOVE OH-ORDER-NUM TO OD-ORDER-NUM.
5.08 261015            MOVE LOW-VALUES   TO OD-LINE.
5.09 261015            START ORDDTL
5.10 261015                KEY NOT LESS OD-KEY
5.11 261015                INVALID KEY
5.12 261015                   SET DTL-END TO TRUE.
5.13 261015            PERFORM UNTIL DTL-END
5.14 261015               READ ORDDTL NEXT
5.15 261015                   AT END
5.16 261015                      SET DTL-END TO TRUE
5.17 261015                   NOT AT END
5.18 261015                      IF OD-ORDER-NUM NOT = OH-ORDER-NUM
5.19 261015                         SET DTL-END TO TRUE
5.20 261015                      ELSE
5.21 261015                         PERFORM 650-MOVE-LINE THRU 650-EXIT
5.22 261015                      END-IF
5.23 261015               END-READ
5.24 261015            END-PERFORM.
5.25 261015            MOVE OH-CUST-ID   TO OC-CUST-ID.
5.26 261015            MOVE OH-DATE      TO OC-DATE.
5.27 261015            MOVE OH-ORDER-NUM TO OC-ORDER-NUM.
5.28 261015            MOVE ORDCIDX-REC  TO ORDCHIST-REC.
5.29 261015            WRITE ORDCHIST-REC
5.30 261015                INVALID KEY
5.31 261015                   REWRITE ORDCHIST-REC
5.32 261015            END-WRITE.
5.33 261015            ADD 1 TO WS-IDX-ARCH.
5.34 261015            DELETE ORDCIDX
5.35 261015                INVALID KEY
5.36 261015                   CONTINUE
5.37 261015                NOT INVALID KEY
5.38 261015                   ADD 1 TO WS-IDX-DELETED
5.39 261015            END-DELETE.
5.40 261015            DELETE ORDHDR
5.41 261015                INVALID KEY
5.42 261015                   CONTINUE
5.43 261015                NOT INVALID KEY
5.44 261015                   ADD 1 TO WS-HDR-DELETED
5.45 261015            END-DELETE.
5.46 261015            MOVE OH-ORDER-NUM TO RPT-ORDER.
5.47 261015            MOVE OH-CUST-ID   TO RPT-CUST.
5.48 261015            MOVE OH-DATE      TO RPT-DATE.
5.49 261015            MOVE WS-LINE-CNT  TO RPT-LINES.
5.50 261015            MOVE WS-ORD-VALUE TO RPT-VALUE.
5.51 261015            MOVE WS-RPT-DETAIL TO RPT-LINE.
5.52 261015            WRITE RPT-LINE.
5.53 261015        600-EXIT.
5.54 261015            EXIT.
5.55 261015        650-MOVE-LINE.
5.56 261015            MOVE ORDDTL-REC TO ORDDHIST-REC.
5.57 261015            WRITE ORDDHIST-REC
5.58 261015                INVALID KEY
5.59 261015                   REWRITE ORDDHIST-REC
5.60 261015            END-WRITE.
5.61 261015            ADD 1 TO WS-DTL-ARCH WS-LINE-CNT.
5.62 261015            ADD OD-EXT-PRICE TO WS-VAL-ARCH WS-ORD-VALUE.
5.63 261015            DELETE ORDDTL
5.64 261015                INVALID KEY
5.65 261015                   CONTINUE
5.66 261015                NOT INVALID KEY
5.67 261015                   ADD 1 TO WS-DTL-DELETED
5.68 261015                   ADD OD-EXT-PRICE TO WS-VAL-DELETED
5.69 261015            END-DELETE.
5.70 261015        650-EXIT.
5.71 261015            EXIT.
5.72 261015        900-CONTROL-BLOCK.
5.73 261015            IF WS-HDR-READ NOT = WS-HDR-KEPT + WS-HDR-ARCH OR
5.74 261015               WS-HDR-ARCH NOT = WS-HDR-DELETED OR
5.75 261015               WS-DTL-ARCH NOT = WS-DTL-DELETED OR
5.76 261015               WS-IDX-ARCH NOT = WS-IDX-DELETED OR
5.77 261015               WS-VAL-ARCH NOT = WS-VAL-DELETED
5.78 261015               MOVE 'N' TO WS-BALANCED.
5.79 261015            MOVE SPACES TO RPT-LINE.
5.80 261015            WRITE RPT-LINE.
5.81 261015            MOVE 'CONTROL TOTALS' TO RPT-LINE.
5.82 261015            WRITE RPT-LINE.
5.83 261015            MOVE SPACES TO RPT-LINE.
5.84 261015            STRING 'ORDERS READ ' DELIMITED SIZE
5.85 261015                   WS-HDR-READ DELIMITED SIZE
5.86 261015                   ' KEPT ' DELIMITED SIZE
5.87 261015                   WS-HDR-KEPT DELIMITED SIZE
5.88 261015                   ' ARCHIVED ' DELIMITED SIZE
5.89 261015                   WS-HDR-ARCH DELIMITED SIZE
5.90 261015                   INTO RPT-LINE.
5.91 261015            WRITE RPT-LINE.
5.92 261015            MOVE SPACES TO RPT-LINE.
5.93 261015            STRING 'KEPT - RECENT ' DELIMITED SIZE
5.94 261015                   WS-KEPT-RECENT DELIMITED SIZE
5.95 261015                   ' OPEN LINES ' DELIMITED SIZE
5.96 261015                   WS-KEPT-OPEN DELIMITED SIZE
5.97 261015                   ' UNPAID ' DELIMITED SIZE
5.98 261015                   WS-KEPT-UNPAID DELIMITED SIZE
5.99 261015                   INTO RPT-LINE.
6.00 261015            WRITE RPT-LINE.
6.01 261015            MOVE SPACES TO RPT-LINE.
6.02 261015            STRING 'HEADERS TO HISTORY ' DELIMITED SIZE
6.03 261015                   WS-HDR-ARCH DELIMITED SIZE
6.04 261015                   ' DELETED ' DELIMITED SIZE
6.05 261015                   WS-HDR-DELETED DELIMITED SIZE
6.06 261015                   INTO RPT-LINE.
6.07 261015            WRITE RPT-LINE.
6.08 261015            MOVE SPACES TO RPT-LINE.
6.09 261015            STRING 'LINES TO HISTORY   ' DELIMITED SIZE
6.10 261015                   WS-DTL-ARCH DELIMITED SIZE
6.11 261015                   ' DELETED ' DELIMITED SIZE
6.12 261015                   WS-DTL-DELETED DELIMITED SIZE
6.13 261015                   INTO RPT-LINE.
6.14 261015            WRITE RPT-LINE.
6.15 261015            MOVE SPACES TO RPT-LINE.
6.16 261015            STRING 'INDEX TO HISTORY   ' DELIMITED SIZE
6.17 261015                   WS-IDX-ARCH DELIMITED SIZE
6.18 261015                   ' DELETED ' DELIMITED SIZE
6.19 261015                   WS-IDX-DELETED DELIMITED SIZE
6.20 261015                   INTO RPT-LINE.
6.21 261015            WRITE RPT-LINE.
6.22 261015            MOVE SPACES TO RPT-LINE.
6.23 261015            STRING 'VALUE TO HISTORY   ' DELIMITED SIZE
6.24 261015                   WS-VAL-ARCH DELIMITED SIZE
6.25 261015                   ' DELETED ' DELIMITED SIZE
6.26 261015                   WS-VAL-DELETED DELIMITED SIZE
6.27 261015                   INTO RPT-LINE.
6.28 261015            WRITE RPT-LINE.
6.29 261015            IF COUNTS-BALANCE
6.30 261015               MOVE 'CONTROL TOTALS AGREE' TO RPT-LINE
6.31 261015            ELSE
6.32 261015               MOVE '*** CONTROL TOTALS DO NOT AGREE - INVESTIGATE ***'
6.33 261015                  TO RPT-LINE
6.34 261015            END-IF.
6.35 261015            WRITE RPT-LINE.
6.36 261015        900-EXIT.
6.37 261015            EXIT.
6.38 261015        950-REGISTER-START.
6.39 261015            ACCEPT WS-RR-DATE FROM DATE.
6.40 261015            ADD 20000000 TO WS-RR-DATE.
6.41 261015            ACCEPT WS-RR-TIME FROM TIME.
6.42 261015            MOVE SPACES TO WS-RR-RUNID.
6.43 261015            STRING WS-RR-DATE DELIMITED SIZE
6.44 261015                   WS-RR-TIME(1:6) DELIMITED SIZE
6.45 261015                   INTO WS-RR-RUNID.
6.46 261015            OPEN EXTEND RUNREG.
6.47 261015            MOVE 'ORDARCH   ' TO RR-JOB.
6.48 261015            MOVE WS-RR-RUNID TO RR-RUNID.
6.49 261015            MOVE 'S'         TO RR-TYPE.
6.50 261015            MOVE WS-RR-DATE  TO RR-DATE.
6.51 261015            MOVE WS-RR-TIME  TO RR-TIME.
6.52 261015            MOVE 0           TO RR-READ RR-WRITTEN.
6.53 261015            MOVE '  '        TO RR-STATUS.
6.54 261015            WRITE RR-REC.
6.55 261015        950-EXIT.
6.56 261015            EXIT.
6.57 261015        960-REGISTER-END.
6.58 261015            ACCEPT WS-RR-TIME FROM TIME.
6.59 261015            MOVE 'ORDARCH   ' TO RR-JOB.
6.60 261015            MOVE WS-RR-RUNID TO RR-RUNID.
6.61 261015            MOVE 'E'         TO RR-TYPE.
6.62 261015            MOVE WS-RR-DATE  TO RR-DATE.
6.63 261015            MOVE WS-RR-TIME  TO RR-TIME.
6.64 261015            MOVE WS-RR-READ    TO RR-READ.
6.65 261015            MOVE WS-RR-WRITTEN TO RR-WRITTEN.
6.66 261015            MOVE 'OK' TO RR-STATUS.
6.67 261015            IF WS-RPT-STATUS NOT = '00' OR NOT COUNTS-BALANCE
6.68 261015               MOVE 'ER' TO RR-STATUS
6.69 261015            END-IF.
6.70 261015            WRITE RR-REC.
6.71 261015            CLOSE RUNREG.
6.72 261015        960-EXIT.
6.73 261015            EXIT.
6.74 261015        HALT.
