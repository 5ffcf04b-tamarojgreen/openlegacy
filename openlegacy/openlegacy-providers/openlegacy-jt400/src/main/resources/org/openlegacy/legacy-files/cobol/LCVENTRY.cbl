1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. LCVENTRY.
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
1.15 261015            SELECT POHDR ASSIGN TO DATABASE-POHDR
1.16 261015                ORGANIZATION IS INDEXED
1.17 261015                ACCESS MODE IS DYNAMIC
1.18 261015                RECORD KEY IS PH-PO-NUM
1.19 261015                FILE STATUS IS WS-HDR-STATUS.
1.20 261015            SELECT POLINE ASSIGN TO DATABASE-POLINE
1.21 261015                ORGANIZATION IS INDEXED
1.22 261015                ACCESS MODE IS DYNAMIC
1.23 261015                RECORD KEY IS PL-KEY
1.24 261015                FILE STATUS IS WS-LIN-STATUS.
1.25 261015        DATA DIVISION.
1.26 261015        FILE SECTION.
1.27 261015        FD  LCVOUCH
1.28 261015                LABEL RECORD IS STANDARD.
1.29 261015       * one landed-cost voucher per charge finance books against a
1.30 261015       * shipment - container freight, customs duty or clearing fees -
1.31 261015       * spread over the received PO lines it names by LCVPOST
1.32 261015        01  LCVOUCH-REC.
1.33 261015           03  LV-NUM            PIC 9(8).
1.34 261015       * the shipment the charge belongs to - container, bill of
1.35 261015       * lading or the broker's entry number
1.36 261015           03  LV-REF            PIC X(15).
1.37 261015       * F = freight, D = duty, C = clearing and other fees
1.38 261015           03  LV-CHARGE         PIC X.
1.39 261015           03  LV-AMOUNT         PIC 9(7)V99.
1.40 261015       * spread by V = received value, W = received weight
1.41 261015       * (IM-WEIGHT), Q = received quantity
1.42 261015           03  LV-BASIS          PIC X.
1.43 261015           03  LV-ENTRY-DATE     PIC 9(8).
1.44 261015           03  LV-OPERATOR       PIC X(10).
1.45 261015           03  LV-POST-DATE      PIC 9(8).
1.46 261015       * E = entered, P = posted
1.47 261015           03  LV-STATUS         PIC X.
1.48 261015        FD  LCVREF
1.49 261015                LABEL RECORD IS STANDARD.
1.50 261015       * the PO lines a voucher is spread over - line zero names every
1.51 261015       * received line of the PO
1.52 261015        01  LCVREF-REC.
1.53 261015           03  LR-KEY.
1.54 261015              05  LR-VCH-NUM     PIC 9(8).
1.55 261015              05  LR-PO-NUM      PIC 9(8).
1.56 261015              05  LR-PO-LINE     PIC 9(3).
1.57 261015        FD  POHDR
1.58 261015                LABEL RECORD IS STANDARD.
1.59 261015        01  POHDR-REC.
1.60 261015           03  PH-PO-NUM         PIC 9(8).
1.61 261015           03  PH-SUPP-ID        PIC X(6).
1.62 261015           03  PH-ORDER-DATE     PIC 9(8).
1.63 261015           03  PH-STATUS         PIC X.
3.41 261015       * PO cost currency - see POCONF
3.42 261015           03  PH-CURRENCY       PIC X(3).
1.64 261015        FD  POLINE
1.65 261015                LABEL RECORD IS STANDARD.
1.66 261015        01  POLINE-REC.
1.67 261015           03  PL-KEY.
1.68 261015              05  PL-PO-NUM      PIC 9(8).
1.69 261015              05  PL-LINE        PIC 9(3).
1.70 261015           03  PL-ITEM-NUM       PIC 9(8).
1.71 261015           03  PL-WHSE           PIC X(3).
1.72 261015           03  PL-QTY-ORDERED    PIC 9(5).
1.73 261015           03  PL-QTY-RECEIVED   PIC 9(5).
1.74 261015           03  PL-UNIT-COST      PIC 9(5)V99.
1.75 261015           03  PL-EXPECTED-DATE  PIC 9(8).
1.76 261015           03  PL-STATUS         PIC X.
1.77 261015           03  PL-OVER           PIC X.
1.78 261015           03  PL-LATE           PIC X.
1.79 261015       * drop-ship customer order reference - see POCONF
1.80 261015           03  PL-ORDER-NUM      PIC 9(8).
1.81 261015           03  PL-ORDER-LINE     PIC 9(3).
1.82 261015       * quantity supplier invoices have been matched against - see
1.83 261015       * SUPMATCH
1.84 261015           03  PL-QTY-INVOICED   PIC 9(5).
3.43 261015       * date of the latest receipt - see PORECV
3.44 261015           03  PL-RECV-DATE      PIC 9(8).
1.85 261015        WORKING-STORAGE SECTION.
1.86 261015        01  WS-LCV-STATUS     PIC XX.
1.87 261015        01  WS-LCR-STATUS     PIC XX.
1.88 261015        01  WS-HDR-STATUS     PIC XX.
1.89 261015        01  WS-LIN-STATUS     PIC XX.
1.90 261015        01  WS-TODAY          PIC 9(8) VALUE 0.
1.91 261015        01  WS-LR-END         PIC X VALUE 'N'.
1.92 261015           88 LR-END                VALUE 'Y'.
1.93 261015        01  WS-SEQ-NAME       PIC X(16) VALUE 'LCVOUCH         '.
1.94 261015        01  WS-SEQ-VALUE      PIC 9(12) VALUE 0.
1.95 261015        LINKAGE SECTION.
1.96 261015       * A = add a voucher (its number comes back), L = link a PO or
1.97 261015       * PO line to it, X = delete an unposted voucher and its links
1.98 261015        01 LCE-FUNC          PIC X.
1.99 261015        01 LCE-VCH-NUM       PIC 9(8).
2.00 261015        01 LCE-REF           PIC X(15).
2.01 261015        01 LCE-CHARGE        PIC X.
2.02 261015        01 LCE-AMOUNT        PIC 9(7)V99.
2.03 261015        01 LCE-BASIS         PIC X.
2.04 261015       * zero line = every line of the PO
2.05 261015        01 LCE-PO-NUM        PIC 9(8).
2.06 261015        01 LCE-PO-LINE       PIC 9(3).
2.07 261015        01 LCE-OPERATOR      PIC X(10).
2.08 261015        01 LCE-STATUS        PIC X.
2.09 261015           88 LCE-OK               VALUE '0'.
2.10 261015           88 LCE-NOT-FOUND        VALUE '1'.
2.11 261015           88 LCE-POSTED           VALUE '2'.
2.12 261015       * no amount, or a charge or basis code not known
2.13 261015           88 LCE-BAD-VALUE        VALUE '3'.
2.14 261015           88 LCE-NO-PO            VALUE '4'.
2.15 261015           88 LCE-EXISTS           VALUE '5'.
2.16 261015           88 LCE-BAD-FUNC         VALUE '6'.
2.17 261015        PROCEDURE DIVISION USING LCE-FUNC LCE-VCH-NUM LCE-REF
2.18 261015            LCE-CHARGE LCE-AMOUNT LCE-BASIS LCE-PO-NUM LCE-PO-LINE
2.19 261015            LCE-OPERATOR LCE-STATUS.
2.20 261015        BEGIN.
2.21 261015       * landed-cost voucher entry - the voucher carries the charge and
2.22 261015       * how it is spread, its links the POs or PO lines whose receipts
2.23 261015       * bear it. Nothing touches item cost until LCVPOST posts it.
2.24 261015            SET LCE-OK TO TRUE.
2.25 261015            ACCEPT WS-TODAY FROM DATE.
2.26 261015            ADD 20000000 TO WS-TODAY.
2.27 261015            OPEN I-O LCVOUCH.
2.28 261015            OPEN I-O LCVREF.
2.29 261015            OPEN INPUT POHDR.
2.30 261015            OPEN INPUT POLINE.
2.31 261015            EVALUATE LCE-FUNC
2.32 261015               WHEN 'A'
2.33 261015                  PERFORM 200-ADD-VOUCHER THRU 200-EXIT
2.34 261015               WHEN 'L'
2.35 261015                  PERFORM 300-LINK-PO THRU 300-EXIT
2.36 261015               WHEN 'X'
2.37 261015                  PERFORM 400-DELETE THRU 400-EXIT
2.38 261015               WHEN OTHER
2.39 261015                  SET LCE-BAD-FUNC TO TRUE
2.40 261015            END-EVALUATE.
2.41 261015        900-CLOSE.
2.42 261015            CLOSE LCVOUCH.
2.43 261015            CLOSE LCVREF.
2.44 261015            CLOSE POHDR.
2.45 261015            CLOSE POLINE.
2.46 261015            GOBACK.
2.47 261015        200-ADD-VOUCHER.
2.48 261015            IF LCE-AMOUNT = 0 OR
2.49 261015               (LCE-CHARGE NOT = 'F' AND LCE-CHARGE NOT = 'D' AND
2.50 261015                LCE-CHARGE NOT = 'C') OR
2.51 261015               (LCE-BASIS NOT = 'V' AND LCE-BASIS NOT = 'W' AND
2.52 261015                LCE-BASIS NOT = 'Q')
2.53 261015               SET LCE-BAD-VALUE TO TRUE
2.54 261015               GO TO 200-EXIT.
2.55 261015            CALL 'BIGINTCBL' USING WS-SEQ-NAME WS-SEQ-VALUE
2.56 261015                LCE-OPERATOR.
2.57 261015            MOVE WS-SEQ-VALUE TO LV-NUM.
2.58 261015            MOVE LCE-REF      TO LV-REF.
2.59 261015            MOVE LCE-CHARGE   TO LV-CHARGE.
2.60 261015            MOVE LCE-AMOUNT   TO LV-AMOUNT.
2.61 261015            MOVE LCE-BASIS    TO LV-BASIS.
2.62 261015            MOVE WS-TODAY     TO LV-ENTRY-DATE.
2.63 261015            MOVE LCE-OPERATOR TO LV-OPERATOR.
2.64 261015            MOVE 0            TO LV-POST-DATE.
2.65 261015            MOVE 'E'          TO LV-STATUS.
2.66 261015            WRITE LCVOUCH-REC
2.67 261015                INVALID KEY
2.68 261015                   SET LCE-EXISTS TO TRUE
2.69 261015                   GO TO 200-EXIT
2.70 261015            END-WRITE.
2.71 261015            MOVE LV-NUM TO LCE-VCH-NUM.
2.72 261015        200-EXIT.
2.73 261015            EXIT.
2.74 261015        300-LINK-PO.
2.75 261015            PERFORM 500-READ-VOUCHER THRU 500-EXIT.
2.76 261015            IF LCE-STATUS NOT = '0'
2.77 261015               GO TO 300-EXIT.
2.78 261015            IF LCE-PO-LINE = 0
2.79 261015               MOVE LCE-PO-NUM TO PH-PO-NUM
2.80 261015               READ POHDR
2.81 261015                   INVALID KEY
2.82 261015                      SET LCE-NO-PO TO TRUE
2.83 261015                      GO TO 300-EXIT
2.84 261015               END-READ
2.85 261015            ELSE
2.86 261015               MOVE LCE-PO-NUM  TO PL-PO-NUM
2.87 261015               MOVE LCE-PO-LINE TO PL-LINE
2.88 261015               READ POLINE
2.89 261015                   INVALID KEY
2.90 261015                      SET LCE-NO-PO TO TRUE
2.91 261015                      GO TO 300-EXIT
2.92 261015               END-READ
2.93 261015            END-IF.
2.94 261015            MOVE LCE-VCH-NUM TO LR-VCH-NUM.
2.95 261015            MOVE LCE-PO-NUM  TO LR-PO-NUM.
2.96 261015            MOVE LCE-PO-LINE TO LR-PO-LINE.
2.97 261015            WRITE LCVREF-REC
2.98 261015                INVALID KEY
2.99 261015                   SET LCE-EXISTS TO TRUE
3.00 261015            END-WRITE.
3.01 261015        300-EXIT.
3.02 261015            EXIT.
3.03 261015        400-DELETE.
3.04 261015            PERFORM 500-READ-VOUCHER THRU 500-EXIT.
3.05 261015            IF LCE-STATUS NOT = '0'
3.06 261015               GO TO 400-EXIT.
3.07 261015            MOVE 'N' TO WS-LR-END.
3.08 261015            MOVE LCE-VCH-NUM TO LR-VCH-NUM.
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
3.19 261015                      IF LR-VCH-NUM NOT = LCE-VCH-NUM
3.20 261015                         SET LR-END TO TRUE
3.21 261015                      ELSE
3.22 261015                         DELETE LCVREF
3.23 261015                      END-IF
3.24 261015               END-READ
3.25 261015            END-PERFORM.
3.26 261015            DELETE LCVOUCH.
3.27 261015        400-EXIT.
3.28 261015            EXIT.
3.29 261015        500-READ-VOUCHER.
3.30 261015            MOVE LCE-VCH-NUM TO LV-NUM.
3.31 261015            READ LCVOUCH
3.32 261015                INVALID KEY
3.33 261015                   SET LCE-NOT-FOUND TO TRUE
3.34 261015                   GO TO 500-EXIT
3.35 261015            END-READ.
3.36 261015            IF LV-STATUS NOT = 'E'
3.37 261015               SET LCE-POSTED TO TRUE.
3.38 261015        500-EXIT.
3.39 261015            EXIT.
3.40 261015        HALT.
