1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. SUPINVE.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT SUPINV ASSIGN TO DATABASE-SUPINV
1.06 261015                ORGANIZATION IS INDEXED
1.07 261015                ACCESS MODE IS DYNAMIC
1.08 261015                RECORD KEY IS SI-KEY
1.09 261015                FILE STATUS IS WS-SIN-STATUS.
1.10 261015            SELECT SUPIDUP ASSIGN TO DATABASE-SUPIDUP
1.11 261015                ORGANIZATION IS INDEXED
1.12 261015                ACCESS MODE IS DYNAMIC
1.13 261015                RECORD KEY IS DU-SEQ
1.14 261015                FILE STATUS IS WS-DUP-STATUS.
1.15 261015            SELECT SUPPMSTR ASSIGN TO DATABASE-SUPPMSTR
1.16 261015                ORGANIZATION IS INDEXED
1.17 261015                ACCESS MODE IS DYNAMIC
1.18 261015                RECORD KEY IS SU-SUPP-ID
1.19 261015                FILE STATUS IS WS-SUP-STATUS.
1.20 261015        DATA DIVISION.
1.21 261015        FILE SECTION.
1.22 261015        FD  SUPINV
1.23 261015                LABEL RECORD IS STANDARD.
1.24 261015       * one row per supplier invoice line, keyed by the supplier's
1.25 261015       * own invoice number - the line is matched to its PO line and
1.26 261015       * receipts by SUPMATCH
1.27 261015        01  SUPINV-REC.
1.28 261015           03  SI-KEY.
1.29 261015              05  SI-SUPP-ID     PIC X(6).
1.30 261015              05  SI-INV-NUM     PIC X(15).
1.31 261015              05  SI-LINE        PIC 9(3).
1.32 261015           03  SI-INV-DATE       PIC 9(8).
1.33 261015           03  SI-PO-NUM         PIC 9(8).
1.34 261015           03  SI-PO-LINE        PIC 9(3).
1.35 261015           03  SI-QTY            PIC 9(5).
1.36 261015           03  SI-UNIT-PRICE     PIC 9(5)V99.
1.37 261015       * E = entered, not yet matched, M = matched and released for
1.38 261015       * payment, Q = billed beyond the quantity received, P = price
1.39 261015       * over the PO cost, N = no such PO line for the supplier
1.40 261015           03  SI-STATUS         PIC X.
1.41 261015           03  SI-ENTRY-DATE     PIC 9(8).
1.42 261015           03  SI-OPERATOR       PIC X(10).
1.43 261015           03  SI-MATCH-DATE     PIC 9(8).
1.44 261015        FD  SUPIDUP
1.45 261015                LABEL RECORD IS STANDARD.
1.46 261015       * invoice lines refused as duplicates, held for the SUPMATCH
1.47 261015       * exception report
1.48 261015        01  SUPIDUP-REC.
1.49 261015           03  DU-SEQ            PIC 9(12).
1.50 261015           03  DU-SUPP-ID        PIC X(6).
1.51 261015           03  DU-INV-NUM        PIC X(15).
1.52 261015           03  DU-LINE           PIC 9(3).
1.53 261015           03  DU-INV-DATE       PIC 9(8).
1.54 261015           03  DU-PO-NUM         PIC 9(8).
1.55 261015           03  DU-PO-LINE        PIC 9(3).
1.56 261015           03  DU-QTY            PIC 9(5).
1.57 261015           03  DU-UNIT-PRICE     PIC 9(5)V99.
1.58 261015           03  DU-ENTRY-DATE     PIC 9(8).
1.59 261015           03  DU-OPERATOR       PIC X(10).
1.60 261015       * Y once the duplicate has been on the exception report
1.61 261015           03  DU-REPORTED       PIC X.
1.62 261015        FD  SUPPMSTR
1.63 261015                LABEL RECORD IS STANDARD.
1.64 261015        01  SUPPMSTR-REC.
1.65 261015           03  SU-SUPP-ID        PIC X(6).
1.66 261015           03  SU-NAME           PIC X(30).
1.67 261015       * N = unavailable - see POGEN
1.68 261015           03  SU-AVAIL          PIC X.
3.37 261015       * the currency the supplier bills in - ITEMSUPP and PO costs
3.38 261015       * for the supplier are held in it; spaces = local currency
3.39 261015           03  SU-CURRENCY       PIC X(3).
1.69 261015        WORKING-STORAGE SECTION.
1.70 261015        01  WS-SIN-STATUS     PIC XX.
1.71 261015        01  WS-DUP-STATUS     PIC XX.
1.72 261015        01  WS-SUP-STATUS     PIC XX.
1.73 261015        01  WS-TODAY          PIC 9(8) VALUE 0.
1.74 261015        01  WS-SI-END         PIC X VALUE 'N'.
1.75 261015           88 SI-END                VALUE 'Y'.
1.76 261015        01  WS-SEQ-NAME       PIC X(16) VALUE 'SUPIDUP         '.
1.77 261015        01  WS-SEQ-VALUE      PIC 9(12) VALUE 0.
1.78 261015        LINKAGE SECTION.
1.79 261015       * A = add an invoice line, D = delete a line not yet matched
1.80 261015        01 SIE-FUNC          PIC X.
1.81 261015        01 SIE-SUPP-ID       PIC X(6).
1.82 261015        01 SIE-INV-NUM       PIC X(15).
1.83 261015        01 SIE-LINE          PIC 9(3).
1.84 261015       * the supplier's invoice date - zero = today
1.85 261015        01 SIE-INV-DATE      PIC 9(8).
1.86 261015        01 SIE-PO-NUM        PIC 9(8).
1.87 261015        01 SIE-PO-LINE       PIC 9(3).
1.88 261015        01 SIE-QTY           PIC 9(5).
1.89 261015        01 SIE-UNIT-PRICE    PIC 9(5)V99.
1.90 261015        01 SIE-OPERATOR      PIC X(10).
1.91 261015        01 SIE-STATUS        PIC X.
1.92 261015           88 SIE-OK               VALUE '0'.
1.93 261015           88 SIE-NO-SUPPLIER      VALUE '1'.
1.94 261015       * the line is already on file, or the invoice number has
1.95 261015       * already been matched and released - recorded for the
1.96 261015       * exception report
1.97 261015           88 SIE-DUPLICATE        VALUE '2'.
1.98 261015           88 SIE-BLANK            VALUE '3'.
1.99 261015           88 SIE-NOT-FOUND        VALUE '4'.
2.00 261015           88 SIE-MATCHED          VALUE '5'.
2.01 261015           88 SIE-BAD-FUNC         VALUE '6'.
2.02 261015        PROCEDURE DIVISION USING SIE-FUNC SIE-SUPP-ID SIE-INV-NUM
2.03 261015            SIE-LINE SIE-INV-DATE SIE-PO-NUM SIE-PO-LINE SIE-QTY
2.04 261015            SIE-UNIT-PRICE SIE-OPERATOR SIE-STATUS.
2.05 261015        BEGIN.
2.06 261015       * supplier invoice entry for accounts payable, keyed and from
2.07 261015       * SUPINVLD alike. A line is taken as billed - quantity and
2.08 261015       * price are checked against the PO line and its receipts only
2.09 261015       * by the SUPMATCH run, which also retries lines it could not
2.10 261015       * match, so an invoice that arrives ahead of the goods is simply
2.11 261015       * entered and waits
2.12 261015            SET SIE-OK TO TRUE.
2.13 261015            IF SIE-FUNC NOT = 'A' AND SIE-FUNC NOT = 'D'
2.14 261015               SET SIE-BAD-FUNC TO TRUE
2.15 261015               GOBACK
2.16 261015            END-IF.
2.17 261015            IF SIE-SUPP-ID = SPACES OR SIE-INV-NUM = SPACES
2.18 261015               OR SIE-LINE = 0 OR SIE-OPERATOR = SPACES
2.19 261015               SET SIE-BLANK TO TRUE
2.20 261015               GOBACK
2.21 261015            END-IF.
2.22 261015            IF SIE-FUNC = 'A'
2.23 261015               AND (SIE-PO-NUM = 0 OR SIE-PO-LINE = 0 OR SIE-QTY = 0)
2.24 261015               SET SIE-BLANK TO TRUE
2.25 261015               GOBACK
2.26 261015            END-IF.
2.27 261015            ACCEPT WS-TODAY FROM DATE.
2.28 261015            ADD 20000000 TO WS-TODAY.
2.29 261015            OPEN I-O SUPINV.
2.30 261015            OPEN I-O SUPIDUP.
2.31 261015            OPEN INPUT SUPPMSTR.
2.32 261015            IF SIE-FUNC = 'D'
2.33 261015               PERFORM 500-DELETE-LINE THRU 500-EXIT
2.34 261015               GO TO 900-CLOSE.
2.35 261015            MOVE SIE-SUPP-ID TO SU-SUPP-ID.
2.36 261015            READ SUPPMSTR
2.37 261015                INVALID KEY
2.38 261015                   SET SIE-NO-SUPPLIER TO TRUE
2.39 261015                   GO TO 900-CLOSE
2.40 261015            END-READ.
2.41 261015            IF SIE-INV-DATE = 0
2.42 261015               MOVE WS-TODAY TO SIE-INV-DATE.
2.43 261015            PERFORM 300-CHECK-DUPLICATE THRU 300-EXIT.
2.44 261015            IF SIE-DUPLICATE
2.45 261015               PERFORM 350-RECORD-DUPLICATE THRU 350-EXIT
2.46 261015               GO TO 900-CLOSE.
2.47 261015            MOVE SIE-SUPP-ID    TO SI-SUPP-ID.
2.48 261015            MOVE SIE-INV-NUM    TO SI-INV-NUM.
2.49 261015            MOVE SIE-LINE       TO SI-LINE.
2.50 261015            MOVE SIE-INV-DATE   TO SI-INV-DATE.
2.51 261015            MOVE SIE-PO-NUM     TO SI-PO-NUM.
2.52 261015            MOVE SIE-PO-LINE    TO SI-PO-LINE.
2.53 261015            MOVE SIE-QTY        TO SI-QTY.
2.54 261015            MOVE SIE-UNIT-PRICE TO SI-UNIT-PRICE.
2.55 261015            MOVE 'E'            TO SI-STATUS.
2.56 261015            MOVE WS-TODAY       TO SI-ENTRY-DATE.
2.57 261015            MOVE SIE-OPERATOR   TO SI-OPERATOR.
2.58 261015            MOVE 0              TO SI-MATCH-DATE.
2.59 261015            WRITE SUPINV-REC
2.60 261015                INVALID KEY
2.61 261015                   SET SIE-DUPLICATE TO TRUE
2.62 261015            END-WRITE.
2.63 261015        900-CLOSE.
2.64 261015            CLOSE SUPINV.
2.65 261015            CLOSE SUPIDUP.
2.66 261015            CLOSE SUPPMSTR.
2.67 261015            GOBACK.
2.68 261015        300-CHECK-DUPLICATE.
2.69 261015       * the same line twice, or a further line on an invoice number
2.70 261015       * the supplier has already been paid against, is a duplicate -
2.71 261015       * new lines may still be added to an invoice none of whose
2.72 261015       * lines has been released
2.73 261015            MOVE 'N' TO WS-SI-END.
2.74 261015            MOVE SIE-SUPP-ID TO SI-SUPP-ID.
2.75 261015            MOVE SIE-INV-NUM TO SI-INV-NUM.
2.76 261015            MOVE 0           TO SI-LINE.
2.77 261015            START SUPINV
2.78 261015                KEY NOT LESS SI-KEY
2.79 261015                INVALID KEY
2.80 261015                   SET SI-END TO TRUE.
2.81 261015            PERFORM UNTIL SI-END
2.82 261015               READ SUPINV NEXT
2.83 261015                   AT END
2.84 261015                      SET SI-END TO TRUE
2.85 261015                   NOT AT END
2.86 261015                      IF SI-SUPP-ID NOT = SIE-SUPP-ID
2.87 261015                         OR SI-INV-NUM NOT = SIE-INV-NUM
2.88 261015                         SET SI-END TO TRUE
2.89 261015                      ELSE
2.90 261015                         IF SI-LINE = SIE-LINE OR SI-STATUS = 'M'
2.91 261015                            SET SIE-DUPLICATE TO TRUE
2.92 261015                            SET SI-END TO TRUE
2.93 261015                         END-IF
2.94 261015                      END-IF
2.95 261015               END-READ
2.96 261015            END-PERFORM.
2.97 261015        300-EXIT.
2.98 261015            EXIT.
2.99 261015        350-RECORD-DUPLICATE.
3.00 261015            CALL 'BIGINTCBL' USING WS-SEQ-NAME WS-SEQ-VALUE
3.01 261015                SIE-OPERATOR.
3.02 261015            MOVE WS-SEQ-VALUE   TO DU-SEQ.
3.03 261015            MOVE SIE-SUPP-ID    TO DU-SUPP-ID.
3.04 261015            MOVE SIE-INV-NUM    TO DU-INV-NUM.
3.05 261015            MOVE SIE-LINE       TO DU-LINE.
3.06 261015            MOVE SIE-INV-DATE   TO DU-INV-DATE.
3.07 261015            MOVE SIE-PO-NUM     TO DU-PO-NUM.
3.08 261015            MOVE SIE-PO-LINE    TO DU-PO-LINE.
3.09 261015            MOVE SIE-QTY        TO DU-QTY.
3.10 261015            MOVE SIE-UNIT-PRICE TO DU-UNIT-PRICE.
3.11 261015            MOVE WS-TODAY       TO DU-ENTRY-DATE.
3.12 261015            MOVE SIE-OPERATOR   TO DU-OPERATOR.
3.13 261015            MOVE 'N'            TO DU-REPORTED.
3.14 261015            WRITE SUPIDUP-REC
3.15 261015                INVALID KEY
3.16 261015                   CONTINUE
3.17 261015            END-WRITE.
3.18 261015        350-EXIT.
3.19 261015            EXIT.
3.20 261015        500-DELETE-LINE.
3.21 261015       * a released line has been paid against and stays on file
3.22 261015            MOVE SIE-SUPP-ID TO SI-SUPP-ID.
3.23 261015            MOVE SIE-INV-NUM TO SI-INV-NUM.
3.24 261015            MOVE SIE-LINE    TO SI-LINE.
3.25 261015            READ SUPINV
3.26 261015                INVALID KEY
3.27 261015                   SET SIE-NOT-FOUND TO TRUE
3.28 261015                   GO TO 500-EXIT
3.29 261015            END-READ.
3.30 261015            IF SI-STATUS = 'M'
3.31 261015               SET SIE-MATCHED TO TRUE
3.32 261015               GO TO 500-EXIT.
3.33 261015            DELETE SUPINV.
3.34 261015        500-EXIT.
3.35 261015            EXIT.
3.36 261015        HALT.
