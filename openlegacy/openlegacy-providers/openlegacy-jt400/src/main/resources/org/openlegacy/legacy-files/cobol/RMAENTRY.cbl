1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. RMAENTRY.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT INVHDR ASSIGN TO DATABASE-INVHDR
1.06 261015                ORGANIZATION IS INDEXED
1.07 261015                ACCESS MODE IS DYNAMIC
1.08 261015                RECORD KEY IS IV-INV-NUM
1.09 261015                FILE STATUS IS WS-IVH-STATUS.
1.10 261015            SELECT INVLINE ASSIGN TO DATABASE-INVLINE
1.11 261015                ORGANIZATION IS INDEXED
1.12 261015                ACCESS MODE IS DYNAMIC
1.13 261015                RECORD KEY IS IL-KEY
1.14 261015                FILE STATUS IS WS-IVL-STATUS.
1.15 261015       * return authorizations, keyed under the invoice line they
1.16 261015       * came back against so returned-to-date is a short walk
1.17 261015            SELECT RMAFILE ASSIGN TO DATABASE-RMAFILE
1.18 261015                ORGANIZATION IS INDEXED
1.19 261015                ACCESS MODE IS DYNAMIC
1.20 261015                RECORD KEY IS RM-KEY
1.21 261015                FILE STATUS IS WS-RMA-STATUS.
1.22 261015            SELECT CRMEMO ASSIGN TO DATABASE-CRMEMO
1.23 261015                ORGANIZATION IS INDEXED
1.24 261015                ACCESS MODE IS DYNAMIC
1.25 261015                RECORD KEY IS CN-CRM-NUM
1.26 261015                FILE STATUS IS WS-CRM-STATUS.
1.27 261015            SELECT ARITEM ASSIGN TO DATABASE-ARITEM
1.28 261015                ORGANIZATION IS INDEXED
1.29 261015                ACCESS MODE IS DYNAMIC
1.30 261015                RECORD KEY IS AR-KEY
1.31 261015                FILE STATUS IS WS-AR-STATUS.
4.58 261015       * a returned kit restocks as its components
4.59 261015            SELECT KITCOMP ASSIGN TO DATABASE-KITCOMP
4.60 261015                ORGANIZATION IS INDEXED
4.61 261015                ACCESS MODE IS DYNAMIC
4.62 261015                RECORD KEY IS KC-KEY
4.63 261015                FILE STATUS IS WS-KCP-STATUS.
1.32 261015        DATA DIVISION.
1.33 261015        FILE SECTION.
1.34 261015        FD  INVHDR
1.35 261015                LABEL RECORD IS STANDARD.
1.36 261015        01  INVHDR-REC.
1.37 261015           03  IV-INV-NUM        PIC 9(8).
1.38 261015           03  IV-CUST-ID        PIC X(10).
1.39 261015           03  IV-DATE           PIC 9(8).
4.31 261015       * IV-TOTAL is the gross the customer owes - net of the
4.32 261015       * lines plus the sales tax on them
1.40 261015           03  IV-TOTAL          PIC 9(9)V99.
4.33 261015           03  IV-NET            PIC 9(9)V99.
4.34 261015           03  IV-TAX            PIC 9(9)V99.
1.41 261015        FD  INVLINE
1.42 261015                LABEL RECORD IS STANDARD.
1.43 261015        01  INVLINE-REC.
1.44 261015           03  IL-KEY.
1.45 261015              05  IL-INV-NUM     PIC 9(8).
1.46 261015              05  IL-LINE        PIC 9(3).
1.47 261015           03  IL-ORDER-NUM      PIC 9(8).
1.48 261015           03  IL-ORD-LINE       PIC 9(3).
1.49 261015           03  IL-ITEM-NUM       PIC 9(8).
1.50 261015           03  IL-QTY            PIC 9(5).
1.51 261015           03  IL-EXT-PRICE      PIC 9(7)V99.
1.52 261015       * IM-UNIT-COST when the line was billed
1.53 261015           03  IL-UNIT-COST      PIC 9(5)V99.
4.35 261015       * sales tax on the line at the TAXRATE rate in force on
4.36 261015       * the invoice date
4.37 261015           03  IL-TAX-CODE       PIC X(2).
4.38 261015           03  IL-TAX-RATE       PIC 9(2)V999.
4.39 261015           03  IL-TAX-AMT        PIC 9(7)V99.
4.40 261015       * the line's ship method and shipped weight; IL-LINE-TYPE F
4.41 261015       * marks the freight charge INVGEN adds per ship method (item
4.42 261015       * zero, priced from FRTRATE on IL-WEIGHT), spaces = goods
4.43 261015           03  IL-LINE-TYPE      PIC X.
4.44 261015           03  IL-SHIP-METHOD    PIC X(10).
4.45 261015           03  IL-WEIGHT         PIC 9(7).
1.54 261015        FD  RMAFILE
1.55 261015                LABEL RECORD IS STANDARD.
1.56 261015        01  RMAFILE-REC.
1.57 261015           03  RM-KEY.
1.58 261015              05  RM-INV-NUM     PIC 9(8).
1.59 261015              05  RM-INV-LINE    PIC 9(3).
1.60 261015              05  RM-RMA-NUM     PIC 9(8).
1.61 261015           03  RM-CUST-ID        PIC X(10).
1.62 261015           03  RM-ITEM-NUM       PIC 9(8).
1.63 261015           03  RM-QTY            PIC 9(5).
1.64 261015       * R = back into stock, S = scrapped on arrival
1.65 261015           03  RM-DISPOSITION    PIC X.
1.66 261015           03  RM-UNIT-COST      PIC 9(5)V99.
1.67 261015           03  RM-CREDIT-AMT     PIC 9(7)V99.
1.68 261015           03  RM-CRM-NUM        PIC 9(8).
1.69 261015           03  RM-DATE           PIC 9(8).
1.70 261015           03  RM-OPERATOR-ID    PIC X(10).
1.71 261015        FD  CRMEMO
1.72 261015                LABEL RECORD IS STANDARD.
1.73 261015       * credit memos - INVGEN prints the unregistered ones on its
1.74 261015       * register beside the invoices and flags them registered
1.75 261015        01  CRMEMO-REC.
1.76 261015           03  CN-CRM-NUM        PIC 9(8).
1.77 261015           03  CN-CUST-ID        PIC X(10).
1.78 261015           03  CN-DATE           PIC 9(8).
1.79 261015           03  CN-INV-NUM        PIC 9(8).
1.80 261015           03  CN-INV-LINE       PIC 9(3).
1.81 261015           03  CN-RMA-NUM        PIC 9(8).
1.82 261015           03  CN-ITEM-NUM       PIC 9(8).
1.83 261015           03  CN-QTY            PIC 9(5).
1.84 261015           03  CN-AMOUNT         PIC 9(7)V99.
4.46 261015       * the part of CN-AMOUNT that reverses sales tax
4.47 261015           03  CN-TAX-AMT        PIC 9(7)V99.
1.85 261015           03  CN-REGISTERED     PIC X.
1.86 261015        FD  ARITEM
1.87 261015                LABEL RECORD IS STANDARD.
1.88 261015       * AR-DOC-TYPE I = invoice, U = unapplied cash on account,
1.89 261015       * C = credit memo
1.90 261015        01  ARITEM-REC.
1.91 261015           03  AR-KEY.
1.92 261015              05  AR-CUST-ID     PIC X(10).
1.93 261015              05  AR-DOC-TYPE    PIC X.
1.94 261015              05  AR-DOC-NUM     PIC 9(8).
1.95 261015           03  AR-DOC-DATE       PIC 9(8).
1.96 261015           03  AR-AMOUNT         PIC 9(9)V99.
1.97 261015           03  AR-APPLIED        PIC 9(9)V99.
1.98 261015           03  AR-BALANCE        PIC 9(9)V99.
1.99 261015           03  AR-LAST-PAY-DATE  PIC 9(8).
2.00 261015           03  AR-STATUS         PIC X.
4.64 261015        FD  KITCOMP
4.65 261015                LABEL RECORD IS STANDARD.
4.66 261015       * kit bill of material - see KITMNT
4.67 261015        01  KITCOMP-REC.
4.68 261015           03  KC-KEY.
4.69 261015              05  KC-KIT-ITEM    PIC 9(8).
4.70 261015              05  KC-COMP-ITEM   PIC 9(8).
4.71 261015           03  KC-QTY-PER        PIC 9(3).
2.01 261015        WORKING-STORAGE SECTION.
2.02 261015        01  WS-IVH-STATUS     PIC XX.
2.03 261015        01  WS-IVL-STATUS     PIC XX.
2.04 261015        01  WS-RMA-STATUS     PIC XX.
2.05 261015        01  WS-CRM-STATUS     PIC XX.
2.06 261015        01  WS-AR-STATUS      PIC XX.
4.72 261015        01  WS-KCP-STATUS     PIC XX.
2.07 261015        01  WS-TODAY          PIC 9(8) VALUE 0.
2.08 261015        01  WS-SEQ-NAME       PIC X(16) VALUE SPACES.
2.09 261015        01  WS-SEQ-VALUE      PIC 9(12) VALUE 0.
2.10 261015        01  WS-RMA-END        PIC X VALUE 'N'.
2.11 261015           88 RMA-END               VALUE 'Y'.
4.73 261015        01  WS-KC-END         PIC X VALUE 'N'.
4.74 261015           88 KC-END                VALUE 'Y'.
4.75 261015        01  WS-KIT-ROWS       PIC 9(3) VALUE 0.
2.12 261015        01  WS-RETURNED       PIC 9(7) VALUE 0.
2.13 261015        01  WS-CREDIT-AMT     PIC 9(7)V99 VALUE 0.
4.48 261015        01  WS-CREDIT-TAX     PIC 9(7)V99 VALUE 0.
2.14 261015        01  WS-AGAINST-INV    PIC 9(7)V99 VALUE 0.
2.15 261015       * INVENTRY call parameters
2.16 261015        01  INV-ITEM-NUM      PIC 9(8).
2.17 261015        01  INV-TRAN-TYPE     PIC X.
2.18 261015        01  INV-QTY           PIC 9(5).
2.19 261015        01  INV-REFERENCE     PIC X(10).
2.20 261015        01  INV-WHSE          PIC X(3) VALUE SPACES.
2.21 261015        01  INV-POST-DATE     PIC 9(8) VALUE 0.
5.14 261015       * the lot a return came back from is not known - it restocks as
5.15 261015       * unlotted stock on a lot-controlled item
5.16 261015        01  INV-LOT-NUM       PIC X(12) VALUE SPACES.
5.17 261015        01  INV-EXPIRY-DATE   PIC 9(8) VALUE 0.
5.20 261015        01  INV-REASON        PIC X(4) VALUE SPACES.
2.22 261015        01  INV-OPERATOR-ID   PIC X(10).
2.23 261015        01  INV-STATUS        PIC X.
2.24 261015        LINKAGE SECTION.
2.25 261015        01 RMA-INV-NUM       PIC 9(8).
2.26 261015        01 RMA-INV-LINE      PIC 9(3).
2.27 261015        01 RMA-QTY           PIC 9(5).
2.28 261015       * R = restock, S = scrap
2.29 261015        01 RMA-DISPOSITION   PIC X.
2.30 261015        01 RMA-OPERATOR      PIC X(10).
2.31 261015       * the authorization and credit memo numbers come back
2.32 261015        01 RMA-RMA-NUM       PIC 9(8).
2.33 261015        01 RMA-CRM-NUM       PIC 9(8).
2.34 261015        01 RMA-STATUS        PIC X.
2.35 261015           88 RMA-OK               VALUE '0'.
2.36 261015           88 RMA-NO-LINE          VALUE '1'.
2.37 261015           88 RMA-OVER-BILLED      VALUE '2'.
2.38 261015           88 RMA-BAD-DISPOSITION  VALUE '3'.
2.39 261015           88 RMA-JRNL-ERROR       VALUE '4'.
2.40 261015           88 RMA-ZERO-QTY         VALUE '5'.
2.41 261015        PROCEDURE DIVISION USING RMA-INV-NUM RMA-INV-LINE RMA-QTY
2.42 261015            RMA-DISPOSITION RMA-OPERATOR RMA-RMA-NUM RMA-CRM-NUM
2.43 261015            RMA-STATUS.
2.44 261015        BEGIN.
2.45 261015       * customer returns against the invoice line that billed them -
2.46 261015       * no more than was billed less what already came back. Restocked
2.47 261015       * goods journal in as a receipt under an RM reference, which
2.48 261015       * INVPOST keeps away from the moving-average cost (a return is
2.49 261015       * not a purchase); the authorization records the cost the line
2.50 261015       * was billed at. Either disposition raises a numbered credit
2.51 261015       * memo that comes off the invoice's open balance.
2.52 261015            SET RMA-OK TO TRUE.
2.53 261015            MOVE 0 TO RMA-RMA-NUM RMA-CRM-NUM.
2.54 261015            ACCEPT WS-TODAY FROM DATE.
2.55 261015            ADD 20000000 TO WS-TODAY.
2.56 261015            OPEN INPUT INVHDR.
2.57 261015            OPEN INPUT INVLINE.
2.58 261015            OPEN I-O RMAFILE.
2.59 261015            OPEN I-O CRMEMO.
2.60 261015            OPEN I-O ARITEM.
4.76 261015            OPEN INPUT KITCOMP.
2.61 261015            IF RMA-QTY = 0
2.62 261015               SET RMA-ZERO-QTY TO TRUE
2.63 261015               GO TO 900-CLOSE.
2.64 261015            IF RMA-DISPOSITION NOT = 'R' AND RMA-DISPOSITION NOT = 'S'
2.65 261015               SET RMA-BAD-DISPOSITION TO TRUE
2.66 261015               GO TO 900-CLOSE.
2.67 261015            MOVE RMA-INV-NUM  TO IL-INV-NUM.
2.68 261015            MOVE RMA-INV-LINE TO IL-LINE.
2.69 261015            READ INVLINE
2.70 261015                INVALID KEY
2.71 261015                   SET RMA-NO-LINE TO TRUE.
4.49 261015       * a freight charge line has no goods to take back
4.50 261015            IF IL-LINE-TYPE = 'F'
4.51 261015               SET RMA-NO-LINE TO TRUE.
2.72 261015            IF RMA-STATUS NOT = '0'
2.73 261015               GO TO 900-CLOSE.
2.74 261015            MOVE RMA-INV-NUM TO IV-INV-NUM.
2.75 261015            READ INVHDR
2.76 261015                INVALID KEY
2.77 261015                   SET RMA-NO-LINE TO TRUE.
2.78 261015            IF RMA-STATUS NOT = '0'
2.79 261015               GO TO 900-CLOSE.
2.80 261015            PERFORM 400-RETURNED-TO-DATE THRU 400-EXIT.
2.81 261015            IF WS-RETURNED + RMA-QTY > IL-QTY
2.82 261015               SET RMA-OVER-BILLED TO TRUE
2.83 261015               GO TO 900-CLOSE.
2.84 261015            MOVE 'RMAFILE         ' TO WS-SEQ-NAME.
2.85 261015            CALL 'BIGINTCBL' USING WS-SEQ-NAME WS-SEQ-VALUE
2.86 261015                RMA-OPERATOR.
2.87 261015            MOVE WS-SEQ-VALUE TO RMA-RMA-NUM.
2.88 261015            IF RMA-DISPOSITION = 'R'
2.89 261015               PERFORM 500-RESTOCK THRU 500-EXIT
2.90 261015               IF RMA-STATUS NOT = '0'
2.91 261015                  GO TO 900-CLOSE
2.92 261015               END-IF
2.93 261015            END-IF.
4.52 261015       * the credit is the billed price of the returned units plus
4.53 261015       * the same share of the sales tax INVGEN charged on the line
2.95 261015            COMPUTE WS-CREDIT-AMT ROUNDED =
2.96 261015                IL-EXT-PRICE * RMA-QTY / IL-QTY.
4.54 261015            COMPUTE WS-CREDIT-TAX ROUNDED =
4.55 261015                IL-TAX-AMT * RMA-QTY / IL-QTY.
4.56 261015            ADD WS-CREDIT-TAX TO WS-CREDIT-AMT.
2.97 261015            MOVE 'CRMEMO          ' TO WS-SEQ-NAME.
2.98 261015            CALL 'BIGINTCBL' USING WS-SEQ-NAME WS-SEQ-VALUE
2.99 261015                RMA-OPERATOR.
3.00 261015            MOVE WS-SEQ-VALUE TO RMA-CRM-NUM.
3.01 261015            PERFORM 600-WRITE-RMA THRU 600-EXIT.
3.02 261015            PERFORM 650-WRITE-MEMO THRU 650-EXIT.
3.03 261015            PERFORM 700-CREDIT-LEDGER THRU 700-EXIT.
3.04 261015        900-CLOSE.
3.05 261015            CLOSE INVHDR.
3.06 261015            CLOSE INVLINE.
3.07 261015            CLOSE RMAFILE.
3.08 261015            CLOSE CRMEMO.
3.09 261015            CLOSE ARITEM.
4.77 261015            CLOSE KITCOMP.
3.10 261015            GOBACK.
3.11 261015        400-RETURNED-TO-DATE.
3.12 261015            MOVE 0 TO WS-RETURNED.
3.13 261015            MOVE 'N' TO WS-RMA-END.
3.14 261015            MOVE RMA-INV-NUM  TO RM-INV-NUM.
3.15 261015            MOVE RMA-INV-LINE TO RM-INV-LINE.
3.16 261015            MOVE LOW-VALUES   TO RM-RMA-NUM.
3.17 261015            START RMAFILE
3.18 261015                KEY NOT LESS RM-KEY
3.19 261015                INVALID KEY
3.20 261015                   SET RMA-END TO TRUE.
3.21 261015            PERFORM UNTIL RMA-END
3.22 261015               READ RMAFILE NEXT
3.23 261015                   AT END
3.24 261015                      SET RMA-END TO TRUE
3.25 261015                   NOT AT END
3.26 261015                      IF RM-INV-NUM NOT = RMA-INV-NUM OR
3.27 261015                         RM-INV-LINE NOT = RMA-INV-LINE
3.28 261015                         SET RMA-END TO TRUE
3.29 261015                      ELSE
3.30 261015                         ADD RM-QTY TO WS-RETURNED
3.31 261015                      END-IF
3.32 261015               END-READ
3.33 261015            END-PERFORM.
3.34 261015        400-EXIT.
3.35 261015            EXIT.
3.36 261015        500-RESTOCK.
4.78 261015       * a returned kit goes back on the shelf as its components, at
4.79 261015       * their quantities per kit - the kit item holds no stock
4.80 261015            MOVE 0 TO WS-KIT-ROWS.
4.81 261015            MOVE 'N' TO WS-KC-END.
4.82 261015            MOVE IL-ITEM-NUM TO KC-KIT-ITEM.
4.83 261015            MOVE LOW-VALUES  TO KC-COMP-ITEM.
4.84 261015            START KITCOMP
4.85 261015                KEY NOT LESS KC-KEY
4.86 261015                INVALID KEY
4.87 261015                   SET KC-END TO TRUE.
4.88 261015            PERFORM UNTIL KC-END
4.89 261015               READ KITCOMP NEXT
4.90 261015                   AT END
4.91 261015                      SET KC-END TO TRUE
4.92 261015                   NOT AT END
4.93 261015                      IF KC-KIT-ITEM NOT = IL-ITEM-NUM
4.94 261015                         SET KC-END TO TRUE
4.95 261015                      ELSE
4.96 261015                         ADD 1 TO WS-KIT-ROWS
4.97 261015                         MOVE KC-COMP-ITEM TO INV-ITEM-NUM
4.98 261015                         COMPUTE INV-QTY = RMA-QTY * KC-QTY-PER
4.99 261015                         PERFORM 550-JOURNAL-RETURN THRU 550-EXIT
5.00 261015                         IF RMA-STATUS NOT = '0'
5.01 261015                            SET KC-END TO TRUE
5.02 261015                         END-IF
5.03 261015                      END-IF
5.04 261015               END-READ
5.05 261015            END-PERFORM.
5.06 261015            IF WS-KIT-ROWS = 0
5.07 261015               MOVE IL-ITEM-NUM TO INV-ITEM-NUM
5.08 261015               MOVE RMA-QTY     TO INV-QTY
5.09 261015               PERFORM 550-JOURNAL-RETURN THRU 550-EXIT.
5.10 261015        500-EXIT.
5.11 261015            EXIT.
5.12 261015        550-JOURNAL-RETURN.
3.38 261015            MOVE 'R'         TO INV-TRAN-TYPE.
3.40 261015            MOVE SPACES      TO INV-REFERENCE.
3.41 261015            STRING 'RM' DELIMITED SIZE
3.42 261015                   RMA-RMA-NUM DELIMITED SIZE
3.43 261015                   INTO INV-REFERENCE.
3.44 261015            MOVE RMA-OPERATOR TO INV-OPERATOR-ID.
3.45 261015            CALL 'INVENTRY' USING INV-ITEM-NUM INV-TRAN-TYPE INV-QTY
5.18 261015                INV-REFERENCE INV-WHSE INV-POST-DATE INV-LOT-NUM
5.19 261015                INV-EXPIRY-DATE
5.21 261015                INV-REASON
3.47 261015                INV-OPERATOR-ID
3.48 261015                INV-STATUS.
3.49 261015            IF INV-STATUS NOT = '0'
3.50 261015               SET RMA-JRNL-ERROR TO TRUE.
5.13 261015        550-EXIT.
3.52 261015            EXIT.
3.53 261015        600-WRITE-RMA.
3.54 261015            MOVE RMA-INV-NUM     TO RM-INV-NUM.
3.55 261015            MOVE RMA-INV-LINE    TO RM-INV-LINE.
3.56 261015            MOVE RMA-RMA-NUM     TO RM-RMA-NUM.
3.57 261015            MOVE IV-CUST-ID      TO RM-CUST-ID.
3.58 261015            MOVE IL-ITEM-NUM     TO RM-ITEM-NUM.
3.59 261015            MOVE RMA-QTY         TO RM-QTY.
3.60 261015            MOVE RMA-DISPOSITION TO RM-DISPOSITION.
3.61 261015            MOVE IL-UNIT-COST    TO RM-UNIT-COST.
3.62 261015            MOVE WS-CREDIT-AMT   TO RM-CREDIT-AMT.
3.63 261015            MOVE RMA-CRM-NUM     TO RM-CRM-NUM.
3.64 261015            MOVE WS-TODAY        TO RM-DATE.
3.65 261015            MOVE RMA-OPERATOR    TO RM-OPERATOR-ID.
3.66 261015            WRITE RMAFILE-REC
3.67 261015                INVALID KEY
3.68 261015                   REWRITE RMAFILE-REC
3.69 261015            END-WRITE.
3.70 261015        600-EXIT.
3.71 261015            EXIT.
3.72 261015        650-WRITE-MEMO.
3.73 261015            MOVE RMA-CRM-NUM   TO CN-CRM-NUM.
3.74 261015            MOVE IV-CUST-ID    TO CN-CUST-ID.
3.75 261015            MOVE WS-TODAY      TO CN-DATE.
3.76 261015            MOVE RMA-INV-NUM   TO CN-INV-NUM.
3.77 261015            MOVE RMA-INV-LINE  TO CN-INV-LINE.
3.78 261015            MOVE RMA-RMA-NUM   TO CN-RMA-NUM.
3.79 261015            MOVE IL-ITEM-NUM   TO CN-ITEM-NUM.
3.80 261015            MOVE RMA-QTY       TO CN-QTY.
3.81 261015            MOVE WS-CREDIT-AMT TO CN-AMOUNT.
4.57 261015            MOVE WS-CREDIT-TAX TO CN-TAX-AMT.
3.82 261015            MOVE 'N'           TO CN-REGISTERED.
3.83 261015            WRITE CRMEMO-REC
3.84 261015                INVALID KEY
3.85 261015                   REWRITE CRMEMO-REC
3.86 261015            END-WRITE.
3.87 261015        650-EXIT.
3.88 261015            EXIT.
3.89 261015        700-CREDIT-LEDGER.
3.90 261015       * the memo settles what is still open on the invoice; any part
3.91 261015       * the customer has already paid stays on the ledger as a credit
3.92 261015       * item, the same way cash on account does
3.93 261015            MOVE 0 TO WS-AGAINST-INV.
3.94 261015            MOVE IV-CUST-ID  TO AR-CUST-ID.
3.95 261015            MOVE 'I'         TO AR-DOC-TYPE.
3.96 261015            MOVE RMA-INV-NUM TO AR-DOC-NUM.
3.97 261015            READ ARITEM
3.98 261015                INVALID KEY
3.99 261015                   GO TO 700-MEMO-ITEM.
4.00 261015            IF AR-BALANCE < WS-CREDIT-AMT
4.01 261015               MOVE AR-BALANCE TO WS-AGAINST-INV
4.02 261015            ELSE
4.03 261015               MOVE WS-CREDIT-AMT TO WS-AGAINST-INV
4.04 261015            END-IF.
4.05 261015            ADD WS-AGAINST-INV TO AR-APPLIED.
4.06 261015            SUBTRACT WS-AGAINST-INV FROM AR-BALANCE.
4.07 261015            MOVE WS-TODAY TO AR-LAST-PAY-DATE.
4.08 261015            IF AR-BALANCE = 0
4.09 261015               MOVE 'P' TO AR-STATUS.
4.10 261015            REWRITE ARITEM-REC.
4.11 261015        700-MEMO-ITEM.
4.12 261015            MOVE IV-CUST-ID    TO AR-CUST-ID.
4.13 261015            MOVE 'C'           TO AR-DOC-TYPE.
4.14 261015            MOVE RMA-CRM-NUM   TO AR-DOC-NUM.
4.15 261015            MOVE WS-TODAY      TO AR-DOC-DATE AR-LAST-PAY-DATE.
4.16 261015            MOVE WS-CREDIT-AMT TO AR-AMOUNT.
4.17 261015            MOVE WS-AGAINST-INV TO AR-APPLIED.
4.18 261015            COMPUTE AR-BALANCE = WS-CREDIT-AMT - WS-AGAINST-INV.
4.19 261015            IF AR-BALANCE = 0
4.20 261015               MOVE 'P' TO AR-STATUS
4.21 261015            ELSE
4.22 261015               MOVE 'O' TO AR-STATUS
4.23 261015            END-IF.
4.24 261015            WRITE ARITEM-REC
4.25 261015                INVALID KEY
4.26 261015                   REWRITE ARITEM-REC
4.27 261015            END-WRITE.
4.28 261015        700-EXIT.
4.29 261015            EXIT.
4.30 261015        HALT.
