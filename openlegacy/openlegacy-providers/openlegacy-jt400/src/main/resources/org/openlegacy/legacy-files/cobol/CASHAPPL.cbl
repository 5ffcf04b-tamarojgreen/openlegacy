1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. CASHAPPL.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT CUSTMSTR ASSIGN TO DATABASE-CUSTMSTR
1.06 261015                ORGANIZATION IS INDEXED
1.07 261015                ACCESS MODE IS DYNAMIC
1.08 261015                RECORD KEY IS CM-CUST-ID
1.09 261015                FILE STATUS IS WS-CUS-STATUS.
1.10 261015            SELECT ARITEM ASSIGN TO DATABASE-ARITEM
1.11 261015                ORGANIZATION IS INDEXED
1.12 261015                ACCESS MODE IS DYNAMIC
1.13 261015                RECORD KEY IS AR-KEY
1.14 261015                FILE STATUS IS WS-AR-STATUS.
1.15 261015            SELECT CASHJRNL ASSIGN TO DATABASE-CASHJRNL
1.16 261015                ORGANIZATION IS INDEXED
1.17 261015                ACCESS MODE IS DYNAMIC
1.18 261015                RECORD KEY IS CH-SEQ
1.19 261015                FILE STATUS IS WS-JRN-STATUS.
1.20 261015        DATA DIVISION.
1.21 261015        FILE SECTION.
1.22 261015        FD  CUSTMSTR
1.23 261015                LABEL RECORD IS STANDARD.
1.24 261015        01  CUSTMSTR-REC.
1.25 261015           03  CM-CUST-ID        PIC X(10).
1.26 261015           03  CM-DISTRICT       PIC X(5).
1.27 261015       * credit ceiling - zero = no limit set
1.28 261015           03  CM-CREDIT-LIMIT   PIC 9(9)V99.
1.29 261015       * Y = tax-exempt customer - INVGEN bills it no sales tax
1.30 261015           03  CM-TAX-EXEMPT     PIC X.
3.12 261015       * Y = free-freight contract - INVGEN prices the freight but
3.13 261015       * does not bill it
3.14 261015           03  CM-FREE-FREIGHT   PIC X.
3.15 261015       * agent of record - the agent paid commission on the
3.16 261015       * customer's sales (COMMRUN); zeros = none
3.17 261015           03  CM-AGENT-MHOZ     PIC 9(2).
3.18 261015           03  CM-AGENT-SOCN     PIC 9(6).
1.31 261015        FD  ARITEM
1.32 261015                LABEL RECORD IS STANDARD.
1.33 261015       * open-item receivables - one row per billed document with what
1.34 261015       * is still owed on it; AR-DOC-TYPE I = invoice (INVGEN),
1.35 261015       * U = unapplied cash held on account
1.36 261015        01  ARITEM-REC.
1.37 261015           03  AR-KEY.
1.38 261015              05  AR-CUST-ID     PIC X(10).
1.39 261015              05  AR-DOC-TYPE    PIC X.
1.40 261015              05  AR-DOC-NUM     PIC 9(8).
1.41 261015           03  AR-DOC-DATE       PIC 9(8).
1.42 261015           03  AR-AMOUNT         PIC 9(9)V99.
1.43 261015           03  AR-APPLIED        PIC 9(9)V99.
1.44 261015           03  AR-BALANCE        PIC 9(9)V99.
1.45 261015           03  AR-LAST-PAY-DATE  PIC 9(8).
1.46 261015       * O = open, P = settled (balance zero)
1.47 261015           03  AR-STATUS         PIC X.
1.48 261015        FD  CASHJRNL
1.49 261015                LABEL RECORD IS STANDARD.
1.50 261015       * every cash application with the receipt it came from -
1.51 261015       * AR-APPLIED on the open item is the sum of these
1.52 261015        01  CASHJRNL-REC.
1.53 261015           03  CH-SEQ            PIC 9(12).
1.54 261015           03  CH-RECEIPT-NUM    PIC 9(8).
1.55 261015           03  CH-CUST-ID        PIC X(10).
1.56 261015           03  CH-INV-NUM        PIC 9(8).
1.57 261015       * F = invoice paid in full, P = partial, U = left on account
1.58 261015           03  CH-APPLY-TYPE     PIC X.
1.59 261015           03  CH-AMOUNT         PIC 9(9)V99.
1.60 261015           03  CH-REFERENCE      PIC X(10).
1.61 261015           03  CH-OPERATOR-ID    PIC X(10).
1.62 261015           03  CH-TIMESTAMP      PIC X(21).
1.63 261015        WORKING-STORAGE SECTION.
1.64 261015        01  WS-CUS-STATUS     PIC XX.
1.65 261015        01  WS-AR-STATUS      PIC XX.
1.66 261015        01  WS-JRN-STATUS     PIC XX.
1.67 261015        01  WS-TODAY          PIC 9(8) VALUE 0.
1.68 261015        01  WS-SEQ-NAME       PIC X(16) VALUE SPACES.
1.69 261015        01  WS-SEQ-VALUE      PIC 9(12) VALUE 0.
1.70 261015        01  WS-REMAINING      PIC 9(9)V99 VALUE 0.
1.71 261015        01  WS-APPLY-TYPE     PIC X VALUE SPACE.
1.72 261015        01  WS-APPLY-AMT      PIC 9(9)V99 VALUE 0.
1.73 261015        LINKAGE SECTION.
1.74 261015        01 CSH-CUST-ID       PIC X(10).
1.75 261015       * the invoice the remittance names - 0 = no invoice quoted,
1.76 261015       * the whole amount goes on account
1.77 261015        01 CSH-INV-NUM       PIC 9(8).
1.78 261015        01 CSH-AMOUNT        PIC 9(9)V99.
1.79 261015       * cheque/remittance reference from the bank
1.80 261015        01 CSH-REFERENCE     PIC X(10).
1.81 261015        01 CSH-OPERATOR      PIC X(10).
1.82 261015       * the receipt number issued, what settled the invoice and
1.83 261015       * what was left on account come back
1.84 261015        01 CSH-RECEIPT-NUM   PIC 9(8).
1.85 261015        01 CSH-APPLIED       PIC 9(9)V99.
1.86 261015        01 CSH-ON-ACCOUNT    PIC 9(9)V99.
1.87 261015        01 CSH-STATUS        PIC X.
1.88 261015           88 CSH-OK               VALUE '0'.
1.89 261015           88 CSH-NO-INVOICE       VALUE '1'.
1.90 261015           88 CSH-ZERO-AMOUNT      VALUE '2'.
1.91 261015           88 CSH-NO-CUSTOMER      VALUE '3'.
1.92 261015        PROCEDURE DIVISION USING CSH-CUST-ID CSH-INV-NUM CSH-AMOUNT
1.93 261015            CSH-REFERENCE CSH-OPERATOR CSH-RECEIPT-NUM CSH-APPLIED
1.94 261015            CSH-ON-ACCOUNT CSH-STATUS.
1.95 261015        BEGIN.
1.96 261015       * cash receipts posting - a remittance settles the invoice it
1.97 261015       * names in full or in part, and anything over the invoice
1.98 261015       * balance (or a payment quoting no invoice) is held on account
1.99 261015       * as an unapplied-cash item. The invoice is checked before a
2.00 261015       * receipt number is drawn, so a mis-keyed invoice posts nothing.
2.01 261015            SET CSH-OK TO TRUE.
2.02 261015            MOVE 0 TO CSH-RECEIPT-NUM CSH-APPLIED CSH-ON-ACCOUNT.
2.03 261015            ACCEPT WS-TODAY FROM DATE.
2.04 261015            ADD 20000000 TO WS-TODAY.
2.05 261015            OPEN INPUT CUSTMSTR.
2.06 261015            OPEN I-O ARITEM.
2.07 261015            OPEN I-O CASHJRNL.
2.08 261015            IF CSH-AMOUNT = 0
2.09 261015               SET CSH-ZERO-AMOUNT TO TRUE
2.10 261015               GO TO 900-CLOSE.
2.11 261015            MOVE CSH-CUST-ID TO CM-CUST-ID.
2.12 261015            READ CUSTMSTR
2.13 261015                INVALID KEY
2.14 261015                   SET CSH-NO-CUSTOMER TO TRUE.
2.15 261015            IF CSH-STATUS NOT = '0'
2.16 261015               GO TO 900-CLOSE.
2.17 261015       * an invoice quoted must be an open item of this customer
2.18 261015            IF CSH-INV-NUM NOT = 0
2.19 261015               MOVE CSH-CUST-ID TO AR-CUST-ID
2.20 261015               MOVE 'I'         TO AR-DOC-TYPE
2.21 261015               MOVE CSH-INV-NUM TO AR-DOC-NUM
2.22 261015               READ ARITEM
2.23 261015                   INVALID KEY
2.24 261015                      SET CSH-NO-INVOICE TO TRUE
2.25 261015               END-READ
2.26 261015               IF CSH-STATUS = '0' AND AR-BALANCE = 0
2.27 261015                  SET CSH-NO-INVOICE TO TRUE
2.28 261015               END-IF
2.29 261015            END-IF.
2.30 261015            IF CSH-STATUS NOT = '0'
2.31 261015               GO TO 900-CLOSE.
2.32 261015            MOVE 'CASHRCPT        ' TO WS-SEQ-NAME.
2.33 261015            CALL 'BIGINTCBL' USING WS-SEQ-NAME WS-SEQ-VALUE
2.34 261015                CSH-OPERATOR.
2.35 261015            MOVE WS-SEQ-VALUE TO CSH-RECEIPT-NUM.
2.36 261015            MOVE CSH-AMOUNT TO WS-REMAINING.
2.37 261015            IF CSH-INV-NUM NOT = 0
2.38 261015               PERFORM 400-APPLY-INVOICE THRU 400-EXIT.
2.39 261015            IF WS-REMAINING > 0
2.40 261015               PERFORM 500-ON-ACCOUNT THRU 500-EXIT.
2.41 261015        900-CLOSE.
2.42 261015            CLOSE CUSTMSTR.
2.43 261015            CLOSE ARITEM.
2.44 261015            CLOSE CASHJRNL.
2.45 261015            GOBACK.
2.46 261015        400-APPLY-INVOICE.
2.47 261015       * the record area still holds the open item read above
2.48 261015            IF WS-REMAINING < AR-BALANCE
2.49 261015               MOVE WS-REMAINING TO WS-APPLY-AMT
2.50 261015               MOVE 'P' TO WS-APPLY-TYPE
2.51 261015            ELSE
2.52 261015               MOVE AR-BALANCE TO WS-APPLY-AMT
2.53 261015               MOVE 'F' TO WS-APPLY-TYPE
2.54 261015            END-IF.
2.55 261015            ADD WS-APPLY-AMT TO AR-APPLIED.
2.56 261015            SUBTRACT WS-APPLY-AMT FROM AR-BALANCE.
2.57 261015            MOVE WS-TODAY TO AR-LAST-PAY-DATE.
2.58 261015            IF AR-BALANCE = 0
2.59 261015               MOVE 'P' TO AR-STATUS.
2.60 261015            REWRITE ARITEM-REC.
2.61 261015            SUBTRACT WS-APPLY-AMT FROM WS-REMAINING.
2.62 261015            MOVE WS-APPLY-AMT TO CSH-APPLIED.
2.63 261015            PERFORM 600-WRITE-JOURNAL THRU 600-EXIT.
2.64 261015        400-EXIT.
2.65 261015            EXIT.
2.66 261015        500-ON-ACCOUNT.
2.67 261015       * the unapplied item carries the receipt number as its document
2.68 261015       * number, so the desk can trace it back to the remittance
2.69 261015            MOVE CSH-CUST-ID     TO AR-CUST-ID.
2.70 261015            MOVE 'U'             TO AR-DOC-TYPE.
2.71 261015            MOVE CSH-RECEIPT-NUM TO AR-DOC-NUM.
2.72 261015            MOVE WS-TODAY        TO AR-DOC-DATE.
2.73 261015            MOVE WS-REMAINING    TO AR-AMOUNT.
2.74 261015            MOVE 0               TO AR-APPLIED.
2.75 261015            MOVE WS-REMAINING    TO AR-BALANCE.
2.76 261015            MOVE WS-TODAY        TO AR-LAST-PAY-DATE.
2.77 261015            MOVE 'O'             TO AR-STATUS.
2.78 261015            WRITE ARITEM-REC
2.79 261015                INVALID KEY
2.80 261015                   REWRITE ARITEM-REC
2.81 261015            END-WRITE.
2.82 261015            MOVE WS-REMAINING TO WS-APPLY-AMT CSH-ON-ACCOUNT.
2.83 261015            MOVE 'U' TO WS-APPLY-TYPE.
2.84 261015            MOVE 0 TO WS-REMAINING.
2.85 261015            PERFORM 600-WRITE-JOURNAL THRU 600-EXIT.
2.86 261015        500-EXIT.
2.87 261015            EXIT.
2.88 261015        600-WRITE-JOURNAL.
2.89 261015            MOVE 'CASHJRNL        ' TO WS-SEQ-NAME.
2.90 261015            CALL 'BIGINTCBL' USING WS-SEQ-NAME WS-SEQ-VALUE
2.91 261015                CSH-OPERATOR.
2.92 261015            MOVE WS-SEQ-VALUE    TO CH-SEQ.
2.93 261015            MOVE CSH-RECEIPT-NUM TO CH-RECEIPT-NUM.
2.94 261015            MOVE CSH-CUST-ID     TO CH-CUST-ID.
2.95 261015            IF WS-APPLY-TYPE = 'U'
2.96 261015               MOVE 0 TO CH-INV-NUM
2.97 261015            ELSE
2.98 261015               MOVE CSH-INV-NUM TO CH-INV-NUM
2.99 261015            END-IF.
3.00 261015            MOVE WS-APPLY-TYPE   TO CH-APPLY-TYPE.
3.01 261015            MOVE WS-APPLY-AMT    TO CH-AMOUNT.
3.02 261015            MOVE CSH-REFERENCE   TO CH-REFERENCE.
3.03 261015            MOVE CSH-OPERATOR    TO CH-OPERATOR-ID.
3.04 261015            MOVE FUNCTION CURRENT-DATE TO CH-TIMESTAMP.
3.05 261015            WRITE CASHJRNL-REC
3.06 261015                INVALID KEY
3.07 261015                   REWRITE CASHJRNL-REC
3.08 261015            END-WRITE.
3.09 261015        600-EXIT.
3.10 261015            EXIT.
3.11 261015        HALT.
