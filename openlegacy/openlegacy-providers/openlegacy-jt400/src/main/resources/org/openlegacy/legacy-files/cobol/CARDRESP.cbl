1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. CARDRESP.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT RESPFILE ASSIGN TO DATABASE-CARDRESF
1.06 261015                ORGANIZATION IS LINE SEQUENTIAL
1.07 261015                FILE STATUS IS WS-RSP-STATUS.
1.08 261015            SELECT CRDRPT ASSIGN TO PRINTER-CRDRPT
1.09 261015                ORGANIZATION IS LINE SEQUENTIAL
1.10 261015                FILE STATUS IS WS-RPT-STATUS.
1.11 261015        DATA DIVISION.
1.12 261015        FILE SECTION.
1.13 261015        FD  RESPFILE
1.14 261015                LABEL RECORD IS STANDARD.
1.15 261015       * the card processor's answer to INVGEN's settlement file - one
1.16 261015       * record per charge: the invoice and customer charged, the
1.17 261015       * amount in agorot/cents (11 digits, two implied decimals),
1.18 261015       * A = approved with its authorisation code, D = declined with
1.19 261015       * the processor's reason code and text
1.20 261015        01  RESP-REC.
1.21 261015           03  RS-INV-NUM-X      PIC X(8).
1.22 261015           03  RS-INV-NUM REDEFINES RS-INV-NUM-X
1.23 261015                                 PIC 9(8).
1.24 261015           03  RS-CUST-ID        PIC X(10).
1.25 261015           03  RS-AMOUNT-X       PIC X(11).
1.26 261015           03  RS-AMOUNT REDEFINES RS-AMOUNT-X
1.27 261015                                 PIC 9(9)V99.
1.28 261015           03  RS-RESULT         PIC X.
1.29 261015           03  RS-AUTH-CODE      PIC X(10).
1.30 261015           03  RS-DECLINE-CODE   PIC X(4).
1.31 261015           03  RS-DECLINE-TEXT   PIC X(20).
1.32 261015        FD  CRDRPT
1.33 261015                LABEL RECORD IS STANDARD.
1.34 261015        01  RPT-LINE          PIC X(80).
1.35 261015        WORKING-STORAGE SECTION.
1.36 261015        01  WS-RSP-STATUS     PIC XX.
1.37 261015        01  WS-RPT-STATUS     PIC XX.
1.38 261015        01  WS-RSP-END        PIC X VALUE 'N'.
1.39 261015           88 RSP-END               VALUE 'Y'.
1.40 261015        01  WS-READ-CNT       PIC 9(7) VALUE 0.
1.41 261015        01  WS-APPROVED-CNT   PIC 9(7) VALUE 0.
1.42 261015        01  WS-DECLINED-CNT   PIC 9(7) VALUE 0.
1.43 261015        01  WS-REJECT-CNT     PIC 9(7) VALUE 0.
1.44 261015        01  WS-APPROVED-AMT   PIC 9(11)V99 VALUE 0.
1.45 261015        01  WS-DECLINED-AMT   PIC 9(11)V99 VALUE 0.
1.46 261015       * the CASHAPPL parameter set
1.47 261015        01  CSH-CUST-ID       PIC X(10).
1.48 261015        01  CSH-INV-NUM       PIC 9(8).
1.49 261015        01  CSH-AMOUNT        PIC 9(9)V99.
1.50 261015        01  CSH-REFERENCE     PIC X(10).
1.51 261015        01  CSH-OPERATOR      PIC X(10) VALUE 'CARDRESP  '.
1.52 261015        01  CSH-RECEIPT-NUM   PIC 9(8).
1.53 261015        01  CSH-APPLIED       PIC 9(9)V99.
1.54 261015        01  CSH-ON-ACCOUNT    PIC 9(9)V99.
1.55 261015        01  CSH-STATUS        PIC X.
1.56 261015        01  WS-RPT-DETAIL.
1.57 261015           03  RPT-INV           PIC X(8).
1.58 261015           03  FILLER            PIC X(2) VALUE SPACES.
1.59 261015           03  RPT-CUST          PIC X(10).
1.60 261015           03  FILLER            PIC X(2) VALUE SPACES.
1.61 261015           03  RPT-AMOUNT        PIC Z(8)9.99.
1.62 261015           03  FILLER            PIC X(2) VALUE SPACES.
1.63 261015           03  RPT-TEXT          PIC X(40).
1.64 261015        PROCEDURE DIVISION.
1.65 261015        BEGIN.
1.66 261015       * the processor's response to the card settlement file. An
1.67 261015       * approved charge is posted as a receipt against its invoice
1.68 261015       * through CASHAPPL, with the authorisation code as the
1.69 261015       * remittance reference, and settles the invoice like any other
1.70 261015       * payment; a declined charge goes on the exception report and
1.71 261015       * the invoice stays open in AR for the desk to chase. A record
1.72 261015       * that cannot be read, or an approval CASHAPPL cannot post (an
1.73 261015       * invoice already settled - a response file loaded twice),
1.74 261015       * is reported and posts nothing.
1.75 261015            MOVE 'N' TO WS-RSP-END.
1.76 261015            OPEN INPUT RESPFILE.
1.77 261015            OPEN OUTPUT CRDRPT.
1.78 261015            MOVE 'CARD SETTLEMENT EXCEPTIONS' TO RPT-LINE.
1.79 261015            WRITE RPT-LINE.
1.80 261015            MOVE SPACES TO RPT-LINE.
1.81 261015            WRITE RPT-LINE.
1.82 261015            PERFORM UNTIL RSP-END
1.83 261015               READ RESPFILE
1.84 261015                   AT END
1.85 261015                      SET RSP-END TO TRUE
1.86 261015                   NOT AT END
1.87 261015                      ADD 1 TO WS-READ-CNT
1.88 261015                      PERFORM 400-LOAD-ONE THRU 400-EXIT
1.89 261015               END-READ
1.90 261015            END-PERFORM.
1.91 261015            MOVE SPACES TO RPT-LINE.
1.92 261015            WRITE RPT-LINE.
1.93 261015            MOVE SPACES TO RPT-LINE.
1.94 261015            STRING 'READ ' DELIMITED SIZE
1.95 261015                   WS-READ-CNT DELIMITED SIZE
1.96 261015                   ' APPROVED ' DELIMITED SIZE
1.97 261015                   WS-APPROVED-CNT DELIMITED SIZE
1.98 261015                   ' DECLINED ' DELIMITED SIZE
1.99 261015                   WS-DECLINED-CNT DELIMITED SIZE
2.00 261015                   ' REJECTED ' DELIMITED SIZE
2.01 261015                   WS-REJECT-CNT DELIMITED SIZE
2.02 261015                   INTO RPT-LINE.
2.03 261015            WRITE RPT-LINE.
2.04 261015            MOVE SPACES TO RPT-LINE.
2.05 261015            STRING 'APPROVED VALUE ' DELIMITED SIZE
2.06 261015                   WS-APPROVED-AMT DELIMITED SIZE
2.07 261015                   ' DECLINED VALUE ' DELIMITED SIZE
2.08 261015                   WS-DECLINED-AMT DELIMITED SIZE
2.09 261015                   INTO RPT-LINE.
2.10 261015            WRITE RPT-LINE.
2.11 261015            CLOSE RESPFILE.
2.12 261015            CLOSE CRDRPT.
2.13 261015            STOP RUN.
2.14 261015        400-LOAD-ONE.
2.15 261015            MOVE RS-INV-NUM-X TO RPT-INV.
2.16 261015            MOVE RS-CUST-ID   TO RPT-CUST.
2.17 261015            MOVE 0            TO RPT-AMOUNT.
2.18 261015            IF RS-INV-NUM-X NOT NUMERIC OR RS-AMOUNT-X NOT NUMERIC OR
2.19 261015               (RS-RESULT NOT = 'A' AND RS-RESULT NOT = 'D')
2.20 261015               ADD 1 TO WS-REJECT-CNT
2.21 261015               MOVE 'UNREADABLE RESPONSE RECORD' TO RPT-TEXT
2.22 261015               PERFORM 600-EXCEPTION-LINE
2.23 261015               GO TO 400-EXIT.
2.24 261015            MOVE RS-AMOUNT TO RPT-AMOUNT.
2.25 261015            IF RS-RESULT = 'D'
2.26 261015               ADD 1 TO WS-DECLINED-CNT
2.27 261015               ADD RS-AMOUNT TO WS-DECLINED-AMT
2.28 261015               MOVE SPACES TO RPT-TEXT
2.29 261015               STRING 'DECLINED ' DELIMITED SIZE
2.30 261015                      RS-DECLINE-CODE DELIMITED SIZE
2.31 261015                      ' ' DELIMITED SIZE
2.32 261015                      RS-DECLINE-TEXT DELIMITED SIZE
2.33 261015                      INTO RPT-TEXT
2.34 261015               PERFORM 600-EXCEPTION-LINE
2.35 261015               GO TO 400-EXIT.
2.36 261015            MOVE RS-CUST-ID   TO CSH-CUST-ID.
2.37 261015            MOVE RS-INV-NUM   TO CSH-INV-NUM.
2.38 261015            MOVE RS-AMOUNT    TO CSH-AMOUNT.
2.39 261015            MOVE RS-AUTH-CODE TO CSH-REFERENCE.
2.40 261015            CALL 'CASHAPPL' USING CSH-CUST-ID CSH-INV-NUM CSH-AMOUNT
2.41 261015                CSH-REFERENCE CSH-OPERATOR CSH-RECEIPT-NUM CSH-APPLIED
2.42 261015                CSH-ON-ACCOUNT CSH-STATUS.
2.43 261015            IF CSH-STATUS NOT = '0'
2.44 261015               ADD 1 TO WS-REJECT-CNT
2.45 261015               EVALUATE CSH-STATUS
2.46 261015                  WHEN '1'
2.47 261015                     MOVE 'APPROVED - INVOICE NOT OPEN, NOT POSTED'
2.48 261015                          TO RPT-TEXT
2.49 261015                  WHEN '3'
2.50 261015                     MOVE 'APPROVED - NO CUSTOMER, NOT POSTED'
2.51 261015                          TO RPT-TEXT
2.52 261015                  WHEN OTHER
2.53 261015                     MOVE 'APPROVED - ZERO AMOUNT, NOT POSTED'
2.54 261015                          TO RPT-TEXT
2.55 261015               END-EVALUATE
2.56 261015               PERFORM 600-EXCEPTION-LINE
2.57 261015               GO TO 400-EXIT.
2.58 261015            ADD 1 TO WS-APPROVED-CNT.
2.59 261015            ADD RS-AMOUNT TO WS-APPROVED-AMT.
2.60 261015        400-EXIT.
2.61 261015            EXIT.
2.62 261015        600-EXCEPTION-LINE.
2.63 261015            MOVE WS-RPT-DETAIL TO RPT-LINE.
2.64 261015            WRITE RPT-LINE.
2.65 261015        600-EXIT.
2.66 261015            EXIT.
2.67 261015        HALT.
