1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. GLPOST.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015       * account mapping by event and item category - see GLMMNT
1.06 261015            SELECT GLMAP ASSIGN TO DATABASE-GLMAP
1.07 261015                ORGANIZATION IS INDEXED
1.08 261015                ACCESS MODE IS DYNAMIC
1.09 261015                RECORD KEY IS GM-KEY
1.10 261015                FILE STATUS IS WS-MAP-STATUS.
1.11 261015            SELECT GLENTRY ASSIGN TO DATABASE-GLENTRY
1.12 261015                ORGANIZATION IS INDEXED
1.13 261015                ACCESS MODE IS DYNAMIC
1.14 261015                RECORD KEY IS GE-KEY
1.15 261015                FILE STATUS IS WS-FILE-STATUS.
1.16 261015        DATA DIVISION.
1.17 261015        FILE SECTION.
1.18 261015        FD  GLMAP
1.19 261015                LABEL RECORD IS STANDARD.
1.20 261015       * one row per event and category; the spaces category is the
1.21 261015       * event's default, used for any category without its own row.
1.22 261015       * GM-INV-SIDE says which of the two accounts is the inventory
1.23 261015       * account (D = the debit, C = the credit, space = neither) -
1.24 261015       * GLRECON proves the inventory balance off those lines
1.25 261015        01  GLMAP-REC.
1.26 261015           03  GM-KEY.
1.27 261015              05  GM-EVENT       PIC X(4).
1.28 261015              05  GM-CATEGORY    PIC X(16).
1.29 261015           03  GM-DR-ACCT        PIC X(10).
1.30 261015           03  GM-CR-ACCT        PIC X(10).
1.31 261015           03  GM-INV-SIDE       PIC X.
1.32 261015           03  GM-DESC           PIC X(20).
1.33 261015        FD  GLENTRY
1.34 261015                LABEL RECORD IS STANDARD.
1.35 261015       * the GL posting file - one entry set per financial event, a
1.36 261015       * debit line (1) and a credit line (2) for the same amount.
1.37 261015       * GLEXPORT summarizes the unexported lines for finance daily
1.38 261015        01  GLENTRY-REC.
1.39 261015           03  GE-KEY.
1.40 261015              05  GE-SET-ID      PIC 9(12).
1.41 261015              05  GE-LINE        PIC 9.
1.42 261015           03  GE-POST-DATE      PIC 9(8).
1.43 261015           03  GE-EVENT          PIC X(4).
1.44 261015           03  GE-CATEGORY       PIC X(16).
1.45 261015           03  GE-SOURCE         PIC X(10).
1.46 261015           03  GE-REFERENCE      PIC X(10).
1.47 261015           03  GE-ITEM-NUM       PIC 9(8).
1.48 261015           03  GE-ACCOUNT        PIC X(10).
1.49 261015           03  GE-DR-CR          PIC X.
1.50 261015           03  GE-AMOUNT         PIC 9(11)V99.
1.51 261015       * Y = this line is the inventory account side
1.52 261015           03  GE-INV-LINE       PIC X.
1.53 261015           03  GE-EXPORTED       PIC X.
1.54 261015           03  GE-EXPORT-DATE    PIC 9(8).
1.55 261015        WORKING-STORAGE SECTION.
1.56 261015        01  WS-FILE-STATUS    PIC XX.
1.57 261015        01  WS-MAP-STATUS     PIC XX.
1.58 261015        01  WS-SEQ-NAME       PIC X(16) VALUE 'GLENTRY         '.
1.59 261015        01  WS-SEQ-VALUE      PIC 9(12) VALUE 0.
1.60 261015        01  WS-TODAY          PIC 9(8) VALUE 0.
1.61 261015        01  WS-EFF-DATE       PIC 9(8) VALUE 0.
1.62 261015        01  WS-AMOUNT         PIC 9(11)V99 VALUE 0.
1.63 261015        01  WS-DR-ACCT        PIC X(10) VALUE SPACES.
1.64 261015        01  WS-CR-ACCT        PIC X(10) VALUE SPACES.
1.65 261015        01  WS-DR-INV         PIC X VALUE 'N'.
1.66 261015        01  WS-CR-INV         PIC X VALUE 'N'.
1.67 261015        01  WS-HOLD-ACCT      PIC X(10) VALUE SPACES.
1.68 261015        01  WS-HOLD-INV       PIC X VALUE 'N'.
1.69 261015        LINKAGE SECTION.
1.70 261015       * RCPT receipt, SHIP shipment at cost, RTRN customer return,
1.71 261015       * RTV return to vendor, SCRP inspection scrap, ADJ reason-coded
1.72 261015       * adjustment, XFER warehouse transfer, CCNT cycle count
1.73 261015       * variance, INVC / FRGT / TAX invoice goods, freight and tax,
1.74 261015       * CRMO credit memo, REVL period-close revaluation
1.75 261015        01 GLP-EVENT         PIC X(4).
1.76 261015        01 GLP-CATEGORY      PIC X(16).
1.77 261015        01 GLP-ITEM-NUM      PIC 9(8).
1.78 261015        01 GLP-REFERENCE     PIC X(10).
1.79 261015       * a negative amount books the mapping the other way round
1.80 261015        01 GLP-AMOUNT        PIC S9(11)V99.
1.81 261015       * effective posting date; 0 = today
1.82 261015        01 GLP-POST-DATE     PIC 9(8).
1.83 261015       * the posting program
1.84 261015        01 GLP-SOURCE        PIC X(10).
1.85 261015        01 GLP-STATUS        PIC X.
1.86 261015           88 GLP-OK               VALUE '0'.
1.87 261015           88 GLP-SUSPENSE         VALUE '1'.
1.88 261015           88 GLP-IO-ERROR         VALUE '2'.
1.89 261015        PROCEDURE DIVISION USING GLP-EVENT GLP-CATEGORY GLP-ITEM-NUM
1.90 261015            GLP-REFERENCE GLP-AMOUNT GLP-POST-DATE GLP-SOURCE
1.91 261015            GLP-STATUS.
1.92 261015        BEGIN.
1.93 261015       * one balanced entry set per event: the event and the item
1.94 261015       * category pick the accounts off GLMAP, falling back to the
1.95 261015       * event's default row. An event nothing maps still posts, to
1.96 261015       * SUSPENSE on both sides, so the amount is never lost and
1.97 261015       * finance can reclass it - the caller is told and reports it
1.98 261015            SET GLP-OK TO TRUE.
1.99 261015            IF GLP-AMOUNT = 0
2.00 261015               GOBACK.
2.01 261015            ACCEPT WS-TODAY FROM DATE.
2.02 261015            ADD 20000000 TO WS-TODAY.
2.03 261015            IF GLP-POST-DATE = 0
2.04 261015               MOVE WS-TODAY TO WS-EFF-DATE
2.05 261015            ELSE
2.06 261015               MOVE GLP-POST-DATE TO WS-EFF-DATE
2.07 261015            END-IF.
2.08 261015            OPEN INPUT GLMAP.
2.09 261015            MOVE GLP-EVENT    TO GM-EVENT.
2.10 261015            MOVE GLP-CATEGORY TO GM-CATEGORY.
2.11 261015            READ GLMAP
2.12 261015                INVALID KEY
2.13 261015                   MOVE SPACES TO GM-CATEGORY
2.14 261015                   READ GLMAP
2.15 261015                       INVALID KEY
2.16 261015                          SET GLP-SUSPENSE TO TRUE
2.17 261015                   END-READ
2.18 261015            END-READ.
2.19 261015            CLOSE GLMAP.
2.20 261015            IF GLP-SUSPENSE
2.21 261015               MOVE 'SUSPENSE' TO GM-DR-ACCT GM-CR-ACCT
2.22 261015               MOVE SPACE TO GM-INV-SIDE
2.23 261015            END-IF.
2.24 261015            MOVE GM-DR-ACCT TO WS-DR-ACCT.
2.25 261015            MOVE GM-CR-ACCT TO WS-CR-ACCT.
2.26 261015            MOVE 'N' TO WS-DR-INV WS-CR-INV.
2.27 261015            IF GM-INV-SIDE = 'D'
2.28 261015               MOVE 'Y' TO WS-DR-INV.
2.29 261015            IF GM-INV-SIDE = 'C'
2.30 261015               MOVE 'Y' TO WS-CR-INV.
2.31 261015       * a negative amount reverses the entry - the inventory flag
2.32 261015       * travels with its account
2.33 261015            IF GLP-AMOUNT < 0
2.34 261015               COMPUTE WS-AMOUNT = 0 - GLP-AMOUNT
2.35 261015               MOVE WS-DR-ACCT TO WS-HOLD-ACCT
2.36 261015               MOVE WS-DR-INV  TO WS-HOLD-INV
2.37 261015               MOVE WS-CR-ACCT TO WS-DR-ACCT
2.38 261015               MOVE WS-CR-INV  TO WS-DR-INV
2.39 261015               MOVE WS-HOLD-ACCT TO WS-CR-ACCT
2.40 261015               MOVE WS-HOLD-INV  TO WS-CR-INV
2.41 261015            ELSE
2.42 261015               MOVE GLP-AMOUNT TO WS-AMOUNT
2.43 261015            END-IF.
2.44 261015            CALL 'BIGINTCBL' USING WS-SEQ-NAME WS-SEQ-VALUE
2.45 261015                GLP-SOURCE.
2.46 261015            OPEN I-O GLENTRY.
2.47 261015            IF WS-FILE-STATUS NOT = '00'
2.48 261015               SET GLP-IO-ERROR TO TRUE
2.49 261015               GOBACK
2.50 261015            END-IF.
2.51 261015            MOVE WS-SEQ-VALUE  TO GE-SET-ID.
2.52 261015            MOVE WS-EFF-DATE   TO GE-POST-DATE.
2.53 261015            MOVE GLP-EVENT     TO GE-EVENT.
2.54 261015            MOVE GLP-CATEGORY  TO GE-CATEGORY.
2.55 261015            MOVE GLP-SOURCE    TO GE-SOURCE.
2.56 261015            MOVE GLP-REFERENCE TO GE-REFERENCE.
2.57 261015            MOVE GLP-ITEM-NUM  TO GE-ITEM-NUM.
2.58 261015            MOVE WS-AMOUNT     TO GE-AMOUNT.
2.59 261015            MOVE 'N'           TO GE-EXPORTED.
2.60 261015            MOVE 0             TO GE-EXPORT-DATE.
2.61 261015            MOVE 1             TO GE-LINE.
2.62 261015            MOVE WS-DR-ACCT    TO GE-ACCOUNT.
2.63 261015            MOVE 'D'           TO GE-DR-CR.
2.64 261015            MOVE WS-DR-INV     TO GE-INV-LINE.
2.65 261015            WRITE GLENTRY-REC
2.66 261015                INVALID KEY
2.67 261015                   SET GLP-IO-ERROR TO TRUE
2.68 261015            END-WRITE.
2.69 261015            MOVE 2             TO GE-LINE.
2.70 261015            MOVE WS-CR-ACCT    TO GE-ACCOUNT.
2.71 261015            MOVE 'C'           TO GE-DR-CR.
2.72 261015            MOVE WS-CR-INV     TO GE-INV-LINE.
2.73 261015            WRITE GLENTRY-REC
2.74 261015                INVALID KEY
2.75 261015                   SET GLP-IO-ERROR TO TRUE
2.76 261015            END-WRITE.
2.77 261015            CLOSE GLENTRY.
2.78 261015            GOBACK.
2.79 261015        HALT.
