1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. CUSTRECN.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT RUNREG ASSIGN TO DATABASE-ESRUNREG
1.06 261015                ORGANIZATION IS LINE SEQUENTIAL
1.07 261015                FILE STATUS IS WS-RR-STATUS.
1.08 261015            SELECT CUSTMSTR ASSIGN TO DATABASE-CUSTMSTR
1.09 261015                ORGANIZATION IS INDEXED
1.10 261015                ACCESS MODE IS DYNAMIC
1.11 261015                RECORD KEY IS CM-CUST-ID
1.12 261015                FILE STATUS IS WS-CUS-STATUS.
1.13 261015            SELECT CUSTCONT ASSIGN TO DATABASE-CUSTCONT
1.14 261015                ORGANIZATION IS INDEXED
1.15 261015                ACCESS MODE IS DYNAMIC
1.16 261015                RECORD KEY IS CT-LK-CUST-ID
1.17 261015                FILE STATUS IS WS-CON-STATUS.
1.18 261015            SELECT CUSTXREF ASSIGN TO DATABASE-CUSTXREF
1.19 261015                ORGANIZATION IS INDEXED
1.20 261015                ACCESS MODE IS DYNAMIC
1.21 261015                RECORD KEY IS XR-CUST-ID
1.22 261015                FILE STATUS IS WS-XRF-STATUS.
1.23 261015            SELECT RECNRPT ASSIGN TO PRINTER-CUSRECN
1.24 261015                ORGANIZATION IS LINE SEQUENTIAL
1.25 261015                FILE STATUS IS WS-RPT-STATUS.
1.26 261015        DATA DIVISION.
1.27 261015        FILE SECTION.
1.28 261015        FD  RUNREG
1.29 261015                LABEL RECORD IS STANDARD.
1.30 261015        01  RR-REC.
1.31 261015           03 RR-JOB           PIC X(10).
1.32 261015           03 RR-RUNID         PIC X(14).
1.33 261015           03 RR-TYPE          PIC X.
1.34 261015           03 RR-DATE          PIC 9(8).
1.35 261015           03 RR-TIME          PIC 9(8).
1.36 261015           03 RR-READ          PIC 9(7).
1.37 261015           03 RR-WRITTEN       PIC 9(7).
1.38 261015           03 RR-STATUS        PIC X(2).
1.39 261015        FD  CUSTMSTR
1.40 261015                LABEL RECORD IS STANDARD.
1.41 261015        01  CUSTMSTR-REC.
1.42 261015           03  CM-CUST-ID        PIC X(10).
1.43 261015           03  CM-DISTRICT       PIC X(5).
1.44 261015           03  CM-CREDIT-LIMIT   PIC 9(9)V99.
1.45 261015           03  CM-TAX-EXEMPT     PIC X.
1.46 261015           03  CM-FREE-FREIGHT   PIC X.
3.90 261015           03  CM-AGENT-MHOZ     PIC 9(2).
3.91 261015           03  CM-AGENT-SOCN     PIC 9(6).
1.47 261015        FD  CUSTCONT
1.48 261015                LABEL RECORD IS STANDARD.
1.49 261015       * contact side of the customer - see CUSTLINK
1.50 261015        01  CUSTCONT-REC.
1.51 261015           03  CT-LK-CUST-ID     PIC 9(9).
1.52 261015           03  CT-NAME           PIC X(25).
1.53 261015           03  CT-ADDRESS        PIC X(25).
1.54 261015           03  CT-PHONE          PIC X(20).
1.55 261015           03  CT-EMAIL          PIC X(40).
1.56 261015           03  CT-DOB            PIC 9(8).
1.57 261015           03  CT-CUST-ID        PIC X(10).
1.58 261015           03  CT-CHANGE-DATE    PIC 9(8).
1.59 261015           03  CT-OPERATOR-ID    PIC X(10).
1.60 261015        FD  CUSTXREF
1.61 261015                LABEL RECORD IS STANDARD.
1.62 261015       * customer to contact link - see CUSTLINK
1.63 261015        01  CUSTXREF-REC.
1.64 261015           03  XR-CUST-ID        PIC X(10).
1.65 261015           03  XR-LK-CUST-ID     PIC 9(9).
1.66 261015           03  XR-LINK-DATE      PIC 9(8).
1.67 261015           03  XR-OPERATOR-ID    PIC X(10).
1.68 261015        FD  RECNRPT
1.69 261015                LABEL RECORD IS STANDARD.
1.70 261015        01  RPT-LINE          PIC X(80).
1.71 261015        WORKING-STORAGE SECTION.
1.72 261015        01  WS-RR-STATUS      PIC XX.
1.73 261015        01  WS-RR-RUNID       PIC X(14) VALUE SPACES.
1.74 261015        01  WS-RR-DATE        PIC 9(8) VALUE 0.
1.75 261015        01  WS-RR-TIME        PIC 9(8) VALUE 0.
1.76 261015        01  WS-RR-READ        PIC 9(7) VALUE 0.
1.77 261015        01  WS-RR-WRITTEN     PIC 9(7) VALUE 0.
1.78 261015        01  WS-CUS-STATUS     PIC XX.
1.79 261015        01  WS-CON-STATUS     PIC XX.
1.80 261015        01  WS-XRF-STATUS     PIC XX.
1.81 261015        01  WS-RPT-STATUS     PIC XX.
1.82 261015        01  WS-TODAY          PIC 9(8) VALUE 0.
1.83 261015        01  WS-CM-END         PIC X VALUE 'N'.
1.84 261015           88 CM-END                VALUE 'Y'.
1.85 261015        01  WS-CT-END         PIC X VALUE 'N'.
1.86 261015           88 CT-END                VALUE 'Y'.
1.87 261015        01  WS-CUS-CNT        PIC 9(7) VALUE 0.
1.88 261015        01  WS-CON-CNT        PIC 9(7) VALUE 0.
1.89 261015        01  WS-LINKED-CNT     PIC 9(7) VALUE 0.
1.90 261015        01  WS-CUS-ONLY-CNT   PIC 9(7) VALUE 0.
1.91 261015        01  WS-CON-ONLY-CNT   PIC 9(7) VALUE 0.
1.92 261015        01  WS-CONFLICT-CNT   PIC 9(7) VALUE 0.
1.93 261015        01  WS-RPT-HEAD.
1.94 261015           03  FILLER            PIC X(24) VALUE
1.95 261015                                 'CUSTOMER    LK-CUST-ID'.
1.96 261015           03  FILLER            PIC X(40) VALUE 'EXCEPTION'.
1.97 261015        01  WS-RPT-DETAIL.
1.98 261015           03  RPT-CUST          PIC X(10).
1.99 261015           03  FILLER            PIC X(2) VALUE SPACES.
2.00 261015           03  RPT-LK-CUST       PIC 9(9).
2.01 261015           03  FILLER            PIC X(3) VALUE SPACES.
2.02 261015           03  RPT-TEXT          PIC X(50).
2.03 261015        PROCEDURE DIVISION.
2.04 261015        BEGIN.
2.05 261015       * nightly reconciliation of the two customer identities. Every
2.06 261015       * CUSTMSTR customer should have a contact on CUSTCONT, every
2.07 261015       * contact a customer, and the two halves of each link - the
2.08 261015       * CUSTXREF row and the contact's CT-CUST-ID - must name each
2.09 261015       * other. Anything else is listed: a customer or a contact on
2.10 261015       * one side only, a link to a record that is not there, and a
2.11 261015       * link whose two halves disagree (a contact claimed by two
2.12 261015       * customers shows up here too)
2.13 261015            PERFORM 950-REGISTER-START.
2.14 261015            ACCEPT WS-TODAY FROM DATE.
2.15 261015            ADD 20000000 TO WS-TODAY.
2.16 261015            OPEN INPUT CUSTMSTR.
2.17 261015            OPEN INPUT CUSTCONT.
2.18 261015            OPEN INPUT CUSTXREF.
2.19 261015            OPEN OUTPUT RECNRPT.
2.20 261015            MOVE SPACES TO RPT-LINE.
2.21 261015            STRING 'CUSTOMER PROFILE RECONCILIATION ' DELIMITED SIZE
2.22 261015                   WS-TODAY DELIMITED SIZE
2.23 261015                   INTO RPT-LINE.
2.24 261015            WRITE RPT-LINE.
2.25 261015            MOVE WS-RPT-HEAD TO RPT-LINE.
2.26 261015            WRITE RPT-LINE.
2.27 261015            MOVE 'N' TO WS-CM-END.
2.28 261015            MOVE LOW-VALUES TO CM-CUST-ID.
2.29 261015            START CUSTMSTR
2.30 261015                KEY NOT LESS CM-CUST-ID
2.31 261015                INVALID KEY
2.32 261015                   SET CM-END TO TRUE.
2.33 261015            PERFORM UNTIL CM-END
2.34 261015               READ CUSTMSTR NEXT
2.35 261015                   AT END
2.36 261015                      SET CM-END TO TRUE
2.37 261015                   NOT AT END
2.38 261015                      ADD 1 TO WS-CUS-CNT WS-RR-READ
2.39 261015                      PERFORM 400-CHECK-CUSTOMER THRU 400-EXIT
2.40 261015               END-READ
2.41 261015            END-PERFORM.
2.42 261015            MOVE 'N' TO WS-CT-END.
2.43 261015            MOVE 0 TO CT-LK-CUST-ID.
2.44 261015            START CUSTCONT
2.45 261015                KEY NOT LESS CT-LK-CUST-ID
2.46 261015                INVALID KEY
2.47 261015                   SET CT-END TO TRUE.
2.48 261015            PERFORM UNTIL CT-END
2.49 261015               READ CUSTCONT NEXT
2.50 261015                   AT END
2.51 261015                      SET CT-END TO TRUE
2.52 261015                   NOT AT END
2.53 261015                      ADD 1 TO WS-CON-CNT WS-RR-READ
2.54 261015                      PERFORM 500-CHECK-CONTACT THRU 500-EXIT
2.55 261015               END-READ
2.56 261015            END-PERFORM.
2.57 261015            PERFORM 900-CONTROL-BLOCK THRU 900-EXIT.
2.58 261015            CLOSE CUSTMSTR.
2.59 261015            CLOSE CUSTCONT.
2.60 261015            CLOSE CUSTXREF.
2.61 261015            CLOSE RECNRPT.
2.62 261015            PERFORM 960-REGISTER-END.
2.63 261015            STOP RUN.
2.64 261015        400-CHECK-CUSTOMER.
2.65 261015            MOVE CM-CUST-ID TO RPT-CUST.
2.66 261015            MOVE 0          TO RPT-LK-CUST.
2.67 261015            MOVE CM-CUST-ID TO XR-CUST-ID.
2.68 261015            READ CUSTXREF
2.69 261015                INVALID KEY
2.70 261015                   ADD 1 TO WS-CUS-ONLY-CNT
2.71 261015                   MOVE 'CUSTOMER ONLY - NO CONTACT LINKED' TO RPT-TEXT
2.72 261015                   PERFORM 600-EXCEPTION-LINE
2.73 261015                   GO TO 400-EXIT.
2.74 261015            MOVE XR-LK-CUST-ID TO RPT-LK-CUST CT-LK-CUST-ID.
2.75 261015            READ CUSTCONT
2.76 261015                INVALID KEY
2.77 261015                   ADD 1 TO WS-CONFLICT-CNT
2.78 261015                   MOVE 'LINKED CONTACT NOT ON CUSTCONT' TO RPT-TEXT
2.79 261015                   PERFORM 600-EXCEPTION-LINE
2.80 261015                   GO TO 400-EXIT.
2.81 261015            IF CT-CUST-ID NOT = CM-CUST-ID
2.82 261015               ADD 1 TO WS-CONFLICT-CNT
2.83 261015               MOVE SPACES TO RPT-TEXT
2.84 261015               STRING 'CONTACT LINKED BACK TO ' DELIMITED SIZE
2.85 261015                      CT-CUST-ID DELIMITED SIZE
2.86 261015                      INTO RPT-TEXT
2.87 261015               PERFORM 600-EXCEPTION-LINE
2.88 261015               GO TO 400-EXIT.
2.89 261015            ADD 1 TO WS-LINKED-CNT.
2.90 261015        400-EXIT.
2.91 261015            EXIT.
2.92 261015        500-CHECK-CONTACT.
2.93 261015       * a contact linked to a customer whose own link agrees was
2.94 261015       * counted from the customer side already
2.95 261015            MOVE CT-CUST-ID    TO RPT-CUST.
2.96 261015            MOVE CT-LK-CUST-ID TO RPT-LK-CUST.
2.97 261015            IF CT-CUST-ID = SPACES
2.98 261015               ADD 1 TO WS-CON-ONLY-CNT
2.99 261015               MOVE 'CONTACT ONLY - NO CUSTOMER LINKED' TO RPT-TEXT
3.00 261015               PERFORM 600-EXCEPTION-LINE
3.01 261015               GO TO 500-EXIT.
3.02 261015            MOVE CT-CUST-ID TO CM-CUST-ID.
3.03 261015            READ CUSTMSTR
3.04 261015                INVALID KEY
3.05 261015                   ADD 1 TO WS-CONFLICT-CNT
3.06 261015                   MOVE 'LINKED CUSTOMER NOT ON CUSTMSTR' TO RPT-TEXT
3.07 261015                   PERFORM 600-EXCEPTION-LINE
3.08 261015                   GO TO 500-EXIT.
3.09 261015            MOVE CT-CUST-ID TO XR-CUST-ID.
3.10 261015            READ CUSTXREF
3.11 261015                INVALID KEY
3.12 261015                   MOVE 0 TO XR-LK-CUST-ID.
3.13 261015            IF XR-LK-CUST-ID NOT = CT-LK-CUST-ID
3.14 261015               ADD 1 TO WS-CONFLICT-CNT
3.15 261015               MOVE SPACES TO RPT-TEXT
3.16 261015               STRING 'CUSTOMER LINKED TO CONTACT ' DELIMITED SIZE
3.17 261015                      XR-LK-CUST-ID DELIMITED SIZE
3.18 261015                      INTO RPT-TEXT
3.19 261015               PERFORM 600-EXCEPTION-LINE.
3.20 261015        500-EXIT.
3.21 261015            EXIT.
3.22 261015        600-EXCEPTION-LINE.
3.23 261015            MOVE WS-RPT-DETAIL TO RPT-LINE.
3.24 261015            WRITE RPT-LINE.
3.25 261015            ADD 1 TO WS-RR-WRITTEN.
3.26 261015        600-EXIT.
3.27 261015            EXIT.
3.28 261015        900-CONTROL-BLOCK.
3.29 261015            MOVE SPACES TO RPT-LINE.
3.30 261015            WRITE RPT-LINE.
3.31 261015            MOVE 'CONTROL TOTALS' TO RPT-LINE.
3.32 261015            WRITE RPT-LINE.
3.33 261015            MOVE SPACES TO RPT-LINE.
3.34 261015            STRING 'CUSTOMERS ' DELIMITED SIZE
3.35 261015                   WS-CUS-CNT DELIMITED SIZE
3.36 261015                   ' CONTACTS ' DELIMITED SIZE
3.37 261015                   WS-CON-CNT DELIMITED SIZE
3.38 261015                   ' LINKED ' DELIMITED SIZE
3.39 261015                   WS-LINKED-CNT DELIMITED SIZE
3.40 261015                   INTO RPT-LINE.
3.41 261015            WRITE RPT-LINE.
3.42 261015            MOVE SPACES TO RPT-LINE.
3.43 261015            STRING 'CUSTOMER ONLY ' DELIMITED SIZE
3.44 261015                   WS-CUS-ONLY-CNT DELIMITED SIZE
3.45 261015                   ' CONTACT ONLY ' DELIMITED SIZE
3.46 261015                   WS-CON-ONLY-CNT DELIMITED SIZE
3.47 261015                   ' CONFLICTS ' DELIMITED SIZE
3.48 261015                   WS-CONFLICT-CNT DELIMITED SIZE
3.49 261015                   INTO RPT-LINE.
3.50 261015            WRITE RPT-LINE.
3.51 261015        900-EXIT.
3.52 261015            EXIT.
3.53 261015        950-REGISTER-START.
3.54 261015            ACCEPT WS-RR-DATE FROM DATE.
3.55 261015            ADD 20000000 TO WS-RR-DATE.
3.56 261015            ACCEPT WS-RR-TIME FROM TIME.
3.57 261015            MOVE SPACES TO WS-RR-RUNID.
3.58 261015            STRING WS-RR-DATE DELIMITED SIZE
3.59 261015                   WS-RR-TIME(1:6) DELIMITED SIZE
3.60 261015                   INTO WS-RR-RUNID.
3.61 261015            OPEN EXTEND RUNREG.
3.62 261015            MOVE 'CUSTRECN  ' TO RR-JOB.
3.63 261015            MOVE WS-RR-RUNID TO RR-RUNID.
3.64 261015            MOVE 'S'         TO RR-TYPE.
3.65 261015            MOVE WS-RR-DATE  TO RR-DATE.
3.66 261015            MOVE WS-RR-TIME  TO RR-TIME.
3.67 261015            MOVE 0           TO RR-READ RR-WRITTEN.
3.68 261015            MOVE '  '        TO RR-STATUS.
3.69 261015            WRITE RR-REC.
3.70 261015        950-EXIT.
3.71 261015            EXIT.
3.72 261015        960-REGISTER-END.
3.73 261015            ACCEPT WS-RR-TIME FROM TIME.
3.74 261015            MOVE 'CUSTRECN  ' TO RR-JOB.
3.75 261015            MOVE WS-RR-RUNID TO RR-RUNID.
3.76 261015            MOVE 'E'         TO RR-TYPE.
3.77 261015            MOVE WS-RR-DATE  TO RR-DATE.
3.78 261015            MOVE WS-RR-TIME  TO RR-TIME.
3.79 261015            MOVE WS-RR-READ    TO RR-READ.
3.80 261015            MOVE WS-RR-WRITTEN TO RR-WRITTEN.
3.81 261015            MOVE 'OK' TO RR-STATUS.
3.82 261015            IF WS-RPT-STATUS NOT = '00'
3.83 261015               MOVE 'ER' TO RR-STATUS
3.84 261015            END-IF.
3.85 261015            WRITE RR-REC.
3.86 261015            CLOSE RUNREG.
3.87 261015        960-EXIT.
3.88 261015            EXIT.
3.89 261015        HALT.
