1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. CUSTINQ.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT CUSTMSTR ASSIGN TO DATABASE-CUSTMSTR
1.06 261015                ORGANIZATION IS INDEXED
1.07 261015                ACCESS MODE IS DYNAMIC
1.08 261015                RECORD KEY IS CM-CUST-ID
1.09 261015                FILE STATUS IS WS-CUS-STATUS.
1.10 261015            SELECT CUSTCONT ASSIGN TO DATABASE-CUSTCONT
1.11 261015                ORGANIZATION IS INDEXED
1.12 261015                ACCESS MODE IS DYNAMIC
1.13 261015                RECORD KEY IS CT-LK-CUST-ID
1.14 261015                FILE STATUS IS WS-CON-STATUS.
1.15 261015            SELECT CUSTXREF ASSIGN TO DATABASE-CUSTXREF
1.16 261015                ORGANIZATION IS INDEXED
1.17 261015                ACCESS MODE IS DYNAMIC
1.18 261015                RECORD KEY IS XR-CUST-ID
1.19 261015                FILE STATUS IS WS-XRF-STATUS.
1.20 261015            SELECT CUSTCARD ASSIGN TO DATABASE-CUSTCARD
1.21 261015                ORGANIZATION IS INDEXED
1.22 261015                ACCESS MODE IS DYNAMIC
1.23 261015                RECORD KEY IS CC-KEY
1.24 261015                FILE STATUS IS WS-CRD-STATUS.
1.25 261015        DATA DIVISION.
1.26 261015        FILE SECTION.
1.27 261015        FD  CUSTMSTR
1.28 261015                LABEL RECORD IS STANDARD.
1.29 261015        01  CUSTMSTR-REC.
1.30 261015           03  CM-CUST-ID        PIC X(10).
1.31 261015           03  CM-DISTRICT       PIC X(5).
1.32 261015       * credit ceiling - zero = no limit set
1.33 261015           03  CM-CREDIT-LIMIT   PIC 9(9)V99.
1.34 261015           03  CM-TAX-EXEMPT     PIC X.
1.35 261015           03  CM-FREE-FREIGHT   PIC X.
3.01 261015           03  CM-AGENT-MHOZ     PIC 9(2).
3.02 261015           03  CM-AGENT-SOCN     PIC 9(6).
1.36 261015        FD  CUSTCONT
1.37 261015                LABEL RECORD IS STANDARD.
1.38 261015       * contact side of the customer - see CUSTLINK
1.39 261015        01  CUSTCONT-REC.
1.40 261015           03  CT-LK-CUST-ID     PIC 9(9).
1.41 261015           03  CT-NAME           PIC X(25).
1.42 261015           03  CT-ADDRESS        PIC X(25).
1.43 261015           03  CT-PHONE          PIC X(20).
1.44 261015           03  CT-EMAIL          PIC X(40).
1.45 261015           03  CT-DOB            PIC 9(8).
1.46 261015           03  CT-CUST-ID        PIC X(10).
1.47 261015           03  CT-CHANGE-DATE    PIC 9(8).
1.48 261015           03  CT-OPERATOR-ID    PIC X(10).
1.49 261015        FD  CUSTXREF
1.50 261015                LABEL RECORD IS STANDARD.
1.51 261015       * customer to contact link - see CUSTLINK
1.52 261015        01  CUSTXREF-REC.
1.53 261015           03  XR-CUST-ID        PIC X(10).
1.54 261015           03  XR-LK-CUST-ID     PIC 9(9).
1.55 261015           03  XR-LINK-DATE      PIC 9(8).
1.56 261015           03  XR-OPERATOR-ID    PIC X(10).
1.57 261015        FD  CUSTCARD
1.58 261015                LABEL RECORD IS STANDARD.
1.59 261015       * cards on file - see CARDMNT
1.60 261015        01  CUSTCARD-REC.
1.61 261015           03  CC-KEY.
1.62 261015              05  CC-CUST-ID     PIC X(10).
1.63 261015              05  CC-SLOT        PIC 9(2).
1.64 261015           03  CC-CARD-TOKEN     PIC 9(11).
1.65 261015           03  CC-CARD-LAST4     PIC 9(4).
1.66 261015           03  CC-CARD-PREFIX    PIC 9(5).
1.67 261015           03  CC-SUG-SHERUT     PIC 9(3).
1.68 261015           03  CC-CARD-IND       PIC X.
1.69 261015           03  CC-CHECK-DATE     PIC 9(8).
1.70 261015        WORKING-STORAGE SECTION.
1.71 261015        01  WS-CUS-STATUS     PIC XX.
1.72 261015        01  WS-CON-STATUS     PIC XX.
1.73 261015        01  WS-XRF-STATUS     PIC XX.
1.74 261015        01  WS-CRD-STATUS     PIC XX.
1.75 261015        01  WS-CUS-FOUND      PIC X VALUE 'N'.
1.76 261015           88 CUS-FOUND             VALUE 'Y'.
1.77 261015        01  WS-CON-FOUND      PIC X VALUE 'N'.
1.78 261015           88 CON-FOUND             VALUE 'Y'.
1.79 261015        01  WS-CC-END         PIC X VALUE 'N'.
1.80 261015           88 CC-END                VALUE 'Y'.
1.81 261015        LINKAGE SECTION.
1.82 261015       * look up by either identity - the customer when it is given,
1.83 261015       * otherwise the LK-CUST-ID; both come back filled in
1.84 261015        01 PRF-CUST-ID       PIC X(10).
1.85 261015        01 PRF-LK-CUST-ID    PIC 9(9).
1.86 261015        01 PRF-DISTRICT      PIC X(5).
1.87 261015        01 PRF-CREDIT-LIMIT  PIC 9(9)V99.
1.88 261015        01 PRF-TAX-EXEMPT    PIC X.
1.89 261015        01 PRF-FREE-FREIGHT  PIC X.
1.90 261015        01 PRF-NAME          PIC X(25).
1.91 261015        01 PRF-ADDRESS       PIC X(25).
1.92 261015        01 PRF-PHONE         PIC X(20).
1.93 261015        01 PRF-EMAIL         PIC X(40).
1.94 261015        01 PRF-DOB           PIC 9(8).
1.95 261015       * cards the customer keeps on CUSTCARD
1.96 261015        01 PRF-CARD-CNT      PIC 9(2).
1.97 261015        01 PRF-STATUS        PIC X.
1.98 261015           88 PRF-OK               VALUE '0'.
1.99 261015           88 PRF-NOT-FOUND        VALUE '1'.
2.00 261015       * only one side exists - the other half of the profile is blank
2.01 261015           88 PRF-CUSTOMER-ONLY    VALUE '2'.
2.02 261015           88 PRF-CONTACT-ONLY     VALUE '3'.
2.03 261015        PROCEDURE DIVISION USING PRF-CUST-ID PRF-LK-CUST-ID
2.04 261015            PRF-DISTRICT PRF-CREDIT-LIMIT PRF-TAX-EXEMPT
2.05 261015            PRF-FREE-FREIGHT PRF-NAME PRF-ADDRESS PRF-PHONE PRF-EMAIL
2.06 261015            PRF-DOB PRF-CARD-CNT PRF-STATUS.
2.07 261015        BEGIN.
2.08 261015       * the one customer profile - the CUSTMSTR account (district,
2.09 261015       * credit, tax and freight terms) and its LK-CUSTOMER contact
2.10 261015       * (name, address, phone, email, date of birth), joined through
2.11 261015       * the CUSTLINK cross-reference, with a count of its cards
2.12 261015            SET PRF-OK TO TRUE.
2.13 261015            MOVE 'N' TO WS-CUS-FOUND WS-CON-FOUND.
2.14 261015            MOVE SPACES TO PRF-DISTRICT PRF-TAX-EXEMPT PRF-FREE-FREIGHT
2.15 261015                           PRF-NAME PRF-ADDRESS PRF-PHONE PRF-EMAIL.
2.16 261015            MOVE 0 TO PRF-CREDIT-LIMIT PRF-DOB PRF-CARD-CNT.
2.17 261015            OPEN INPUT CUSTMSTR.
2.18 261015            OPEN INPUT CUSTCONT.
2.19 261015            OPEN INPUT CUSTXREF.
2.20 261015            OPEN INPUT CUSTCARD.
2.21 261015       * from the customer to its contact, or from the contact back
2.22 261015            IF PRF-CUST-ID NOT = SPACES
2.23 261015               MOVE 0 TO PRF-LK-CUST-ID
2.24 261015               MOVE PRF-CUST-ID TO XR-CUST-ID
2.25 261015               READ CUSTXREF
2.26 261015                   NOT INVALID KEY
2.27 261015                      MOVE XR-LK-CUST-ID TO PRF-LK-CUST-ID
2.28 261015               END-READ
2.29 261015            ELSE
2.30 261015               MOVE PRF-LK-CUST-ID TO CT-LK-CUST-ID
2.31 261015               READ CUSTCONT
2.32 261015                   NOT INVALID KEY
2.33 261015                      MOVE CT-CUST-ID TO PRF-CUST-ID
2.34 261015               END-READ
2.35 261015            END-IF.
2.36 261015            IF PRF-CUST-ID NOT = SPACES
2.37 261015               PERFORM 400-CUSTOMER THRU 400-EXIT.
2.38 261015            IF PRF-LK-CUST-ID NOT = 0
2.39 261015               PERFORM 500-CONTACT THRU 500-EXIT.
2.40 261015            EVALUATE TRUE
2.41 261015               WHEN CUS-FOUND AND CON-FOUND
2.42 261015                  SET PRF-OK TO TRUE
2.43 261015               WHEN CUS-FOUND
2.44 261015                  SET PRF-CUSTOMER-ONLY TO TRUE
2.45 261015               WHEN CON-FOUND
2.46 261015                  SET PRF-CONTACT-ONLY TO TRUE
2.47 261015               WHEN OTHER
2.48 261015                  SET PRF-NOT-FOUND TO TRUE
2.49 261015            END-EVALUATE.
2.50 261015        900-CLOSE.
2.51 261015            CLOSE CUSTMSTR.
2.52 261015            CLOSE CUSTCONT.
2.53 261015            CLOSE CUSTXREF.
2.54 261015            CLOSE CUSTCARD.
2.55 261015            GOBACK.
2.56 261015        400-CUSTOMER.
2.57 261015            MOVE PRF-CUST-ID TO CM-CUST-ID.
2.58 261015            READ CUSTMSTR
2.59 261015                INVALID KEY
2.60 261015                   GO TO 400-EXIT.
2.61 261015            SET CUS-FOUND TO TRUE.
2.62 261015            MOVE CM-DISTRICT     TO PRF-DISTRICT.
2.63 261015            MOVE CM-CREDIT-LIMIT TO PRF-CREDIT-LIMIT.
2.64 261015            MOVE CM-TAX-EXEMPT   TO PRF-TAX-EXEMPT.
2.65 261015            MOVE CM-FREE-FREIGHT TO PRF-FREE-FREIGHT.
2.66 261015            MOVE 'N' TO WS-CC-END.
2.67 261015            MOVE PRF-CUST-ID TO CC-CUST-ID.
2.68 261015            MOVE 0           TO CC-SLOT.
2.69 261015            START CUSTCARD
2.70 261015                KEY NOT LESS CC-KEY
2.71 261015                INVALID KEY
2.72 261015                   SET CC-END TO TRUE.
2.73 261015            PERFORM UNTIL CC-END
2.74 261015               READ CUSTCARD NEXT
2.75 261015                   AT END
2.76 261015                      SET CC-END TO TRUE
2.77 261015                   NOT AT END
2.78 261015                      IF CC-CUST-ID NOT = PRF-CUST-ID
2.79 261015                         SET CC-END TO TRUE
2.80 261015                      ELSE
2.81 261015                         ADD 1 TO PRF-CARD-CNT
2.82 261015                      END-IF
2.83 261015               END-READ
2.84 261015            END-PERFORM.
2.85 261015        400-EXIT.
2.86 261015            EXIT.
2.87 261015        500-CONTACT.
2.88 261015            MOVE PRF-LK-CUST-ID TO CT-LK-CUST-ID.
2.89 261015            READ CUSTCONT
2.90 261015                INVALID KEY
2.91 261015                   GO TO 500-EXIT.
2.92 261015            SET CON-FOUND TO TRUE.
2.93 261015            MOVE CT-NAME    TO PRF-NAME.
2.94 261015            MOVE CT-ADDRESS TO PRF-ADDRESS.
2.95 261015            MOVE CT-PHONE   TO PRF-PHONE.
2.96 261015            MOVE CT-EMAIL   TO PRF-EMAIL.
2.97 261015            MOVE CT-DOB     TO PRF-DOB.
2.98 261015        500-EXIT.
2.99 261015            EXIT.
3.00 261015        HALT.
