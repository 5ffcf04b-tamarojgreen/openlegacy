1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. CUSTLINK.
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
1.20 261015        DATA DIVISION.
1.21 261015        FILE SECTION.
1.22 261015        FD  CUSTMSTR
1.23 261015                LABEL RECORD IS STANDARD.
1.24 261015        01  CUSTMSTR-REC.
1.25 261015           03  CM-CUST-ID        PIC X(10).
1.26 261015           03  CM-DISTRICT       PIC X(5).
1.27 261015       * credit ceiling - zero = no limit set
1.28 261015           03  CM-CREDIT-LIMIT   PIC 9(9)V99.
1.29 261015           03  CM-TAX-EXEMPT     PIC X.
1.30 261015           03  CM-FREE-FREIGHT   PIC X.
3.41 261015           03  CM-AGENT-MHOZ     PIC 9(2).
3.42 261015           03  CM-AGENT-SOCN     PIC 9(6).
1.31 261015        FD  CUSTCONT
1.32 261015                LABEL RECORD IS STANDARD.
1.33 261015       * the contact side of a customer - the LK-CUSTOMER part of the
1.34 261015       * XXOLAKKR layout (its cards are on CUSTCARD), keyed by
1.35 261015       * LK-CUST-ID, with the CUSTMSTR customer it is linked to
1.36 261015        01  CUSTCONT-REC.
1.37 261015           03  CT-LK-CUST-ID     PIC 9(9).
1.38 261015           03  CT-NAME           PIC X(25).
1.39 261015           03  CT-ADDRESS        PIC X(25).
1.40 261015           03  CT-PHONE          PIC X(20).
1.41 261015           03  CT-EMAIL          PIC X(40).
1.42 261015           03  CT-DOB            PIC 9(8).
1.43 261015       * the CUSTMSTR customer - spaces = not linked
1.44 261015           03  CT-CUST-ID        PIC X(10).
1.45 261015           03  CT-CHANGE-DATE    PIC 9(8).
1.46 261015           03  CT-OPERATOR-ID    PIC X(10).
1.47 261015        FD  CUSTXREF
1.48 261015                LABEL RECORD IS STANDARD.
1.49 261015       * CUSTMSTR customer to LK-CUST-ID - the other direction of the
1.50 261015       * link is CT-CUST-ID on CUSTCONT, and CUSTRECN checks nightly
1.51 261015       * that the two agree
1.52 261015        01  CUSTXREF-REC.
1.53 261015           03  XR-CUST-ID        PIC X(10).
1.54 261015           03  XR-LK-CUST-ID     PIC 9(9).
1.55 261015           03  XR-LINK-DATE      PIC 9(8).
1.56 261015           03  XR-OPERATOR-ID    PIC X(10).
1.57 261015        WORKING-STORAGE SECTION.
1.58 261015        01  WS-CUS-STATUS     PIC XX.
1.59 261015        01  WS-CON-STATUS     PIC XX.
1.60 261015        01  WS-XRF-STATUS     PIC XX.
1.61 261015        01  WS-TODAY          PIC 9(8) VALUE 0.
1.62 261015        01  WS-SEQ-NAME       PIC X(16) VALUE 'LKCUSTID        '.
1.63 261015        01  WS-SEQ-VALUE      PIC 9(12) VALUE 0.
1.64 261015        LINKAGE SECTION.
1.65 261015       * A = add a contact (and link it, when a customer is given),
1.66 261015       * U = change a contact's details, L = link a customer and a
1.67 261015       * contact, X = unlink a customer from its contact
1.68 261015        01 CXL-FUNC          PIC X.
1.69 261015        01 CXL-CUST-ID       PIC X(10).
1.70 261015       * zero on A draws a new LK-CUST-ID, which comes back here
1.71 261015        01 CXL-LK-CUST-ID    PIC 9(9).
1.72 261015        01 CXL-NAME          PIC X(25).
1.73 261015        01 CXL-ADDRESS       PIC X(25).
1.74 261015        01 CXL-PHONE         PIC X(20).
1.75 261015        01 CXL-EMAIL         PIC X(40).
1.76 261015        01 CXL-DOB           PIC 9(8).
1.77 261015        01 CXL-OPERATOR      PIC X(10).
1.78 261015        01 CXL-STATUS        PIC X.
1.79 261015           88 CXL-OK               VALUE '0'.
1.80 261015           88 CXL-NO-CUSTOMER      VALUE '1'.
1.81 261015           88 CXL-NO-CONTACT       VALUE '2'.
1.82 261015           88 CXL-EXISTS           VALUE '3'.
1.83 261015       * the customer or the contact is already linked to another
1.84 261015           88 CXL-LINKED           VALUE '4'.
1.85 261015           88 CXL-BAD-FUNC         VALUE '5'.
1.86 261015           88 CXL-BLANK            VALUE '6'.
1.87 261015        PROCEDURE DIVISION USING CXL-FUNC CXL-CUST-ID CXL-LK-CUST-ID
1.88 261015            CXL-NAME CXL-ADDRESS CXL-PHONE CXL-EMAIL CXL-DOB
1.89 261015            CXL-OPERATOR CXL-STATUS.
1.90 261015        BEGIN.
1.91 261015       * the cross-reference between the two customer identities - the
1.92 261015       * CUSTMSTR customer ORDENTRY and the credit gate work with, and
1.93 261015       * the LK-CUSTOMER contact (name, address, phone, email, date of
1.94 261015       * birth) the portal and the card programs work with. One
1.95 261015       * customer has at most one contact and the reverse; CUSTINQ
1.96 261015       * returns the two as one profile
1.97 261015            SET CXL-OK TO TRUE.
1.98 261015            ACCEPT WS-TODAY FROM DATE.
1.99 261015            ADD 20000000 TO WS-TODAY.
2.00 261015            OPEN INPUT CUSTMSTR.
2.01 261015            OPEN I-O CUSTCONT.
2.02 261015            OPEN I-O CUSTXREF.
2.03 261015            EVALUATE CXL-FUNC
2.04 261015               WHEN 'A'
2.05 261015                  PERFORM 400-ADD-CONTACT THRU 400-EXIT
2.06 261015               WHEN 'U'
2.07 261015                  PERFORM 500-CHANGE-CONTACT THRU 500-EXIT
2.08 261015               WHEN 'L'
2.09 261015                  PERFORM 600-LINK THRU 600-EXIT
2.10 261015               WHEN 'X'
2.11 261015                  PERFORM 700-UNLINK THRU 700-EXIT
2.12 261015               WHEN OTHER
2.13 261015                  SET CXL-BAD-FUNC TO TRUE
2.14 261015            END-EVALUATE.
2.15 261015        900-CLOSE.
2.16 261015            CLOSE CUSTMSTR.
2.17 261015            CLOSE CUSTCONT.
2.18 261015            CLOSE CUSTXREF.
2.19 261015            GOBACK.
2.20 261015        200-MOVE-DETAILS.
2.21 261015            MOVE CXL-NAME     TO CT-NAME.
2.22 261015            MOVE CXL-ADDRESS  TO CT-ADDRESS.
2.23 261015            MOVE CXL-PHONE    TO CT-PHONE.
2.24 261015            MOVE CXL-EMAIL    TO CT-EMAIL.
2.25 261015            MOVE CXL-DOB      TO CT-DOB.
2.26 261015            MOVE WS-TODAY     TO CT-CHANGE-DATE.
2.27 261015            MOVE CXL-OPERATOR TO CT-OPERATOR-ID.
2.28 261015        400-ADD-CONTACT.
2.29 261015            IF CXL-NAME = SPACES
2.30 261015               SET CXL-BLANK TO TRUE
2.31 261015               GO TO 400-EXIT.
2.32 261015       * a customer to link to is checked before anything is written
2.33 261015            IF CXL-CUST-ID NOT = SPACES
2.34 261015               PERFORM 650-CHECK-CUSTOMER THRU 650-EXIT
2.35 261015               IF CXL-STATUS NOT = '0'
2.36 261015                  GO TO 400-EXIT
2.37 261015               END-IF
2.38 261015            END-IF.
2.39 261015            IF CXL-LK-CUST-ID = 0
2.40 261015               CALL 'BIGINTCBL' USING WS-SEQ-NAME WS-SEQ-VALUE
2.41 261015                   CXL-OPERATOR
2.42 261015               MOVE WS-SEQ-VALUE TO CXL-LK-CUST-ID
2.43 261015            END-IF.
2.44 261015            MOVE CXL-LK-CUST-ID TO CT-LK-CUST-ID.
2.45 261015            PERFORM 200-MOVE-DETAILS.
2.46 261015            MOVE SPACES TO CT-CUST-ID.
2.47 261015            WRITE CUSTCONT-REC
2.48 261015                INVALID KEY
2.49 261015                   SET CXL-EXISTS TO TRUE
2.50 261015                   GO TO 400-EXIT
2.51 261015            END-WRITE.
2.52 261015            IF CXL-CUST-ID NOT = SPACES
2.53 261015               PERFORM 680-WRITE-LINK THRU 680-EXIT.
2.54 261015        400-EXIT.
2.55 261015            EXIT.
2.56 261015        500-CHANGE-CONTACT.
2.57 261015            IF CXL-LK-CUST-ID = 0 OR CXL-NAME = SPACES
2.58 261015               SET CXL-BLANK TO TRUE
2.59 261015               GO TO 500-EXIT.
2.60 261015            MOVE CXL-LK-CUST-ID TO CT-LK-CUST-ID.
2.61 261015            READ CUSTCONT
2.62 261015                INVALID KEY
2.63 261015                   SET CXL-NO-CONTACT TO TRUE
2.64 261015                   GO TO 500-EXIT.
2.65 261015            PERFORM 200-MOVE-DETAILS.
2.66 261015            REWRITE CUSTCONT-REC.
2.67 261015        500-EXIT.
2.68 261015            EXIT.
2.69 261015        600-LINK.
2.70 261015            IF CXL-CUST-ID = SPACES OR CXL-LK-CUST-ID = 0
2.71 261015               SET CXL-BLANK TO TRUE
2.72 261015               GO TO 600-EXIT.
2.73 261015            PERFORM 650-CHECK-CUSTOMER THRU 650-EXIT.
2.74 261015            IF CXL-STATUS NOT = '0'
2.75 261015               GO TO 600-EXIT.
2.76 261015            MOVE CXL-LK-CUST-ID TO CT-LK-CUST-ID.
2.77 261015            READ CUSTCONT
2.78 261015                INVALID KEY
2.79 261015                   SET CXL-NO-CONTACT TO TRUE
2.80 261015                   GO TO 600-EXIT.
2.81 261015            IF CT-CUST-ID NOT = SPACES AND CT-CUST-ID NOT = CXL-CUST-ID
2.82 261015               SET CXL-LINKED TO TRUE
2.83 261015               GO TO 600-EXIT.
2.84 261015            PERFORM 680-WRITE-LINK THRU 680-EXIT.
2.85 261015        600-EXIT.
2.86 261015            EXIT.
2.87 261015        650-CHECK-CUSTOMER.
2.88 261015       * the customer must exist and not be linked to another contact
2.89 261015            MOVE CXL-CUST-ID TO CM-CUST-ID.
2.90 261015            READ CUSTMSTR
2.91 261015                INVALID KEY
2.92 261015                   SET CXL-NO-CUSTOMER TO TRUE
2.93 261015                   GO TO 650-EXIT.
2.94 261015            MOVE CXL-CUST-ID TO XR-CUST-ID.
2.95 261015            READ CUSTXREF
2.96 261015                INVALID KEY
2.97 261015                   GO TO 650-EXIT.
2.98 261015            IF XR-LK-CUST-ID NOT = CXL-LK-CUST-ID
2.99 261015               SET CXL-LINKED TO TRUE.
3.00 261015        650-EXIT.
3.01 261015            EXIT.
3.02 261015        680-WRITE-LINK.
3.03 261015       * both directions together - the contact record is the one just
3.04 261015       * read or written
3.05 261015            MOVE CXL-CUST-ID    TO CT-CUST-ID.
3.06 261015            MOVE WS-TODAY       TO CT-CHANGE-DATE.
3.07 261015            MOVE CXL-OPERATOR   TO CT-OPERATOR-ID.
3.08 261015            REWRITE CUSTCONT-REC.
3.09 261015            MOVE CXL-CUST-ID    TO XR-CUST-ID.
3.10 261015            MOVE CXL-LK-CUST-ID TO XR-LK-CUST-ID.
3.11 261015            MOVE WS-TODAY       TO XR-LINK-DATE.
3.12 261015            MOVE CXL-OPERATOR   TO XR-OPERATOR-ID.
3.13 261015            WRITE CUSTXREF-REC
3.14 261015                INVALID KEY
3.15 261015                   REWRITE CUSTXREF-REC
3.16 261015            END-WRITE.
3.17 261015        680-EXIT.
3.18 261015            EXIT.
3.19 261015        700-UNLINK.
3.20 261015            IF CXL-CUST-ID = SPACES
3.21 261015               SET CXL-BLANK TO TRUE
3.22 261015               GO TO 700-EXIT.
3.23 261015            MOVE CXL-CUST-ID TO XR-CUST-ID.
3.24 261015            READ CUSTXREF
3.25 261015                INVALID KEY
3.26 261015                   SET CXL-NO-CONTACT TO TRUE
3.27 261015                   GO TO 700-EXIT.
3.28 261015            MOVE XR-LK-CUST-ID TO CXL-LK-CUST-ID CT-LK-CUST-ID.
3.29 261015            DELETE CUSTXREF.
3.30 261015            READ CUSTCONT
3.31 261015                INVALID KEY
3.32 261015                   GO TO 700-EXIT.
3.33 261015            IF CT-CUST-ID = CXL-CUST-ID
3.34 261015               MOVE SPACES       TO CT-CUST-ID
3.35 261015               MOVE WS-TODAY     TO CT-CHANGE-DATE
3.36 261015               MOVE CXL-OPERATOR TO CT-OPERATOR-ID
3.37 261015               REWRITE CUSTCONT-REC.
3.38 261015        700-EXIT.
3.39 261015            EXIT.
3.40 261015        HALT.
