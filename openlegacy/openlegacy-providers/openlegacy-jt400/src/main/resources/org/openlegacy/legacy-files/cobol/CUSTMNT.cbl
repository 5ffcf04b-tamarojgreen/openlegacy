1.26 260901           03  CM-DISTRICT       PIC X(5).
1.27 260901       * credit ceiling - zero = no limit set
1.28 260901           03  CM-CREDIT-LIMIT   PIC 9(9)V99.
2.55 261015       * Y = tax-exempt customer - INVGEN bills it no sales tax
2.56 261015           03  CM-TAX-EXEMPT     PIC X.
2.73 261015       * Y = free-freight contract - INVGEN prices the freight but
2.74 261015       * does not bill it
2.75 261015           03  CM-FREE-FREIGHT   PIC X.
3.31 261015       * agent of record - the agent paid commission on the
3.32 261015       * customer's sales (COMMRUN); zeros = none
3.33 261015           03  CM-AGENT-MHOZ     PIC 9(2).
3.34 261015           03  CM-AGENT-SOCN     PIC 9(6).
1.29 260901        FD  DISTREF
1.30 260901                LABEL RECORD IS STANDARD.
1.31 260901        01  DISTREF-REC.
1.32 260901           03  DR-DISTRICT       PIC X(5).
1.33 260901           03  DR-ACCEPTING      PIC X.
2.53 261015       * the warehouse the district's orders ship from by preference
2.54 261015           03  DR-WHSE           PIC X(3).
1.34 260901        FD  CUSTJRNL
1.35 260901                LABEL RECORD IS STANDARD.
1.36 260901       * who changed which customer when, with before/after images -
1.45 260901           03  CJ-NEW-LIMIT      PIC 9(9)V99.
1.46 260901           03  CJ-OPERATOR-ID    PIC X(10).
1.47 260901           03  CJ-TIMESTAMP      PIC X(21).
2.57 261015           03  CJ-OLD-EXEMPT     PIC X.
2.58 261015           03  CJ-NEW-EXEMPT     PIC X.
2.76 261015           03  CJ-OLD-FREE-FRT   PIC X.
2.77 261015           03  CJ-NEW-FREE-FRT   PIC X.
3.35 261015           03  CJ-OLD-AGENT.
3.36 261015              05  CJ-OLD-AGT-MHOZ  PIC 9(2).
3.37 261015              05  CJ-OLD-AGT-SOCN  PIC 9(6).
3.38 261015           03  CJ-NEW-AGENT.
3.39 261015              05  CJ-NEW-AGT-MHOZ  PIC 9(2).
3.40 261015              05  CJ-NEW-AGT-SOCN  PIC 9(6).
1.48 260901        WORKING-STORAGE SECTION.
1.49 260901        01  WS-CUS-STATUS     PIC XX.
1.50 260901        01  WS-REF-STATUS     PIC XX.
1.53 260901        01  WS-SEQ-VALUE      PIC 9(12) VALUE 0.
1.54 260901        01  WS-OLD-DISTRICT   PIC X(5) VALUE SPACES.
1.55 260901        01  WS-OLD-LIMIT      PIC 9(9)V99 VALUE 0.
2.59 261015        01  WS-OLD-EXEMPT     PIC X VALUE SPACE.
2.78 261015        01  WS-OLD-FREE-FRT   PIC X VALUE SPACE.
3.41 261015        01  WS-OLD-AGT-MHOZ   PIC 9(2) VALUE 0.
3.42 261015        01  WS-OLD-AGT-SOCN   PIC 9(6) VALUE 0.
3.43 261015       * the ESAGTCHK parameter set - an agent of record must be on
3.44 261015       * ELMAVL, active and licensed today
3.45 261015        01  CHK-PARAM.
3.46 261015           03  CHK-FUNC          PIC X.
3.47 261015           03  CHK-MHOZ          PIC 9(2).
3.48 261015           03  CHK-SOCN          PIC 9(6).
3.49 261015           03  CHK-DATE          PIC 9(8).
3.50 261015           03  CHK-LSSTAT        PIC X.
3.51 261015           03  CHK-VALTH         PIC 9(8).
3.52 261015           03  CHK-STATUS        PIC X.
2.94 261015       * the CUSTLINK parameter set - the contact captured with a new
2.95 261015       * customer
2.96 261015        01  CXL-FUNC          PIC X.
2.97 261015        01  CXL-STATUS        PIC X.
1.56 260901        LINKAGE SECTION.
2.79 261015       * A = create, U = change district/limit/tax exemption/free
2.80 261015       * freight/agent of record
1.58 260901        01 CUS-FUNC          PIC X.
1.59 260901        01 CUS-CUST-ID       PIC X(10).
1.60 260901        01 CUS-DISTRICT      PIC X(5).
1.61 260901        01 CUS-CREDIT-LIMIT  PIC 9(9)V99.
2.61 261015       * Y = tax-exempt, anything else is stored as N
2.62 261015        01 CUS-TAX-EXEMPT    PIC X.
2.81 261015       * Y = free-freight contract, anything else is stored as N
2.82 261015        01 CUS-FREE-FREIGHT  PIC X.
3.53 261015       * agent of record (district, agent number), zeros = none - a
3.54 261015       * newly named agent must be active and licensed (ESAGTCHK)
3.55 261015        01 CUS-AGENT-MHOZ    PIC 9(2).
3.56 261015        01 CUS-AGENT-SOCN    PIC 9(6).
2.98 261015       * the customer's contact (LK-CUSTOMER) details, taken on A only:
2.99 261015       * a name adds a new contact linked to the customer (a zero
3.00 261015       * LK-CUST-ID draws one, returned here); no name with an
3.01 261015       * LK-CUST-ID links the contact the portal already holds
3.02 261015        01 CUS-LK-CUST-ID    PIC 9(9).
3.03 261015        01 CUS-NAME          PIC X(25).
3.04 261015        01 CUS-ADDRESS       PIC X(25).
3.05 261015        01 CUS-PHONE         PIC X(20).
3.06 261015        01 CUS-EMAIL         PIC X(40).
3.07 261015        01 CUS-DOB           PIC 9(8).
1.62 260901        01 CUS-OPERATOR      PIC X(10).
1.63 260901        01 CUS-STATUS        PIC X.
1.64 260901           88 CUS-OK               VALUE '0'.
1.67 260901           88 CUS-EXISTS           VALUE '3'.
1.68 260901           88 CUS-NOT-FOUND        VALUE '4'.
1.69 260901           88 CUS-BAD-FUNC         VALUE '5'.
3.08 261015       * the customer was created but CUSTLINK refused the contact (no
3.09 261015       * such contact, or one already linked elsewhere) - link it
3.10 261015       * through CUSTLINK once it is sorted out
3.11 261015           88 CUS-CONTACT-REFUSED  VALUE '6'.
3.57 261015       * the agent of record is not on ELMAVL, not active or not
3.58 261015       * licensed - the customer is left as it was
3.59 261015           88 CUS-BAD-AGENT        VALUE '7'.
1.70 260901        PROCEDURE DIVISION USING CUS-FUNC CUS-CUST-ID CUS-DISTRICT
2.83 261015            CUS-CREDIT-LIMIT CUS-TAX-EXEMPT CUS-FREE-FREIGHT
3.60 261015            CUS-AGENT-MHOZ CUS-AGENT-SOCN
3.12 261015            CUS-LK-CUST-ID CUS-NAME CUS-ADDRESS CUS-PHONE CUS-EMAIL
3.13 261015            CUS-DOB CUS-OPERATOR CUS-STATUS.
1.72 260901        BEGIN.
1.73 260901       * create/change for the customer master with the DISTREF
1.74 260901       * validation DISTXFER already applies to moves - the typo
1.76 260901       * in the first place, and every change is journaled with the
1.77 260901       * operator and timestamp
1.78 260901            SET CUS-OK TO TRUE.
2.64 261015            IF CUS-TAX-EXEMPT NOT = 'Y'
2.65 261015               MOVE 'N' TO CUS-TAX-EXEMPT
2.85 261015            END-IF.
2.86 261015            IF CUS-FREE-FREIGHT NOT = 'Y'
2.87 261015               MOVE 'N' TO CUS-FREE-FREIGHT
2.66 261015            END-IF.
1.79 260901            OPEN I-O CUSTMSTR.
1.80 260901            OPEN INPUT DISTREF.
1.81 260901            OPEN I-O CUSTJRNL.
2.00 260901            CLOSE DISTREF.
2.01 260901            CLOSE CUSTJRNL.
2.02 260901            GOBACK.
3.61 261015        300-CHECK-AGENT.
3.62 261015            MOVE 'C'            TO CHK-FUNC.
3.63 261015            MOVE CUS-AGENT-MHOZ TO CHK-MHOZ.
3.64 261015            MOVE CUS-AGENT-SOCN TO CHK-SOCN.
3.65 261015            MOVE 0              TO CHK-DATE.
3.66 261015            CALL 'ESAGTCHK' USING CHK-PARAM.
3.67 261015            IF CHK-STATUS NOT = '0'
3.68 261015               SET CUS-BAD-AGENT TO TRUE.
3.69 261015            MOVE 'E' TO CHK-FUNC.
3.70 261015            CALL 'ESAGTCHK' USING CHK-PARAM.
3.71 261015        300-EXIT.
3.72 261015            EXIT.
2.03 260901        400-CREATE.
2.04 260901            IF DR-ACCEPTING NOT = 'Y'
2.05 260901               SET CUS-NOT-ACCEPTING TO TRUE
2.06 260901               GO TO 400-EXIT.
3.73 261015            IF CUS-AGENT-MHOZ NOT = 0 OR CUS-AGENT-SOCN NOT = 0
3.74 261015               PERFORM 300-CHECK-AGENT THRU 300-EXIT
3.75 261015               IF CUS-BAD-AGENT
3.76 261015                  GO TO 400-EXIT
3.77 261015               END-IF
3.78 261015            END-IF.
2.07 260901            MOVE CUS-CUST-ID      TO CM-CUST-ID.
2.08 260901            MOVE CUS-DISTRICT     TO CM-DISTRICT.
2.09 260901            MOVE CUS-CREDIT-LIMIT TO CM-CREDIT-LIMIT.
2.67 261015            MOVE CUS-TAX-EXEMPT   TO CM-TAX-EXEMPT.
2.88 261015            MOVE CUS-FREE-FREIGHT TO CM-FREE-FREIGHT.
3.79 261015            MOVE CUS-AGENT-MHOZ   TO CM-AGENT-MHOZ.
3.80 261015            MOVE CUS-AGENT-SOCN   TO CM-AGENT-SOCN.
2.10 260901            WRITE CUSTMSTR-REC
2.11 260901                INVALID KEY
2.12 260901                   SET CUS-EXISTS TO TRUE
2.14 260901            END-WRITE.
2.15 260901            MOVE SPACES TO WS-OLD-DISTRICT.
2.16 260901            MOVE 0      TO WS-OLD-LIMIT.
2.68 261015            MOVE SPACE  TO WS-OLD-EXEMPT.
2.89 261015            MOVE SPACE  TO WS-OLD-FREE-FRT.
3.81 261015            MOVE 0      TO WS-OLD-AGT-MHOZ WS-OLD-AGT-SOCN.
2.17 260901            PERFORM 600-WRITE-JOURNAL.
3.14 261015            IF CUS-NAME NOT = SPACES OR CUS-LK-CUST-ID NOT = 0
3.15 261015               PERFORM 450-CONTACT THRU 450-EXIT.
2.18 260901        400-EXIT.
2.19 260901            EXIT.
3.16 261015        450-CONTACT.
3.17 261015       * the contact is captured in the same step through CUSTLINK,
3.18 261015       * which keeps both directions of the cross-reference
3.19 261015            IF CUS-NAME NOT = SPACES
3.20 261015               MOVE 'A' TO CXL-FUNC
3.21 261015            ELSE
3.22 261015               MOVE 'L' TO CXL-FUNC
3.23 261015            END-IF.
3.24 261015            CALL 'CUSTLINK' USING CXL-FUNC CUS-CUST-ID CUS-LK-CUST-ID
3.25 261015                CUS-NAME CUS-ADDRESS CUS-PHONE CUS-EMAIL CUS-DOB
3.26 261015                CUS-OPERATOR CXL-STATUS.
3.27 261015            IF CXL-STATUS NOT = '0'
3.28 261015               SET CUS-CONTACT-REFUSED TO TRUE.
3.29 261015        450-EXIT.
3.30 261015            EXIT.
2.20 260901        500-CHANGE.
2.21 260901            MOVE CUS-CUST-ID TO CM-CUST-ID.
2.22 260901            READ CUSTMSTR
2.25 260901                   GO TO 500-EXIT.
2.26 260901            MOVE CM-DISTRICT     TO WS-OLD-DISTRICT.
2.27 260901            MOVE CM-CREDIT-LIMIT TO WS-OLD-LIMIT.
2.69 261015            MOVE CM-TAX-EXEMPT   TO WS-OLD-EXEMPT.
2.90 261015            MOVE CM-FREE-FREIGHT TO WS-OLD-FREE-FRT.
3.82 261015            MOVE CM-AGENT-MHOZ   TO WS-OLD-AGT-MHOZ.
3.83 261015            MOVE CM-AGENT-SOCN   TO WS-OLD-AGT-SOCN.
3.84 261015       * an agent newly named here is checked; one already on the
3.85 261015       * customer stays while other fields change
3.86 261015            IF (CUS-AGENT-MHOZ NOT = 0 OR CUS-AGENT-SOCN NOT = 0) AND
3.87 261015               (CUS-AGENT-MHOZ NOT = CM-AGENT-MHOZ OR
3.88 261015                CUS-AGENT-SOCN NOT = CM-AGENT-SOCN)
3.89 261015               PERFORM 300-CHECK-AGENT THRU 300-EXIT
3.90 261015               IF CUS-BAD-AGENT
3.91 261015                  GO TO 500-EXIT
3.92 261015               END-IF
3.93 261015            END-IF.
2.28 260901            MOVE CUS-DISTRICT     TO CM-DISTRICT.
2.29 260901            MOVE CUS-CREDIT-LIMIT TO CM-CREDIT-LIMIT.
2.70 261015            MOVE CUS-TAX-EXEMPT   TO CM-TAX-EXEMPT.
2.91 261015            MOVE CUS-FREE-FREIGHT TO CM-FREE-FREIGHT.
3.94 261015            MOVE CUS-AGENT-MHOZ   TO CM-AGENT-MHOZ.
3.95 261015            MOVE CUS-AGENT-SOCN   TO CM-AGENT-SOCN.
2.30 260901            REWRITE CUSTMSTR-REC.
2.31 260901            PERFORM 600-WRITE-JOURNAL.
2.32 260901        500-EXIT.
2.41 260901            MOVE CUS-DISTRICT     TO CJ-NEW-DISTRICT.
2.42 260901            MOVE WS-OLD-LIMIT     TO CJ-OLD-LIMIT.
2.43 260901            MOVE CUS-CREDIT-LIMIT TO CJ-NEW-LIMIT.
2.71 261015            MOVE WS-OLD-EXEMPT    TO CJ-OLD-EXEMPT.
2.72 261015            MOVE CUS-TAX-EXEMPT   TO CJ-NEW-EXEMPT.
2.92 261015            MOVE WS-OLD-FREE-FRT  TO CJ-OLD-FREE-FRT.
2.93 261015            MOVE CUS-FREE-FREIGHT TO CJ-NEW-FREE-FRT.
3.96 261015            MOVE WS-OLD-AGT-MHOZ  TO CJ-OLD-AGT-MHOZ.
3.97 261015            MOVE WS-OLD-AGT-SOCN  TO CJ-OLD-AGT-SOCN.
3.98 261015            MOVE CUS-AGENT-MHOZ   TO CJ-NEW-AGT-MHOZ.
3.99 261015            MOVE CUS-AGENT-SOCN   TO CJ-NEW-AGT-SOCN.
2.44 260901            MOVE CUS-OPERATOR     TO CJ-OPERATOR-ID.
2.45 260901            MOVE FUNCTION CURRENT-DATE TO CJ-TIMESTAMP.
2.46 260901            WRITE CUSTJRNL-REC
