1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. CARDMNT.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT CUSTCARD ASSIGN TO DATABASE-CUSTCARD
1.06 261015                ORGANIZATION IS INDEXED
1.07 261015                ACCESS MODE IS DYNAMIC
1.08 261015                RECORD KEY IS CC-KEY
1.09 261015                FILE STATUS IS WS-CRD-STATUS.
1.10 261015            SELECT CUSTMSTR ASSIGN TO DATABASE-CUSTMSTR
1.11 261015                ORGANIZATION IS INDEXED
1.12 261015                ACCESS MODE IS DYNAMIC
1.13 261015                RECORD KEY IS CM-CUST-ID
1.14 261015                FILE STATUS IS WS-CUS-STATUS.
1.15 261015        DATA DIVISION.
1.16 261015        FILE SECTION.
1.17 261015        FD  CUSTCARD
1.18 261015                LABEL RECORD IS STANDARD.
1.19 261015       * the customer's cards on file - one row per LK-CARDS slot of
1.20 261015       * the XXOLAKKR customer layout (1 to 10), with the verdict
1.21 261015       * CARDVAL gave the card the last time it was checked. The card
1.22 261015       * itself is held as its CARDTOKN vault token and last four digits
1.23 261015        01  CUSTCARD-REC.
1.24 261015           03  CC-KEY.
1.25 261015              05  CC-CUST-ID     PIC X(10).
1.26 261015              05  CC-SLOT        PIC 9(2).
1.27 261015           03  CC-CARD-TOKEN     PIC 9(11).
1.28 261015           03  CC-CARD-LAST4     PIC 9(4).
1.29 261015           03  CC-CARD-PREFIX    PIC 9(5).
1.30 261015           03  CC-SUG-SHERUT     PIC 9(3).
1.31 261015       * LK-CARD-IND: 0 = valid, 1 = check digit, 2 = prefix, 3 =
1.32 261015       * service type
1.33 261015           03  CC-CARD-IND       PIC X.
1.34 261015           03  CC-CHECK-DATE     PIC 9(8).
1.35 261015        FD  CUSTMSTR
1.36 261015                LABEL RECORD IS STANDARD.
1.37 261015        01  CUSTMSTR-REC.
1.38 261015           03  CM-CUST-ID        PIC X(10).
1.39 261015           03  CM-DISTRICT       PIC X(5).
1.40 261015       * credit ceiling - zero = no limit set
1.41 261015           03  CM-CREDIT-LIMIT   PIC 9(9)V99.
1.42 261015       * Y = tax-exempt customer - INVGEN bills it no sales tax
1.43 261015           03  CM-TAX-EXEMPT     PIC X.
1.44 261015       * Y = free-freight contract - INVGEN prices the freight but
1.45 261015       * does not bill it
1.46 261015           03  CM-FREE-FREIGHT   PIC X.
3.43 261015       * agent of record - the agent paid commission on the
3.44 261015       * customer's sales (COMMRUN); zeros = none
3.45 261015           03  CM-AGENT-MHOZ     PIC 9(2).
3.46 261015           03  CM-AGENT-SOCN     PIC 9(6).
1.47 261015        WORKING-STORAGE SECTION.
1.48 261015        01  WS-CRD-STATUS     PIC XX.
1.49 261015        01  WS-CUS-STATUS     PIC XX.
1.50 261015        01  WS-TODAY          PIC 9(8) VALUE 0.
1.51 261015       * the CARDVAL parameter set - the XXOLAKKR customer layout; the
1.52 261015       * card goes through in the first LK-CARDS slot, alone
1.53 261015        01 XXOLAKKR-PARMS.
1.54 261015           03 LK-CUSTOMER.
1.55 261015               05 LK-CUST-IND           PIC X.
1.56 261015               05 LK-CUST-ID            PIC 9(9).
1.57 261015               05 LK-CUST-NAME          PIC X(25).
1.58 261015               05 LK-CUST-ADDRESS       PIC X(25).
1.59 261015               05 LK-CUST-PHONE         PIC X(20).
1.60 261015               05 LK-CUST-EMAIL         PIC X(40).
1.61 261015               05 LK-CUST-DOB           PIC 9(8).
1.62 261015               05 LK-CARDS OCCURS 10 TIMES INDEXED BY CARD-INX.
1.63 261015                  07 LK-CARD-IND            PIC X.
1.64 261015                  07 LK-CARD-TOKEN          PIC 9(11).
1.65 261015                  07 LK-CARD-LAST4          PIC 9(4).
1.66 261015                  07 LK-CARD-PREFIX         PIC 9(5).
1.67 261015                  07 LK-CARD-SUG-SHERUT     PIC 9(3).
1.68 261015        01 XXOLAKKR-CARDS-CONT.
1.69 261015           03 LK-CARDS-CONT.
1.70 261015               05 LK-CC-CUST-ID         PIC 9(9).
1.71 261015               05 LK-CARDS-CONT-CNT     PIC 9(2).
1.72 261015               05 LK-CARDS-CONT-TBL OCCURS 10 TIMES
1.73 261015                                    INDEXED BY CARD-CONT-INX.
1.74 261015                  07 LK-CARD-IND            PIC X.
1.75 261015                  07 LK-CARD-TOKEN          PIC 9(11).
1.76 261015                  07 LK-CARD-LAST4          PIC 9(4).
1.77 261015                  07 LK-CARD-PREFIX         PIC 9(5).
1.78 261015                  07 LK-CARD-SUG-SHERUT     PIC 9(3).
1.79 261015       * the CARDTOKN parameter set
1.80 261015        01  TKN-FUNC          PIC X.
1.81 261015        01  TKN-TOKEN         PIC 9(11).
1.82 261015        01  TKN-CARD-NUMBER   PIC 9(11).
1.83 261015        01  TKN-LAST4         PIC 9(4).
1.84 261015        01  TKN-PROGRAM       PIC X(10) VALUE 'CARDMNT   '.
1.85 261015        01  TKN-USER          PIC X(10).
1.86 261015        01  TKN-STATUS        PIC X.
1.87 261015        LINKAGE SECTION.
1.88 261015       * A = add a card, U = replace the card in a slot, D = delete a
1.89 261015       * card, R = read a card
1.90 261015        01 CDM-FUNC          PIC X.
1.91 261015        01 CDM-CUST-ID       PIC X(10).
1.92 261015       * the LK-CARDS slot, 1 to 10
1.93 261015        01 CDM-SLOT          PIC 9(2).
1.94 261015       * the card number as keyed, for A and U only - it goes straight
1.95 261015       * into the vault and is cleared here; R never returns it
1.96 261015        01 CDM-CARD-NUMBER   PIC 9(11).
1.97 261015       * the vault token and last four digits the card is held under
1.98 261015        01 CDM-CARD-TOKEN    PIC 9(11).
1.99 261015        01 CDM-CARD-LAST4    PIC 9(4).
2.00 261015        01 CDM-CARD-PREFIX   PIC 9(5).
2.01 261015        01 CDM-SUG-SHERUT    PIC 9(3).
2.02 261015       * CARDVAL's verdict on the card comes back here
2.03 261015        01 CDM-CARD-IND      PIC X.
2.04 261015        01 CDM-OPERATOR      PIC X(10).
2.05 261015        01 CDM-STATUS        PIC X.
2.06 261015           88 CDM-OK               VALUE '0'.
2.07 261015           88 CDM-NOT-FOUND        VALUE '1'.
2.08 261015           88 CDM-EXISTS           VALUE '2'.
2.09 261015           88 CDM-BAD-FUNC         VALUE '3'.
2.10 261015           88 CDM-BLANK            VALUE '4'.
2.11 261015       * the customer is not on CUSTMSTR, or CARDVAL refused the card -
2.12 261015       * CDM-CARD-IND says why
2.13 261015           88 CDM-BAD-CARD         VALUE '5'.
2.14 261015        PROCEDURE DIVISION USING CDM-FUNC CDM-CUST-ID CDM-SLOT
2.15 261015            CDM-CARD-NUMBER CDM-CARD-TOKEN CDM-CARD-LAST4
2.16 261015            CDM-CARD-PREFIX CDM-SUG-SHERUT CDM-CARD-IND CDM-OPERATOR
2.17 261015            CDM-STATUS.
2.18 261015        BEGIN.
2.19 261015       * maintenance for the cards a customer keeps on file to pay
2.20 261015       * orders with - a card is put through CARDVAL before it is
2.21 261015       * stored, so only a card that passed is ever offered to ORDPAY.
2.22 261015       * The number keyed is tokenized through CARDTOKN before anything
2.23 261015       * else is done with it; a replaced or deleted card keeps its
2.24 261015       * token in the vault, as orders already placed on it still
2.25 261015       * settle against it
2.26 261015            SET CDM-OK TO TRUE.
2.27 261015            MOVE SPACE TO CDM-CARD-IND.
2.28 261015            IF CDM-CUST-ID = SPACES OR CDM-SLOT = 0 OR CDM-SLOT > 10
2.29 261015               SET CDM-BLANK TO TRUE
2.30 261015               GOBACK
2.31 261015            END-IF.
2.32 261015            IF (CDM-FUNC = 'A' OR CDM-FUNC = 'U') AND
2.33 261015               (CDM-CARD-NUMBER = 0 OR CDM-OPERATOR = SPACES)
2.34 261015               SET CDM-BLANK TO TRUE
2.35 261015               GOBACK
2.36 261015            END-IF.
2.37 261015            ACCEPT WS-TODAY FROM DATE.
2.38 261015            ADD 20000000 TO WS-TODAY.
2.39 261015            OPEN I-O CUSTCARD.
2.40 261015            OPEN INPUT CUSTMSTR.
2.41 261015            MOVE CDM-CUST-ID TO CC-CUST-ID.
2.42 261015            MOVE CDM-SLOT    TO CC-SLOT.
2.43 261015            EVALUATE CDM-FUNC
2.44 261015               WHEN 'A'
2.45 261015                  READ CUSTCARD
2.46 261015                      INVALID KEY
2.47 261015                         PERFORM 300-CHECK-CARD THRU 300-EXIT
2.48 261015                         IF CDM-STATUS = '0'
2.49 261015                            PERFORM 200-MOVE-CARD
2.50 261015                            WRITE CUSTCARD-REC
2.51 261015                         END-IF
2.52 261015                      NOT INVALID KEY
2.53 261015                         SET CDM-EXISTS TO TRUE
2.54 261015                  END-READ
2.55 261015               WHEN 'U'
2.56 261015                  READ CUSTCARD
2.57 261015                      INVALID KEY
2.58 261015                         SET CDM-NOT-FOUND TO TRUE
2.59 261015                      NOT INVALID KEY
2.60 261015                         PERFORM 300-CHECK-CARD THRU 300-EXIT
2.61 261015                         IF CDM-STATUS = '0'
2.62 261015                            PERFORM 200-MOVE-CARD
2.63 261015                            REWRITE CUSTCARD-REC
2.64 261015                         END-IF
2.65 261015                  END-READ
2.66 261015               WHEN 'D'
2.67 261015                  READ CUSTCARD
2.68 261015                      INVALID KEY
2.69 261015                         SET CDM-NOT-FOUND TO TRUE
2.70 261015                      NOT INVALID KEY
2.71 261015                         DELETE CUSTCARD
2.72 261015                  END-READ
2.73 261015               WHEN 'R'
2.74 261015                  READ CUSTCARD
2.75 261015                      INVALID KEY
2.76 261015                         SET CDM-NOT-FOUND TO TRUE
2.77 261015                      NOT INVALID KEY
2.78 261015                         MOVE 0              TO CDM-CARD-NUMBER
2.79 261015                         MOVE CC-CARD-TOKEN  TO CDM-CARD-TOKEN
2.80 261015                         MOVE CC-CARD-LAST4  TO CDM-CARD-LAST4
2.81 261015                         MOVE CC-CARD-PREFIX TO CDM-CARD-PREFIX
2.82 261015                         MOVE CC-SUG-SHERUT  TO CDM-SUG-SHERUT
2.83 261015                         MOVE CC-CARD-IND    TO CDM-CARD-IND
2.84 261015                  END-READ
2.85 261015               WHEN OTHER
2.86 261015                  SET CDM-BAD-FUNC TO TRUE
2.87 261015            END-EVALUATE.
2.88 261015        900-CLOSE.
2.89 261015            CLOSE CUSTCARD.
2.90 261015            CLOSE CUSTMSTR.
2.91 261015            GOBACK.
2.92 261015        200-MOVE-CARD.
2.93 261015            MOVE CDM-CUST-ID     TO CC-CUST-ID.
2.94 261015            MOVE CDM-SLOT        TO CC-SLOT.
2.95 261015            MOVE CDM-CARD-TOKEN  TO CC-CARD-TOKEN.
2.96 261015            MOVE CDM-CARD-LAST4  TO CC-CARD-LAST4.
2.97 261015            MOVE CDM-CARD-PREFIX TO CC-CARD-PREFIX.
2.98 261015            MOVE CDM-SUG-SHERUT  TO CC-SUG-SHERUT.
2.99 261015            MOVE CDM-CARD-IND    TO CC-CARD-IND.
3.00 261015            MOVE WS-TODAY        TO CC-CHECK-DATE.
3.01 261015        300-CHECK-CARD.
3.02 261015            MOVE CDM-CUST-ID TO CM-CUST-ID.
3.03 261015            READ CUSTMSTR
3.04 261015                INVALID KEY
3.05 261015                   SET CDM-BAD-CARD TO TRUE
3.06 261015                   GO TO 300-EXIT.
3.07 261015       * into the vault first - from here on the card is its token
3.08 261015            MOVE 'T'             TO TKN-FUNC.
3.09 261015            MOVE CDM-CARD-NUMBER TO TKN-CARD-NUMBER.
3.10 261015            MOVE CDM-OPERATOR    TO TKN-USER.
3.11 261015            CALL 'CARDTOKN' USING TKN-FUNC TKN-TOKEN TKN-CARD-NUMBER
3.12 261015                TKN-LAST4 TKN-PROGRAM TKN-USER TKN-STATUS.
3.13 261015            MOVE 0 TO CDM-CARD-NUMBER TKN-CARD-NUMBER.
3.14 261015            IF TKN-STATUS NOT = '0'
3.15 261015               SET CDM-BLANK TO TRUE
3.16 261015               GO TO 300-EXIT.
3.17 261015            MOVE TKN-TOKEN TO CDM-CARD-TOKEN.
3.18 261015            MOVE TKN-LAST4 TO CDM-CARD-LAST4.
3.19 261015       * the same Luhn, CARDPREF and CARDSRVT checks as at capture
3.20 261015            INITIALIZE XXOLAKKR-PARMS XXOLAKKR-CARDS-CONT.
3.21 261015            MOVE CDM-CARD-TOKEN
3.22 261015                 TO LK-CARD-TOKEN OF XXOLAKKR-PARMS (1).
3.23 261015            MOVE CDM-CARD-LAST4
3.24 261015                 TO LK-CARD-LAST4 OF XXOLAKKR-PARMS (1).
3.25 261015            MOVE CDM-CARD-PREFIX
3.26 261015                 TO LK-CARD-PREFIX OF XXOLAKKR-PARMS (1).
3.27 261015            MOVE CDM-SUG-SHERUT
3.28 261015                 TO LK-CARD-SUG-SHERUT OF XXOLAKKR-PARMS (1).
3.29 261015            CALL 'CARDVAL' USING XXOLAKKR-PARMS XXOLAKKR-CARDS-CONT
3.30 261015                CDM-OPERATOR.
3.31 261015            MOVE LK-CARD-IND OF XXOLAKKR-PARMS (1) TO CDM-CARD-IND.
3.32 261015            IF CDM-CARD-IND = '0'
3.33 261015               GO TO 300-EXIT.
3.34 261015       * a refused card is not stored, so its token is purged again
3.35 261015            SET CDM-BAD-CARD TO TRUE.
3.36 261015            MOVE 'X' TO TKN-FUNC.
3.37 261015            CALL 'CARDTOKN' USING TKN-FUNC TKN-TOKEN TKN-CARD-NUMBER
3.38 261015                TKN-LAST4 TKN-PROGRAM TKN-USER TKN-STATUS.
3.39 261015            MOVE 0 TO CDM-CARD-TOKEN CDM-CARD-LAST4.
3.40 261015        300-EXIT.
3.41 261015            EXIT.
3.42 261015        HALT.
