FD  CARDEXTR
        LABEL RECORD IS STANDARD.
*> fixed-layout extract of the stored card records - one per card:
*> the owning account, the card's CARDTOKN vault token and last four
*> digits, its prefix and service type
01  CARDEXTR-REC.
    03  CE-ACCOUNT        PIC X(10).
    03  CE-CARD-TOKEN     PIC 9(11).
    03  CE-CARD-LAST4     PIC 9(4).
    03  CE-CARD-PREFIX    PIC 9(5).
    03  CE-SUG-SHERUT     PIC 9(3).
FD  CARDPREF
01  WS-STATUS         PIC X.
01  WS-READ-CNT       PIC 9(7) VALUE 0.
01  WS-BAD-CNT        PIC 9(7) VALUE 0.
*> the CARDTOKN parameter set - a batch run logs its vault look-ups
*> under its own name
01  TKN-FUNC          PIC X VALUE 'D'.
01  TKN-TOKEN         PIC 9(11).
01  TKN-CARD-NUMBER   PIC 9(11).
01  TKN-LAST4         PIC 9(4).
01  TKN-PROGRAM       PIC X(10) VALUE 'CARDREVAL '.
01  TKN-USER          PIC X(10) VALUE 'CARDREVAL '.
01  TKN-STATUS        PIC X.
*> the card is shown by its token and last four digits only
01  WS-RPT-DETAIL.
    03  RPT-ACCOUNT       PIC X(10).
    03  FILLER            PIC X(2) VALUE SPACES.
    03  RPT-TOKEN         PIC 9(11).
    03  FILLER            PIC X(6) VALUE ' ****'.
    03  RPT-LAST4         PIC 9(4).
    03  FILLER            PIC X(6) VALUE '  IND '.
    03  RPT-IND           PIC X.
    03  FILLER            PIC X(2) VALUE SPACES.
*> CARDPREF/CARDSRVT checks CARDVAL applies at capture and reports
*> the newly-invalid cards with their LK-CARD-IND reason codes
*> (1 = check digit, 2 = prefix off the network reference, 3 =
*> service type off the list, 4 = token not in the CARDTOKN vault),
*> so cleanup happens before settlement fails.
    OPEN INPUT CARDEXTR.
    OPEN INPUT CARDPREF.
    OPEN INPUT CARDSRVT.
    CLOSE CRVRPT.
    STOP RUN.
REVALIDATE-ONE.
    MOVE CE-CARD-TOKEN  TO TKN-TOKEN.
    MOVE CE-CARD-PREFIX TO WS-PREFIX.
    MOVE CE-SUG-SHERUT  TO WS-SUG.
    PERFORM VALIDATE-ONE-CARD THRU VALIDATE-EXIT.
       GO TO REVALIDATE-EXIT.
    ADD 1 TO WS-BAD-CNT.
    MOVE CE-ACCOUNT     TO RPT-ACCOUNT.
    MOVE CE-CARD-TOKEN  TO RPT-TOKEN.
    MOVE CE-CARD-LAST4  TO RPT-LAST4.
    MOVE WS-STATUS      TO RPT-IND.
    EVALUATE WS-STATUS
       WHEN '1'
          MOVE 'PREFIX OFF NETWORK TABLE' TO RPT-TEXT
       WHEN '3'
          MOVE 'SERVICE TYPE OFF LIST' TO RPT-TEXT
       WHEN '4'
          MOVE 'TOKEN NOT IN VAULT' TO RPT-TEXT
    END-EVALUATE.
    MOVE WS-RPT-DETAIL TO RPT-LINE.
    WRITE RPT-LINE.
VALIDATE-ONE-CARD.
*> the same checks, in the same order, as CARDVAL at capture
    MOVE '0' TO WS-STATUS.
    CALL 'CARDTOKN' USING TKN-FUNC TKN-TOKEN TKN-CARD-NUMBER
        TKN-LAST4 TKN-PROGRAM TKN-USER TKN-STATUS.
    IF TKN-STATUS NOT = '0'
       MOVE '4' TO WS-STATUS
       GO TO VALIDATE-EXIT.
    MOVE TKN-CARD-NUMBER TO WS-CARD-N.
    MOVE 0 TO TKN-CARD-NUMBER.
    PERFORM LUHN-CHECK.
    MOVE 0 TO WS-CARD-N.
    IF WS-STATUS NOT = '0'
       GO TO VALIDATE-EXIT.
    MOVE WS-PREFIX TO CP-PREFIX.
