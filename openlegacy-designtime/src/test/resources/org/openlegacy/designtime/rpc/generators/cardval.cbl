01  WS-DOUBLE         PIC X.
01  WS-REMAINDER      PIC 9(4).
01  WS-STATUS         PIC X.
*> the CARDTOKN parameter set - the cards come in as vault tokens
*> and the real digits are taken out only for the check itself
01  TKN-FUNC          PIC X VALUE 'D'.
01  TKN-TOKEN         PIC 9(11).
01  TKN-CARD-NUMBER   PIC 9(11).
01  TKN-LAST4         PIC 9(4).
01  TKN-PROGRAM       PIC X(10) VALUE 'CARDVAL   '.
01  TKN-USER          PIC X(10).
01  TKN-STATUS        PIC X.
LINKAGE SECTION.
COPY "realExample.cpy".
*> the user the cards are checked for - each vault look-up is
*> logged against it
01  LK-USER-ID        PIC X(10).
PROCEDURE DIVISION USING XXOLAKKR-PARMS XXOLAKKR-CARDS-CONT
    LK-USER-ID.
BEGIN.
*> transposed digits and prefixes that do not match the issuing
*> network used to go straight into the file and fail months later
*> at the processor - each captured card now gets a status back in
*> its LK-CARD-IND: 0 = valid, 1 = check digit wrong, 2 = prefix not
*> on the network reference, 3 = service type not on the list,
*> 4 = token not in the CARDTOKN vault, space = empty slot
    OPEN INPUT CARDPREF.
    OPEN INPUT CARDSRVT.
    MOVE LK-USER-ID TO TKN-USER.
    PERFORM VARYING CARD-INX FROM 1 BY 1 UNTIL CARD-INX > 10
       IF LK-CARD-TOKEN OF XXOLAKKR-PARMS (CARD-INX) = 0
          MOVE SPACE TO LK-CARD-IND OF XXOLAKKR-PARMS (CARD-INX)
       ELSE
          MOVE LK-CARD-TOKEN OF XXOLAKKR-PARMS (CARD-INX)
               TO TKN-TOKEN
          MOVE LK-CARD-PREFIX OF XXOLAKKR-PARMS (CARD-INX)
               TO WS-PREFIX
          MOVE LK-CARD-SUG-SHERUT OF XXOLAKKR-PARMS (CARD-INX)
    PERFORM VARYING CARD-CONT-INX FROM 1 BY 1
            UNTIL CARD-CONT-INX > LK-CARDS-CONT-CNT
               OR CARD-CONT-INX > 10
       IF LK-CARD-TOKEN OF LK-CARDS-CONT (CARD-CONT-INX) = 0
          MOVE SPACE
               TO LK-CARD-IND OF LK-CARDS-CONT (CARD-CONT-INX)
       ELSE
          MOVE LK-CARD-TOKEN OF LK-CARDS-CONT (CARD-CONT-INX)
               TO TKN-TOKEN
          MOVE LK-CARD-PREFIX OF LK-CARDS-CONT (CARD-CONT-INX)
               TO WS-PREFIX
          MOVE LK-CARD-SUG-SHERUT OF LK-CARDS-CONT (CARD-CONT-INX)
    GOBACK.
VALIDATE-ONE-CARD.
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
