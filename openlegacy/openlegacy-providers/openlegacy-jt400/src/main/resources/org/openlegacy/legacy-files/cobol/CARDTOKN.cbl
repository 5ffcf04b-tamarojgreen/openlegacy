1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. CARDTOKN.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT CARDVLT ASSIGN TO DATABASE-CARDVLT
1.06 261015                ORGANIZATION IS INDEXED
1.07 261015                ACCESS MODE IS DYNAMIC
1.08 261015                RECORD KEY IS VT-TOKEN
1.09 261015                FILE STATUS IS WS-VLT-STATUS.
1.10 261015            SELECT CARDTLOG ASSIGN TO DATABASE-CARDTLOG
1.11 261015                ORGANIZATION IS INDEXED
1.12 261015                ACCESS MODE IS DYNAMIC
1.13 261015                RECORD KEY IS TL-SEQ
1.14 261015                FILE STATUS IS WS-LOG-STATUS.
1.15 261015        DATA DIVISION.
1.16 261015        FILE SECTION.
1.17 261015        FD  CARDVLT
1.18 261015                LABEL RECORD IS STANDARD.
1.19 261015       * the card vault - the only file that holds a card number in the
1.20 261015       * clear. Authority to it is granted to the owner of this program
1.21 261015       * alone; every other program and user reaches it through here,
1.22 261015       * and everything else stores the token and the last four digits
1.23 261015        01  CARDVLT-REC.
1.24 261015           03  VT-TOKEN          PIC 9(11).
1.25 261015           03  VT-CARD-NUMBER    PIC 9(11).
1.26 261015           03  VT-LAST4          PIC 9(4).
1.27 261015           03  VT-CREATED        PIC 9(8).
1.28 261015           03  VT-PROGRAM        PIC X(10).
1.29 261015           03  VT-USER           PIC X(10).
1.30 261015        FD  CARDTLOG
1.31 261015                LABEL RECORD IS STANDARD.
1.32 261015       * every call on the vault - who asked, from which program, for
1.33 261015       * which token and what came of it
1.34 261015        01  CARDTLOG-REC.
1.35 261015           03  TL-SEQ            PIC 9(12).
1.36 261015       * T = tokenize, D = detokenize, X = purge
1.37 261015           03  TL-FUNC           PIC X.
1.38 261015           03  TL-TOKEN          PIC 9(11).
1.39 261015           03  TL-PROGRAM        PIC X(10).
1.40 261015           03  TL-USER           PIC X(10).
1.41 261015       * the TKN-STATUS returned
1.42 261015           03  TL-RESULT         PIC X.
1.43 261015           03  TL-TIMESTAMP      PIC X(21).
1.44 261015        WORKING-STORAGE SECTION.
1.45 261015        01  WS-VLT-STATUS     PIC XX.
1.46 261015        01  WS-LOG-STATUS     PIC XX.
1.47 261015        01  WS-TODAY          PIC 9(8) VALUE 0.
1.48 261015        01  WS-SEQ-NAME       PIC X(16) VALUE SPACES.
1.49 261015        01  WS-SEQ-VALUE      PIC 9(12) VALUE 0.
1.50 261015        01  WS-QUOTIENT       PIC 9(11) VALUE 0.
1.51 261015        LINKAGE SECTION.
1.52 261015       * T = tokenize a card number, D = detokenize a token, X = purge a
1.53 261015       * token from the vault
1.54 261015        01 TKN-FUNC          PIC X.
1.55 261015       * returned by T, given for D and X
1.56 261015        01 TKN-TOKEN         PIC 9(11).
1.57 261015       * given for T, returned by D - never returned by anything else
1.58 261015        01 TKN-CARD-NUMBER   PIC 9(11).
1.59 261015        01 TKN-LAST4         PIC 9(4).
1.60 261015       * the program and user the call is made for, as they go on the
1.61 261015       * vault log
1.62 261015        01 TKN-PROGRAM       PIC X(10).
1.63 261015        01 TKN-USER          PIC X(10).
1.64 261015        01 TKN-STATUS        PIC X.
1.65 261015           88 TKN-OK               VALUE '0'.
1.66 261015           88 TKN-NOT-FOUND        VALUE '1'.
1.67 261015           88 TKN-BAD-FUNC         VALUE '3'.
1.68 261015       * no card number to tokenize, no token, or no program or user
1.69 261015       * to log the call against
1.70 261015           88 TKN-BLANK            VALUE '4'.
1.71 261015        PROCEDURE DIVISION USING TKN-FUNC TKN-TOKEN TKN-CARD-NUMBER
1.72 261015            TKN-LAST4 TKN-PROGRAM TKN-USER TKN-STATUS.
1.73 261015        BEGIN.
1.74 261015       * card number tokenization. A card is put in the vault once, as
1.75 261015       * it is captured, and from then on travels as a token and its
1.76 261015       * last four digits; the real number comes back out only to a
1.77 261015       * program that needs the digits there and then (the card checks,
1.78 261015       * the settlement file), and each of those calls is logged
1.79 261015            SET TKN-OK TO TRUE.
1.80 261015            ACCEPT WS-TODAY FROM DATE.
1.81 261015            ADD 20000000 TO WS-TODAY.
1.82 261015            OPEN I-O CARDVLT.
1.83 261015            OPEN I-O CARDTLOG.
1.84 261015            IF TKN-PROGRAM = SPACES OR TKN-USER = SPACES
1.85 261015               SET TKN-BLANK TO TRUE
1.86 261015               GO TO 800-LOG.
1.87 261015            EVALUATE TKN-FUNC
1.88 261015               WHEN 'T'
1.89 261015                  PERFORM 200-TOKENIZE THRU 200-EXIT
1.90 261015               WHEN 'D'
1.91 261015                  PERFORM 300-DETOKENIZE THRU 300-EXIT
1.92 261015               WHEN 'X'
1.93 261015                  PERFORM 400-PURGE THRU 400-EXIT
1.94 261015               WHEN OTHER
1.95 261015                  SET TKN-BAD-FUNC TO TRUE
1.96 261015            END-EVALUATE.
1.97 261015        800-LOG.
1.98 261015            MOVE 'CARDTLOG        ' TO WS-SEQ-NAME.
1.99 261015            CALL 'BIGINTCBL' USING WS-SEQ-NAME WS-SEQ-VALUE
2.00 261015                TKN-PROGRAM.
2.01 261015            MOVE WS-SEQ-VALUE TO TL-SEQ.
2.02 261015            MOVE TKN-FUNC     TO TL-FUNC.
2.03 261015            MOVE TKN-TOKEN    TO TL-TOKEN.
2.04 261015            MOVE TKN-PROGRAM  TO TL-PROGRAM.
2.05 261015            MOVE TKN-USER     TO TL-USER.
2.06 261015            MOVE TKN-STATUS   TO TL-RESULT.
2.07 261015            MOVE FUNCTION CURRENT-DATE TO TL-TIMESTAMP.
2.08 261015            WRITE CARDTLOG-REC
2.09 261015                INVALID KEY
2.10 261015                   REWRITE CARDTLOG-REC
2.11 261015            END-WRITE.
2.12 261015        900-CLOSE.
2.13 261015            CLOSE CARDVLT.
2.14 261015            CLOSE CARDTLOG.
2.15 261015            GOBACK.
2.16 261015        200-TOKENIZE.
2.17 261015       * the token is drawn from its own counter, so it carries nothing
2.18 261015       * of the card number it stands for
2.19 261015            MOVE 0 TO TKN-TOKEN TKN-LAST4.
2.20 261015            IF TKN-CARD-NUMBER = 0
2.21 261015               SET TKN-BLANK TO TRUE
2.22 261015               GO TO 200-EXIT.
2.23 261015            MOVE 'CARDTOKN        ' TO WS-SEQ-NAME.
2.24 261015            CALL 'BIGINTCBL' USING WS-SEQ-NAME WS-SEQ-VALUE
2.25 261015                TKN-PROGRAM.
2.26 261015            MOVE WS-SEQ-VALUE    TO TKN-TOKEN.
2.27 261015            DIVIDE TKN-CARD-NUMBER BY 10000
2.28 261015                GIVING WS-QUOTIENT REMAINDER TKN-LAST4.
2.29 261015            MOVE TKN-TOKEN       TO VT-TOKEN.
2.30 261015            MOVE TKN-CARD-NUMBER TO VT-CARD-NUMBER.
2.31 261015            MOVE TKN-LAST4       TO VT-LAST4.
2.32 261015            MOVE WS-TODAY        TO VT-CREATED.
2.33 261015            MOVE TKN-PROGRAM     TO VT-PROGRAM.
2.34 261015            MOVE TKN-USER        TO VT-USER.
2.35 261015            WRITE CARDVLT-REC
2.36 261015                INVALID KEY
2.37 261015                   REWRITE CARDVLT-REC
2.38 261015            END-WRITE.
2.39 261015        200-EXIT.
2.40 261015            EXIT.
2.41 261015        300-DETOKENIZE.
2.42 261015            MOVE 0 TO TKN-CARD-NUMBER TKN-LAST4.
2.43 261015            IF TKN-TOKEN = 0
2.44 261015               SET TKN-BLANK TO TRUE
2.45 261015               GO TO 300-EXIT.
2.46 261015            MOVE TKN-TOKEN TO VT-TOKEN.
2.47 261015            READ CARDVLT
2.48 261015                INVALID KEY
2.49 261015                   SET TKN-NOT-FOUND TO TRUE.
2.50 261015            IF TKN-STATUS NOT = '0'
2.51 261015               GO TO 300-EXIT.
2.52 261015            MOVE VT-CARD-NUMBER TO TKN-CARD-NUMBER.
2.53 261015            MOVE VT-LAST4       TO TKN-LAST4.
2.54 261015        300-EXIT.
2.55 261015            EXIT.
2.56 261015        400-PURGE.
2.57 261015       * a card refused at capture is never stored, so its token goes
2.58 261015            IF TKN-TOKEN = 0
2.59 261015               SET TKN-BLANK TO TRUE
2.60 261015               GO TO 400-EXIT.
2.61 261015            MOVE TKN-TOKEN TO VT-TOKEN.
2.62 261015            READ CARDVLT
2.63 261015                INVALID KEY
2.64 261015                   SET TKN-NOT-FOUND TO TRUE
2.65 261015                NOT INVALID KEY
2.66 261015                   DELETE CARDVLT
2.67 261015            END-READ.
2.68 261015        400-EXIT.
2.69 261015            EXIT.
2.70 261015        HALT.
