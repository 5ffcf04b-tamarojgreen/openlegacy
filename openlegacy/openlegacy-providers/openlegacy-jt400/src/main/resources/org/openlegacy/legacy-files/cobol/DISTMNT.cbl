1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. DISTMNT.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT DSTMSTR ASSIGN TO DATABASE-DSTMSTR
1.06 261015                ORGANIZATION IS INDEXED
1.07 261015                ACCESS MODE IS DYNAMIC
1.08 261015                RECORD KEY IS DM-DISTRICT
1.09 261015                FILE STATUS IS WS-DST-STATUS.
1.10 261015            SELECT DISTREF ASSIGN TO DATABASE-DISTREF
1.11 261015                ORGANIZATION IS INDEXED
1.12 261015                ACCESS MODE IS DYNAMIC
1.13 261015                RECORD KEY IS DR-DISTRICT
1.14 261015                FILE STATUS IS WS-REF-STATUS.
1.15 261015            SELECT DSTJRNL ASSIGN TO DATABASE-DSTJRNL
1.16 261015                ORGANIZATION IS INDEXED
1.17 261015                ACCESS MODE IS DYNAMIC
1.18 261015                RECORD KEY IS DJ-SEQ
1.19 261015                FILE STATUS IS WS-JRN-STATUS.
1.20 261015        DATA DIVISION.
1.21 261015        FILE SECTION.
1.22 261015        FD  DSTMSTR
1.23 261015                LABEL RECORD IS STANDARD.
1.24 261015       * the one district master shared by the order and authorization
1.25 261015       * sides - the customer code DISTREF and CUSTMSTR carry, the
1.26 261015       * two-digit code ESSYSDEF, USERSS1 and ELMAVL carry, and the
1.27 261015       * status both sides honor. DISTREF is fed from here; ESDSTSYN
1.28 261015       * keeps ESSYSDEF in step nightly
1.29 261015        01  DSTMSTR-REC.
1.30 261015           03  DM-DISTRICT       PIC X(5).
1.31 261015       * authorization-side district code - zero for a district that
1.32 261015       * only exists for customers
1.33 261015           03  DM-MHOZ           PIC 9(2).
1.34 261015           03  DM-NAME           PIC X(30).
1.35 261015       * O = open, C = closed - a closed district takes no new customers
1.36 261015       * or users and shows on the ESDSTREC reconciliation while
1.37 261015       * anything still points at it
1.38 261015           03  DM-STATUS         PIC X.
1.39 261015       * Y = open to new customers and transfers in
1.40 261015           03  DM-ACCEPTING      PIC X.
1.41 261015           03  DM-MANAGER        PIC X(10).
1.42 261015           03  DM-CHANGE-DATE    PIC 9(8).
1.43 261015           03  DM-OPERATOR-ID    PIC X(10).
1.44 261015        FD  DISTREF
1.45 261015                LABEL RECORD IS STANDARD.
1.46 261015        01  DISTREF-REC.
1.47 261015           03  DR-DISTRICT       PIC X(5).
1.48 261015           03  DR-ACCEPTING      PIC X.
1.49 261015           03  DR-WHSE           PIC X(3).
1.50 261015        FD  DSTJRNL
1.51 261015                LABEL RECORD IS STANDARD.
1.52 261015       * who changed which district when, with before/after images
1.53 261015        01  DSTJRNL-REC.
1.54 261015           03  DJ-SEQ            PIC 9(12).
1.55 261015           03  DJ-DISTRICT       PIC X(5).
1.56 261015           03  DJ-ACTION         PIC X.
1.57 261015           03  DJ-OLD-IMAGE      PIC X(67).
1.58 261015           03  DJ-NEW-IMAGE      PIC X(67).
1.59 261015           03  DJ-OPERATOR-ID    PIC X(10).
1.60 261015           03  DJ-TIMESTAMP      PIC X(21).
1.61 261015        WORKING-STORAGE SECTION.
1.62 261015        01  WS-DST-STATUS     PIC XX.
1.63 261015        01  WS-REF-STATUS     PIC XX.
1.64 261015        01  WS-JRN-STATUS     PIC XX.
1.65 261015        01  WS-SEQ-NAME       PIC X(16) VALUE 'DSTJRNL         '.
1.66 261015        01  WS-SEQ-VALUE      PIC 9(12) VALUE 0.
1.67 261015        01  WS-TODAY          PIC 9(8) VALUE 0.
1.68 261015        01  WS-OLD-IMAGE      PIC X(67) VALUE SPACES.
1.69 261015        01  WS-DM-END         PIC X VALUE 'N'.
1.70 261015           88 DM-END                VALUE 'Y'.
1.71 261015        LINKAGE SECTION.
1.72 261015       * A = create, U = change code/name/accepting/manager, C = close,
1.73 261015       * R = reopen
1.74 261015        01 DMT-FUNC          PIC X.
1.75 261015        01 DMT-DISTRICT      PIC X(5).
1.76 261015        01 DMT-MHOZ          PIC 9(2).
1.77 261015        01 DMT-NAME          PIC X(30).
1.78 261015       * Y = accepting, anything else is stored as N
1.79 261015        01 DMT-ACCEPTING     PIC X.
1.80 261015        01 DMT-MANAGER       PIC X(10).
1.81 261015        01 DMT-OPERATOR      PIC X(10).
1.82 261015        01 DMT-STATUS        PIC X.
1.83 261015           88 DMT-OK               VALUE '0'.
1.84 261015           88 DMT-EXISTS           VALUE '1'.
1.85 261015           88 DMT-NOT-FOUND        VALUE '2'.
1.86 261015       * the two-digit code already belongs to another district
1.87 261015           88 DMT-MHOZ-TAKEN       VALUE '3'.
1.88 261015           88 DMT-NO-NAME          VALUE '4'.
1.89 261015           88 DMT-BAD-FUNC         VALUE '5'.
1.90 261015        PROCEDURE DIVISION USING DMT-FUNC DMT-DISTRICT DMT-MHOZ
1.91 261015            DMT-NAME DMT-ACCEPTING DMT-MANAGER DMT-OPERATOR DMT-STATUS.
1.92 261015        BEGIN.
1.93 261015       * maintenance for the district master. Every change is carried
1.94 261015       * to DISTREF in the same step, so CUSTMNT, DISTXFER and WHSSRC
1.95 261015       * keep reading DISTREF and can no longer drift from the master;
1.96 261015       * the authorization side follows through the nightly ESDSTSYN.
1.97 261015       * Districts are closed, never deleted - customers and users
1.98 261015       * still pointing at one must be moved off it first
1.99 261015            SET DMT-OK TO TRUE.
2.00 261015            IF DMT-ACCEPTING NOT = 'Y'
2.01 261015               MOVE 'N' TO DMT-ACCEPTING
2.02 261015            END-IF.
2.03 261015            ACCEPT WS-TODAY FROM DATE.
2.04 261015            ADD 20000000 TO WS-TODAY.
2.05 261015            OPEN I-O DSTMSTR.
2.06 261015            OPEN I-O DISTREF.
2.07 261015            OPEN I-O DSTJRNL.
2.08 261015            EVALUATE DMT-FUNC
2.09 261015               WHEN 'A'
2.10 261015                  PERFORM 400-CREATE THRU 400-EXIT
2.11 261015               WHEN 'U'
2.12 261015                  PERFORM 500-CHANGE THRU 500-EXIT
2.13 261015               WHEN 'C'
2.14 261015                  PERFORM 550-STATUS THRU 550-EXIT
2.15 261015               WHEN 'R'
2.16 261015                  PERFORM 550-STATUS THRU 550-EXIT
2.17 261015               WHEN OTHER
2.18 261015                  SET DMT-BAD-FUNC TO TRUE
2.19 261015            END-EVALUATE.
2.20 261015            CLOSE DSTMSTR.
2.21 261015            CLOSE DISTREF.
2.22 261015            CLOSE DSTJRNL.
2.23 261015            GOBACK.
2.24 261015        300-CHECK-MHOZ.
2.25 261015       * one two-digit code per district - ESSYSDEF and USERSS1 know
2.26 261015       * the district by nothing else
2.27 261015            IF DMT-MHOZ = 0
2.28 261015               GO TO 300-EXIT.
2.29 261015            MOVE 'N' TO WS-DM-END.
2.30 261015            MOVE LOW-VALUES TO DM-DISTRICT.
2.31 261015            START DSTMSTR
2.32 261015                KEY NOT LESS DM-DISTRICT
2.33 261015                INVALID KEY
2.34 261015                   SET DM-END TO TRUE.
2.35 261015            PERFORM UNTIL DM-END
2.36 261015               READ DSTMSTR NEXT
2.37 261015                   AT END
2.38 261015                      SET DM-END TO TRUE
2.39 261015                   NOT AT END
2.40 261015                      IF DM-MHOZ = DMT-MHOZ
2.41 261015                         AND DM-DISTRICT NOT = DMT-DISTRICT
2.42 261015                         SET DMT-MHOZ-TAKEN TO TRUE
2.43 261015                         SET DM-END TO TRUE
2.44 261015                      END-IF
2.45 261015               END-READ
2.46 261015            END-PERFORM.
2.47 261015        300-EXIT.
2.48 261015            EXIT.
2.49 261015        400-CREATE.
2.50 261015            IF DMT-NAME = SPACES
2.51 261015               SET DMT-NO-NAME TO TRUE
2.52 261015               GO TO 400-EXIT.
2.53 261015            PERFORM 300-CHECK-MHOZ THRU 300-EXIT.
2.54 261015            IF DMT-STATUS NOT = '0'
2.55 261015               GO TO 400-EXIT.
2.56 261015            MOVE DMT-DISTRICT  TO DM-DISTRICT.
2.57 261015            MOVE DMT-MHOZ      TO DM-MHOZ.
2.58 261015            MOVE DMT-NAME      TO DM-NAME.
2.59 261015            MOVE 'O'           TO DM-STATUS.
2.60 261015            MOVE DMT-ACCEPTING TO DM-ACCEPTING.
2.61 261015            MOVE DMT-MANAGER   TO DM-MANAGER.
2.62 261015            MOVE WS-TODAY      TO DM-CHANGE-DATE.
2.63 261015            MOVE DMT-OPERATOR  TO DM-OPERATOR-ID.
2.64 261015            WRITE DSTMSTR-REC
2.65 261015                INVALID KEY
2.66 261015                   SET DMT-EXISTS TO TRUE
2.67 261015                   GO TO 400-EXIT
2.68 261015            END-WRITE.
2.69 261015            MOVE SPACES TO WS-OLD-IMAGE.
2.70 261015            PERFORM 700-FEED-DISTREF THRU 700-EXIT.
2.71 261015            PERFORM 600-WRITE-JOURNAL.
2.72 261015        400-EXIT.
2.73 261015            EXIT.
2.74 261015        500-CHANGE.
2.75 261015            IF DMT-NAME = SPACES
2.76 261015               SET DMT-NO-NAME TO TRUE
2.77 261015               GO TO 500-EXIT.
2.78 261015            PERFORM 300-CHECK-MHOZ THRU 300-EXIT.
2.79 261015            IF DMT-STATUS NOT = '0'
2.80 261015               GO TO 500-EXIT.
2.81 261015            MOVE DMT-DISTRICT TO DM-DISTRICT.
2.82 261015            READ DSTMSTR
2.83 261015                INVALID KEY
2.84 261015                   SET DMT-NOT-FOUND TO TRUE
2.85 261015                   GO TO 500-EXIT.
2.86 261015            MOVE DSTMSTR-REC   TO WS-OLD-IMAGE.
2.87 261015            MOVE DMT-MHOZ      TO DM-MHOZ.
2.88 261015            MOVE DMT-NAME      TO DM-NAME.
2.89 261015            MOVE DMT-ACCEPTING TO DM-ACCEPTING.
2.90 261015            MOVE DMT-MANAGER   TO DM-MANAGER.
2.91 261015            MOVE WS-TODAY      TO DM-CHANGE-DATE.
2.92 261015            MOVE DMT-OPERATOR  TO DM-OPERATOR-ID.
2.93 261015            REWRITE DSTMSTR-REC.
2.94 261015            PERFORM 700-FEED-DISTREF THRU 700-EXIT.
2.95 261015            PERFORM 600-WRITE-JOURNAL.
2.96 261015        500-EXIT.
2.97 261015            EXIT.
2.98 261015        550-STATUS.
2.99 261015       * close or reopen; the rest of the row is left as it stands
3.00 261015            MOVE DMT-DISTRICT TO DM-DISTRICT.
3.01 261015            READ DSTMSTR
3.02 261015                INVALID KEY
3.03 261015                   SET DMT-NOT-FOUND TO TRUE
3.04 261015                   GO TO 550-EXIT.
3.05 261015            MOVE DSTMSTR-REC  TO WS-OLD-IMAGE.
3.06 261015            IF DMT-FUNC = 'C'
3.07 261015               MOVE 'C' TO DM-STATUS
3.08 261015            ELSE
3.09 261015               MOVE 'O' TO DM-STATUS
3.10 261015            END-IF.
3.11 261015            MOVE WS-TODAY     TO DM-CHANGE-DATE.
3.12 261015            MOVE DMT-OPERATOR TO DM-OPERATOR-ID.
3.13 261015            REWRITE DSTMSTR-REC.
3.14 261015            PERFORM 700-FEED-DISTREF THRU 700-EXIT.
3.15 261015            PERFORM 600-WRITE-JOURNAL.
3.16 261015        550-EXIT.
3.17 261015            EXIT.
3.18 261015        600-WRITE-JOURNAL.
3.19 261015            CALL 'BIGINTCBL' USING WS-SEQ-NAME WS-SEQ-VALUE
3.20 261015                DMT-OPERATOR.
3.21 261015            MOVE WS-SEQ-VALUE     TO DJ-SEQ.
3.22 261015            MOVE DM-DISTRICT      TO DJ-DISTRICT.
3.23 261015            MOVE DMT-FUNC         TO DJ-ACTION.
3.24 261015            MOVE WS-OLD-IMAGE     TO DJ-OLD-IMAGE.
3.25 261015            MOVE DSTMSTR-REC      TO DJ-NEW-IMAGE.
3.26 261015            MOVE DMT-OPERATOR     TO DJ-OPERATOR-ID.
3.27 261015            MOVE FUNCTION CURRENT-DATE TO DJ-TIMESTAMP.
3.28 261015            WRITE DSTJRNL-REC
3.29 261015                INVALID KEY
3.30 261015                   REWRITE DSTJRNL-REC
3.31 261015            END-WRITE.
3.32 261015        600-EXIT.
3.33 261015            EXIT.
3.34 261015        700-FEED-DISTREF.
3.35 261015       * DISTREF accepts a district only while the master has it open
3.36 261015       * and accepting; the preferred warehouse stays DISTREF's own
3.37 261015            MOVE DM-DISTRICT TO DR-DISTRICT.
3.38 261015            READ DISTREF
3.39 261015                INVALID KEY
3.40 261015                   MOVE SPACES TO DR-WHSE
3.41 261015                   MOVE 'N'    TO DR-ACCEPTING
3.42 261015                   WRITE DISTREF-REC
3.43 261015                   END-WRITE
3.44 261015            END-READ.
3.45 261015            IF DM-STATUS = 'O' AND DM-ACCEPTING = 'Y'
3.46 261015               MOVE 'Y' TO DR-ACCEPTING
3.47 261015            ELSE
3.48 261015               MOVE 'N' TO DR-ACCEPTING
3.49 261015            END-IF.
3.50 261015            REWRITE DISTREF-REC.
3.51 261015        700-EXIT.
3.52 261015            EXIT.
3.53 261015        HALT.
