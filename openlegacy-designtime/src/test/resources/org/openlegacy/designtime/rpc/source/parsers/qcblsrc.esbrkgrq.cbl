      ************************************************************************
      * ESBRKGRQ - break-glass emergency access (ESBRKGLS) transaction      **
      ************************************************************************
       PROCESS NOMONOPRC  APOST.
       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID.                     ESBRKGRQ.
       AUTHOR.                         BATYAK.
       INSTALLATION.                   AS400.
          DATE-WRITTEN.                15/10/2026.
      *REMARKS.
      *         Same-day emergency access for one branch. When the
      *         branch manager is out and a change has to be approved
      *         now, neither a USERSANF override (keyed by security)
      *         nor a staged ESANFPND row (active from tomorrow) helps.
      *         Here the user keys the flags needed for one branch, a
      *         mandatory reason code and a second named person who
      *         witnessed the need; the ESBRKGLS row is live at once -
      *         ESUSERB's 659-BREAK-GLASS switches the named flags on
      *         for that user/branch - and dies by itself at the end
      *         of today's business day:
      *           - the grant is keyed by today's date, so it can never
      *             match on a later day
      *           - BGEXTM is the closing time for today's ESBIZCAL
      *             type (W or no row = full day, F = half-day); no
      *             grant is made on an E/H day or after closing
      *         Every grant queues one alert to the security mailbox
      *         through the ESMAILQ interface (ESMAILDS transmits it):
      *           MQMHOZ = district, MQSUGR = branch,
      *           MQTOKF = closing time HHMM, MQTIER = reason code.
      *         The grantee may close the grant early (C). The next
      *         morning ESBRKRVW lists every grant with what was handed
      *         out under it in ESANFAUD; the reviewer records the
      *         sign-off here (S) - never the grantee or the witness.
      *
      *         ESBRKGLS - key BGDATE/BGSHEV/BGUSER/BGANAF
      *           BGRQTM  time granted         BGEXTM  closing time
      *           BGDTYP  ESBIZCAL type used   BGSTAT  A active,
      *                                                C closed early
      *           BGQWRY/BGCHGA/BGIMMD/BGCHSV/BGISHR/BGPRMM/BGPRSH
      *                   '1' = flag granted, '0' = not
      *           BGRSN   reason code          BGWITN  second person
      *           BGNOTE  free text            BGUSES  ESUSERB uses
      *           BGLUTM  time of last use     BGCLBY/BGCLTM closed by
      *           BGRVBY/BGRVDT  reviewer and sign-off date
      *           BGRVRS  Y justified / N not justified
      *           BGRVNT  reviewer note
      *=================================================================
       ENVIRONMENT DIVISION.
      *=================================================================
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. AS-400.
       OBJECT-COMPUTER. AS-400.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
      *-----------------------------------------------------------------
       FILE-CONTROL.
           SELECT  ESBRKGLS          ASSIGN TO DATABASE-ESBRKGLS
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   FILE STATUS       IS SW-STATUS-1.
           SELECT  USERSS1           ASSIGN TO DATABASE-USERSS1
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   FILE STATUS       IS SW-STATUS-2.
      *---   shared business-day calendar (see ESCALMNT) - decides
      *---   whether today has a business day to close at all
           SELECT  ESBIZCAL          ASSIGN TO DATABASE-ESBIZCAL
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   FILE STATUS       IS SW-STATUS-3.
           SELECT  ESMAILQ           ASSIGN TO DATABASE-ESMAILQ
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   FILE STATUS       IS SW-STATUS-4.
      *=================================================================
       DATA DIVISION.
      *=================================================================
       FILE SECTION.
       FD  ESBRKGLS
                   LABEL RECORD IS STANDARD.
       01  ESBRKGLS-REC.
           COPY DDS-ALL-FORMAT OF ESBRKGLS.
       FD  USERSS1
                   LABEL RECORD IS STANDARD.
       01  USERSS1-REC.
           COPY DDS-ALL-FORMATS OF USERSS1.
       FD  ESBIZCAL
                   LABEL RECORD IS STANDARD.
       01  ESBIZCAL-REC.
           COPY DDS-ALL-FORMAT OF ESBIZCAL.
       FD  ESMAILQ
                   LABEL RECORD IS STANDARD.
       01  ESMAILQ-REC.
           COPY DDS-ALL-FORMAT OF ESMAILQ.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  SW-STATUS-1                 PIC XX.
       01  SW-STATUS-2                 PIC XX.
       01  SW-STATUS-3                 PIC XX.
       01  SW-STATUS-4                 PIC XX.
       01  WS-TODAY                    PIC 9(8) VALUE 0.
       01  WS-NOW                      PIC 9(8) VALUE 0.
       01  WS-CLOSE-TIME               PIC 9(8) VALUE 0.
       01  WS-DAY-TYPE                 PIC X    VALUE SPACE.
      *---   closing times of the business day, HHMMSSHH as ACCEPT
      *---   FROM TIME returns them - one place to change
       01  WS-FULL-CLOSE               PIC 9(8) VALUE 18000000.
       01  WS-HALF-CLOSE               PIC 9(8) VALUE 13000000.
      *---   security mailbox for the queued alerts - the
      *---   EZ-DFLT-SOCHEN-MAIL idiom, one place to change
       01  WS-SEC-MAIL                 PIC X(40)
                                       VALUE 'SECURITY@COMPANY.CO.IL'.
       01  WS-MAIL-SEQ                 PIC 9(7) VALUE 0.
       01  WS-FUNCTION                 PIC X VALUE SPACE.
           88 WS-FUNC-GRANT                    VALUE 'G'.
           88 WS-FUNC-FIND                     VALUE 'F'.
           88 WS-FUNC-CLOSE                    VALUE 'C'.
           88 WS-FUNC-SIGNOFF                  VALUE 'S'.
           88 WS-FUNC-EXIT                     VALUE 'X'.
       01  WS-OPERATOR                 PIC X(10) VALUE SPACES.
       01  WS-KEY-DATE                 PIC 9(8)  VALUE 0.
       01  WS-KEY-SHEV                 PIC 9(2)  VALUE 0.
       01  WS-KEY-USER                 PIC X(10) VALUE SPACES.
       01  WS-KEY-ANAF                 PIC 9(3)  VALUE 0.
      *---   flags requested - Y to request, in ESANFAUD order
       01  WS-REQ-FLAGS.
           03 WS-REQ-QWRY              PIC X VALUE SPACE.
           03 WS-REQ-CHGA              PIC X VALUE SPACE.
           03 WS-REQ-IMMD              PIC X VALUE SPACE.
           03 WS-REQ-CHSV              PIC X VALUE SPACE.
           03 WS-REQ-ISHR              PIC X VALUE SPACE.
           03 WS-REQ-PRMM              PIC X VALUE SPACE.
           03 WS-REQ-PRSH              PIC X VALUE SPACE.
       01  WS-FLAG-CNT                 PIC 9     VALUE 0.
       01  WS-REASON                   PIC 9(2)  VALUE 0.
           88 WS-REASON-VALID          VALUE 01 THRU 05.
           88 WS-REASON-OTHER          VALUE 05.
       01  WS-WITNESS                  PIC X(10) VALUE SPACES.
       01  WS-NOTE                     PIC X(40) VALUE SPACES.
       01  WS-REVIEW-RESULT            PIC X     VALUE SPACE.
           88 WS-REVIEW-VALID  VALUE 'Y' 'N'.
       01  WS-REVIEW-NOTE              PIC X(40) VALUE SPACES.
       01  WS-SHOW-STAT                PIC X     VALUE SPACE.
       01  WS-SHOW-CLOSE               PIC 9(4)  VALUE 0.
       01  WS-SHOW-USES                PIC 9(5)  VALUE 0.
       01  WS-SHOW-RVBY                PIC X(10) VALUE SPACES.
       01  WS-MSG                      PIC X(45) VALUE SPACES.
       01  SW-MQ-DONE                  PIC X VALUE '0'.
           88 MQ-DONE                          VALUE '1'.
      *-----------------------------------------------------------------
       SCREEN SECTION.
      *-----------------------------------------------------------------
       01  SC-ESBRKGRQ.
           05 BLANK SCREEN.
           05 LINE 1  COL 1   VALUE 'ESBRKGRQ - BREAK-GLASS EMERGENCY
      -    'ACCESS'.
           05 LINE 3  COL 1   VALUE 'FUNCTION (G=GRANT, F=FIND, C=CLOSE,
      -    'S=SIGN OFF, X=EXIT):'.
           05 LINE 3  COL 62  PIC X       USING WS-FUNCTION.
           05 LINE 4  COL 1   VALUE 'OPERATOR:'.
           05 LINE 4  COL 25  PIC X(10)   USING WS-OPERATOR.
           05 LINE 6  COL 1   VALUE 'DATE  (F/C/S):'.
           05 LINE 6  COL 25  PIC 9(8)    USING WS-KEY-DATE.
           05 LINE 7  COL 1   VALUE 'DISTRICT:'.
           05 LINE 7  COL 25  PIC 9(2)    USING WS-KEY-SHEV.
           05 LINE 8  COL 1   VALUE 'USER  (F/C/S):'.
           05 LINE 8  COL 25  PIC X(10)   USING WS-KEY-USER.
           05 LINE 9  COL 1   VALUE 'BRANCH:'.
           05 LINE 9  COL 25  PIC 9(3)    USING WS-KEY-ANAF.
           05 LINE 11 COL 1   VALUE 'FLAGS (Y) QWRY CHGA IMMD CHSV
      -    ' ISHR PRMM PRSH'.
           05 LINE 12 COL 12  PIC X       USING WS-REQ-QWRY.
           05 LINE 12 COL 17  PIC X       USING WS-REQ-CHGA.
           05 LINE 12 COL 22  PIC X       USING WS-REQ-IMMD.
           05 LINE 12 COL 27  PIC X       USING WS-REQ-CHSV.
           05 LINE 12 COL 32  PIC X       USING WS-REQ-ISHR.
           05 LINE 12 COL 37  PIC X       USING WS-REQ-PRMM.
           05 LINE 12 COL 42  PIC X       USING WS-REQ-PRSH.
           05 LINE 13 COL 1   VALUE 'REASON CODE:'.
           05 LINE 13 COL 25  PIC 9(2)    USING WS-REASON.
           05 LINE 14 COL 1   VALUE ' 01 MANAGER ABSENT  02 CUSTOMER
      -    ' WAITING  03 SYSTEM OUTAGE'.
           05 LINE 15 COL 1   VALUE ' 04 REGULATORY DEADLINE  05 OTHER
      -    ' - NOTE REQUIRED'.
           05 LINE 16 COL 1   VALUE 'SECOND PERSON:'.
           05 LINE 16 COL 25  PIC X(10)   USING WS-WITNESS.
           05 LINE 17 COL 1   VALUE 'NOTE:'.
           05 LINE 17 COL 25  PIC X(40)   USING WS-NOTE.
           05 LINE 18 COL 1   VALUE 'REVIEW (S) JUSTIFIED Y/N:'.
           05 LINE 18 COL 27  PIC X       USING WS-REVIEW-RESULT.
           05 LINE 19 COL 1   VALUE 'REVIEW NOTE:'.
           05 LINE 19 COL 25  PIC X(40)   USING WS-REVIEW-NOTE.
           05 LINE 21 COL 1   VALUE 'STATUS:'.
           05 LINE 21 COL 10  PIC X       FROM WS-SHOW-STAT.
           05 LINE 21 COL 14  VALUE 'CLOSES:'.
           05 LINE 21 COL 22  PIC 9(4)    FROM WS-SHOW-CLOSE.
           05 LINE 21 COL 28  VALUE 'USES:'.
           05 LINE 21 COL 34  PIC 9(5)    FROM WS-SHOW-USES.
           05 LINE 21 COL 41  VALUE 'REVIEWED BY:'.
           05 LINE 21 COL 54  PIC X(10)   FROM WS-SHOW-RVBY.
           05 LINE 23 COL 1   VALUE 'MESSAGE:'.
           05 LINE 23 COL 10  PIC X(45)   FROM WS-MSG.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *=================================================================
       000-MAIN                SECTION.
      *-----------------------------------------------------------------
       000.
           ACCEPT WS-TODAY FROM DATE.
           ADD 20000000 TO WS-TODAY.
           OPEN I-O    ESBRKGLS
                       ESMAILQ.
           OPEN INPUT  USERSS1
                       ESBIZCAL.
           PERFORM 100-SCREEN-LOOP UNTIL WS-FUNC-EXIT.
           CLOSE ESBRKGLS
                 ESMAILQ
                 USERSS1
                 ESBIZCAL.
           GOBACK.
      *-----------------------------------------------------------------
       100-SCREEN-LOOP          SECTION.
      *-----------------------------------------------------------------
       100.
           MOVE SPACES TO WS-MSG.
           DISPLAY SC-ESBRKGRQ.
           ACCEPT SC-ESBRKGRQ.
           IF WS-OPERATOR = SPACES AND NOT WS-FUNC-EXIT
              MOVE 'ENTER THE OPERATOR FIRST' TO WS-MSG
              GO TO 100-EXIT.
           EVALUATE TRUE
              WHEN WS-FUNC-GRANT
                 PERFORM 200-GRANT
              WHEN WS-FUNC-FIND
                 PERFORM 400-FIND-GRANT
              WHEN WS-FUNC-CLOSE
                 PERFORM 500-CLOSE-GRANT
              WHEN WS-FUNC-SIGNOFF
                 PERFORM 600-SIGN-OFF
              WHEN WS-FUNC-EXIT
                 CONTINUE
              WHEN OTHER
                 MOVE 'INVALID FUNCTION - USE G, F, C, S OR X'
                      TO WS-MSG
           END-EVALUATE.
       100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       200-GRANT                SECTION.
      *-----------------------------------------------------------------
       200.
      *---   the grant is always the operator's own, for today
           MOVE WS-TODAY    TO WS-KEY-DATE.
           MOVE WS-OPERATOR TO WS-KEY-USER.
           IF WS-KEY-SHEV = 0 OR WS-KEY-ANAF = 0
              MOVE 'ENTER THE DISTRICT AND BRANCH' TO WS-MSG
              GO TO 200-EXIT.
           MOVE 0 TO WS-FLAG-CNT.
           INSPECT WS-REQ-FLAGS TALLYING WS-FLAG-CNT FOR ALL 'Y'.
           IF WS-FLAG-CNT = 0
              MOVE 'MARK AT LEAST ONE FLAG WITH Y' TO WS-MSG
              GO TO 200-EXIT.
           IF NOT WS-REASON-VALID
              MOVE 'REASON CODE MUST BE 01 TO 05' TO WS-MSG
              GO TO 200-EXIT.
           IF WS-REASON-OTHER AND WS-NOTE = SPACES
              MOVE 'REASON 05 NEEDS A NOTE' TO WS-MSG
              GO TO 200-EXIT.
           IF WS-WITNESS = SPACES
              MOVE 'ENTER THE SECOND PERSON' TO WS-MSG
              GO TO 200-EXIT.
           IF WS-WITNESS = WS-OPERATOR
              MOVE 'SECOND PERSON MUST DIFFER FROM USER' TO WS-MSG
              GO TO 200-EXIT.
      *---   both people must be real users of the district - the
      *---   same USERSS1 read 400-USER-SHEV does at sign-on
           MOVE WS-OPERATOR TO USSNUM OF USERSS1-REC.
           MOVE WS-KEY-SHEV TO USSHEV OF USERSS1-REC.
           READ USERSS1
                INVALID KEY
                   MOVE 'OPERATOR NOT A USER OF THE DISTRICT' TO WS-MSG
                   GO TO 200-EXIT.
           MOVE WS-WITNESS  TO USSNUM OF USERSS1-REC.
           MOVE WS-KEY-SHEV TO USSHEV OF USERSS1-REC.
           READ USERSS1
                INVALID KEY
                   MOVE 'SECOND PERSON NOT A USER OF DISTRICT'
                        TO WS-MSG
                   GO TO 200-EXIT.
           PERFORM 210-CLOSING-TIME.
           IF WS-CLOSE-TIME = 0
              MOVE 'NOT A BUSINESS DAY - CALL SECURITY' TO WS-MSG
              GO TO 200-EXIT.
           ACCEPT WS-NOW FROM TIME.
           IF WS-NOW NOT < WS-CLOSE-TIME
              MOVE 'BUSINESS DAY CLOSED - CALL SECURITY' TO WS-MSG
              GO TO 200-EXIT.
      *---   one grant per user/branch/day - a second one the same
      *---   day is a conversation with security, not a keystroke
           MOVE WS-KEY-DATE TO BGDATE OF ESBRKGLS-REC.
           MOVE WS-KEY-SHEV TO BGSHEV OF ESBRKGLS-REC.
           MOVE WS-KEY-USER TO BGUSER OF ESBRKGLS-REC.
           MOVE WS-KEY-ANAF TO BGANAF OF ESBRKGLS-REC.
           READ ESBRKGLS
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE 'GRANT ALREADY KEYED TODAY' TO WS-MSG
                   GO TO 200-EXIT
           END-READ.
           MOVE WS-KEY-DATE   TO BGDATE OF ESBRKGLS-REC.
           MOVE WS-KEY-SHEV   TO BGSHEV OF ESBRKGLS-REC.
           MOVE WS-KEY-USER   TO BGUSER OF ESBRKGLS-REC.
           MOVE WS-KEY-ANAF   TO BGANAF OF ESBRKGLS-REC.
           MOVE WS-NOW        TO BGRQTM OF ESBRKGLS-REC.
           MOVE WS-CLOSE-TIME TO BGEXTM OF ESBRKGLS-REC.
           MOVE WS-DAY-TYPE   TO BGDTYP OF ESBRKGLS-REC.
           MOVE 'A'           TO BGSTAT OF ESBRKGLS-REC.
           MOVE '0' TO BGQWRY OF ESBRKGLS-REC
                       BGCHGA OF ESBRKGLS-REC
                       BGIMMD OF ESBRKGLS-REC
                       BGCHSV OF ESBRKGLS-REC
                       BGISHR OF ESBRKGLS-REC
                       BGPRMM OF ESBRKGLS-REC
                       BGPRSH OF ESBRKGLS-REC.
           IF WS-REQ-QWRY = 'Y'
              MOVE '1' TO BGQWRY OF ESBRKGLS-REC.
           IF WS-REQ-CHGA = 'Y'
              MOVE '1' TO BGCHGA OF ESBRKGLS-REC.
           IF WS-REQ-IMMD = 'Y'
              MOVE '1' TO BGIMMD OF ESBRKGLS-REC.
           IF WS-REQ-CHSV = 'Y'
              MOVE '1' TO BGCHSV OF ESBRKGLS-REC.
           IF WS-REQ-ISHR = 'Y'
              MOVE '1' TO BGISHR OF ESBRKGLS-REC.
           IF WS-REQ-PRMM = 'Y'
              MOVE '1' TO BGPRMM OF ESBRKGLS-REC.
           IF WS-REQ-PRSH = 'Y'
              MOVE '1' TO BGPRSH OF ESBRKGLS-REC.
           MOVE WS-REASON     TO BGRSN  OF ESBRKGLS-REC.
           MOVE WS-WITNESS    TO BGWITN OF ESBRKGLS-REC.
           MOVE WS-NOTE       TO BGNOTE OF ESBRKGLS-REC.
           MOVE 0             TO BGUSES OF ESBRKGLS-REC
                                 BGLUTM OF ESBRKGLS-REC
                                 BGCLTM OF ESBRKGLS-REC
                                 BGRVDT OF ESBRKGLS-REC.
           MOVE SPACES        TO BGCLBY OF ESBRKGLS-REC
                                 BGRVBY OF ESBRKGLS-REC
                                 BGRVRS OF ESBRKGLS-REC
                                 BGRVNT OF ESBRKGLS-REC.
           WRITE ESBRKGLS-REC
                 INVALID KEY
                    MOVE 'GRANT NOT WRITTEN - TRY AGAIN' TO WS-MSG
                    GO TO 200-EXIT.
           PERFORM 220-QUEUE-ALERT.
           PERFORM 410-SHOW-GRANT.
           MOVE 'GRANT IN FORCE - SECURITY NOTIFIED' TO WS-MSG.
       200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       210-CLOSING-TIME         SECTION.
      *-----------------------------------------------------------------
       210.
      *---   today's closing time off ESBIZCAL - no row or W is a full
      *---   day, F a half-day; E/H have no business day (zero)
           MOVE 'W'      TO WS-DAY-TYPE.
           MOVE WS-TODAY TO CLDATE OF ESBIZCAL-REC.
           READ ESBIZCAL
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE CLTYPE OF ESBIZCAL-REC TO WS-DAY-TYPE
           END-READ.
           EVALUATE WS-DAY-TYPE
              WHEN 'F'
                 MOVE WS-HALF-CLOSE TO WS-CLOSE-TIME
              WHEN 'E'
              WHEN 'H'
                 MOVE 0             TO WS-CLOSE-TIME
              WHEN OTHER
                 MOVE WS-FULL-CLOSE TO WS-CLOSE-TIME
           END-EVALUATE.
       210-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       220-QUEUE-ALERT          SECTION.
      *-----------------------------------------------------------------
       220.
           MOVE WS-SEC-MAIL          TO MQMAIL  OF ESMAILQ-REC.
           MOVE 'SECURITY'           TO MQNAME  OF ESMAILQ-REC.
           MOVE WS-KEY-SHEV          TO MQMHOZ  OF ESMAILQ-REC.
           MOVE 0                    TO MQSOCN  OF ESMAILQ-REC.
           MOVE WS-KEY-ANAF          TO MQSUGR  OF ESMAILQ-REC.
           COMPUTE MQTOKF OF ESMAILQ-REC = WS-CLOSE-TIME / 10000.
           MOVE WS-REASON            TO MQTIER  OF ESMAILQ-REC.
           MOVE '0'                  TO MQSTAT  OF ESMAILQ-REC.
           MOVE 0                    TO MQRETRY OF ESMAILQ-REC.
           MOVE 0                    TO MQSNDDT OF ESMAILQ-REC.
           MOVE 0                    TO MQCEHRS OF ESMAILQ-REC.
      *---   append after the queue rows already waiting - the
      *---   ESLICNTF idiom for sharing one day's sequence range
           MOVE '0' TO SW-MQ-DONE.
           PERFORM UNTIL MQ-DONE
              ADD 1 TO WS-MAIL-SEQ
              MOVE WS-TODAY    TO MQDATE OF ESMAILQ-REC
              MOVE WS-MAIL-SEQ TO MQSEQ  OF ESMAILQ-REC
              WRITE ESMAILQ-REC
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       SET MQ-DONE TO TRUE
              END-WRITE
           END-PERFORM.
       220-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       400-FIND-GRANT           SECTION.
      *-----------------------------------------------------------------
       400.
           PERFORM 420-READ-GRANT.
           IF SW-STATUS-1 NOT = '00'
              GO TO 400-EXIT.
           PERFORM 410-SHOW-GRANT.
           MOVE 'GRANT DISPLAYED' TO WS-MSG.
       400-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       410-SHOW-GRANT           SECTION.
      *-----------------------------------------------------------------
       410.
           MOVE BGSTAT OF ESBRKGLS-REC TO WS-SHOW-STAT.
           COMPUTE WS-SHOW-CLOSE = BGEXTM OF ESBRKGLS-REC / 10000.
           MOVE BGUSES OF ESBRKGLS-REC TO WS-SHOW-USES.
           MOVE BGRVBY OF ESBRKGLS-REC TO WS-SHOW-RVBY.
           MOVE BGRSN  OF ESBRKGLS-REC TO WS-REASON.
           MOVE BGWITN OF ESBRKGLS-REC TO WS-WITNESS.
           MOVE BGNOTE OF ESBRKGLS-REC TO WS-NOTE.
           MOVE SPACES TO WS-REQ-FLAGS.
           IF BGQWRY OF ESBRKGLS-REC = '1'
              MOVE 'Y' TO WS-REQ-QWRY.
           IF BGCHGA OF ESBRKGLS-REC = '1'
              MOVE 'Y' TO WS-REQ-CHGA.
           IF BGIMMD OF ESBRKGLS-REC = '1'
              MOVE 'Y' TO WS-REQ-IMMD.
           IF BGCHSV OF ESBRKGLS-REC = '1'
              MOVE 'Y' TO WS-REQ-CHSV.
           IF BGISHR OF ESBRKGLS-REC = '1'
              MOVE 'Y' TO WS-REQ-ISHR.
           IF BGPRMM OF ESBRKGLS-REC = '1'
              MOVE 'Y' TO WS-REQ-PRMM.
           IF BGPRSH OF ESBRKGLS-REC = '1'
              MOVE 'Y' TO WS-REQ-PRSH.
       410-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       420-READ-GRANT           SECTION.
      *-----------------------------------------------------------------
       420.
           MOVE WS-KEY-DATE TO BGDATE OF ESBRKGLS-REC.
           MOVE WS-KEY-SHEV TO BGSHEV OF ESBRKGLS-REC.
           MOVE WS-KEY-USER TO BGUSER OF ESBRKGLS-REC.
           MOVE WS-KEY-ANAF TO BGANAF OF ESBRKGLS-REC.
           READ ESBRKGLS
                INVALID KEY
                   MOVE 'NO GRANT FOR THAT DATE/USER/BRANCH' TO WS-MSG
           END-READ.
       420-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       500-CLOSE-GRANT          SECTION.
      *-----------------------------------------------------------------
       500.
      *---   the grantee finished early - closing time becomes now,
      *---   so 659-BREAK-GLASS stops matching on the next call
           PERFORM 420-READ-GRANT.
           IF SW-STATUS-1 NOT = '00'
              GO TO 500-EXIT.
           IF BGUSER OF ESBRKGLS-REC NOT = WS-OPERATOR
              MOVE 'ONLY THE GRANTEE MAY CLOSE A GRANT' TO WS-MSG
              GO TO 500-EXIT.
           ACCEPT WS-NOW FROM TIME.
           IF BGSTAT OF ESBRKGLS-REC NOT = 'A'
              OR BGDATE OF ESBRKGLS-REC NOT = WS-TODAY
              OR WS-NOW NOT < BGEXTM OF ESBRKGLS-REC
              MOVE 'GRANT IS NO LONGER IN FORCE' TO WS-MSG
              GO TO 500-EXIT.
           MOVE 'C'         TO BGSTAT OF ESBRKGLS-REC.
           MOVE WS-OPERATOR TO BGCLBY OF ESBRKGLS-REC.
           MOVE WS-NOW      TO BGCLTM OF ESBRKGLS-REC.
           REWRITE ESBRKGLS-REC.
           PERFORM 410-SHOW-GRANT.
           MOVE 'GRANT CLOSED' TO WS-MSG.
       500-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       600-SIGN-OFF             SECTION.
      *-----------------------------------------------------------------
       600.
      *---   the reviewer's sign-off on ESBRKRVW's list - only once
      *---   the grant's day is over, and never by either person who
      *---   was party to it
           PERFORM 420-READ-GRANT.
           IF SW-STATUS-1 NOT = '00'
              GO TO 600-EXIT.
           IF BGRVBY OF ESBRKGLS-REC NOT = SPACES
              MOVE 'GRANT ALREADY SIGNED OFF' TO WS-MSG
              GO TO 600-EXIT.
           IF BGDATE OF ESBRKGLS-REC NOT < WS-TODAY
              MOVE 'SIGN-OFF IS FROM THE NEXT DAY ON' TO WS-MSG
              GO TO 600-EXIT.
           IF WS-OPERATOR = BGUSER OF ESBRKGLS-REC
              OR WS-OPERATOR = BGWITN OF ESBRKGLS-REC
              MOVE 'REVIEWER MUST NOT BE USER OR SECOND' TO WS-MSG
              GO TO 600-EXIT.
           IF NOT WS-REVIEW-VALID
              MOVE 'JUSTIFIED MUST BE Y OR N' TO WS-MSG
              GO TO 600-EXIT.
           IF WS-REVIEW-RESULT = 'N' AND WS-REVIEW-NOTE = SPACES
              MOVE 'NOT JUSTIFIED NEEDS A REVIEW NOTE' TO WS-MSG
              GO TO 600-EXIT.
           MOVE WS-OPERATOR      TO BGRVBY OF ESBRKGLS-REC.
           MOVE WS-TODAY         TO BGRVDT OF ESBRKGLS-REC.
           MOVE WS-REVIEW-RESULT TO BGRVRS OF ESBRKGLS-REC.
           MOVE WS-REVIEW-NOTE   TO BGRVNT OF ESBRKGLS-REC.
           REWRITE ESBRKGLS-REC.
           PERFORM 410-SHOW-GRANT.
           MOVE 'SIGN-OFF RECORDED' TO WS-MSG.
       600-EXIT.
           EXIT.
