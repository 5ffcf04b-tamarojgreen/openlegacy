      ************************************************************************
      * ESAGTRMN - agent termination: deactivate, archive, impact list      **
      ************************************************************************
       PROCESS NOMONOPRC  APOST.
       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID.                     ESAGTRMN.
       AUTHOR.                         BATYAK.
       INSTALLATION.                   AS400.
          DATE-WRITTEN.                15/10/2026.
      *REMARKS.
      *         The ESUSROFF treatment for agents. Ending an agent was
      *         a hand flip of M2STCR on ELMAVL and nothing else, so
      *         the ESMAVL address kept getting ESLICNTF renewal
      *         notices, the RSOCENF rows kept showing on ESLICEXR and
      *         ESAGEXTR kept feeding the agent downstream. A
      *         termination is now keyed once, with an effective date
      *         and a reason, to ESAGTERM - the file ESLICNTF, ESLICEXR
      *         and ESAGEXTR consult to leave the agent out from the
      *         effective date on.
      *         TRM-FUNCTION:
      *           T = terminate. Records the ESAGTERM row and prints
      *               every user whose ES_TV_SOCHNIM list loses the
      *               agent - users whose ELNT010R list names the
      *               agent, and the whole-district (999999) users of
      *               the agent's district - so the district can
      *               reassign the work before the date. Effective
      *               today or earlier, the termination is applied at
      *               once; a later date waits for function D.
      *           D = apply due - the nightly call: every pending
      *               termination whose effective date has come
      *           C = cancel a pending termination
      *         Applying a termination sets M2STCR to 9 on every
      *         ELMAVL row of the agent and images the agent's ESMAVL
      *         rows, the tens-group's RSOCENF rows and the ESLICSUM
      *         row to the ESAGTARC agent archive. Nothing is deleted
      *         - the licence rows belong to the group, and the email
      *         row is silenced by ESAGTERM, not removed.
      *         TRM-STATUS: '0' done, '1' recorded - applies on the
      *         effective date, '2' no active ELMAVL agent, '3' reason
      *         invalid (05 other needs a note), '4' effective date
      *         invalid, '5' a termination is already on file (C: no
      *         pending termination to cancel).
      *         Reasons: 01 resigned, 02 dismissed, 03 licence
      *         revoked, 04 deceased, 05 other - see note.
      *         ESAGTERM: TRMHOZ/TRSOCN (key), TREFDT, TRRSN, TRNOTE,
      *                   TROPER, TRRQDT/TRRQTM (keyed), TRSTAT P
      *                   pending / A applied / X cancelled, TRAPDT,
      *                   TRUSERS (users on the impact list)
      *         ESAGTARC: AAMHOZ/AASOCN/AADATE/AATIME/AASEQ (key),
      *                   AAOPER, AAFILE, AADATA (row image)
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
           SELECT  ELMAVL            ASSIGN TO DATABASE-ELMAVL
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   FILE STATUS       IS SW-STATUS-1.
           SELECT  ESMAVL            ASSIGN TO DATABASE-ESMAVL
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   WITH DUPLICATES
                   FILE STATUS       IS SW-STATUS-2.
           SELECT  RSOCENF           ASSIGN TO DATABASE-HHLLC001
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   FILE STATUS       IS SW-STATUS-3.
           SELECT  ESLICSUM          ASSIGN TO DATABASE-ESLICSUM
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   FILE STATUS       IS SW-STATUS-4.
           SELECT  USERSS1           ASSIGN TO DATABASE-USERSS1
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   WITH DUPLICATES
                   FILE STATUS       IS SW-STATUS-5.
      *---   the termination register the notification and extract
      *---   runs consult
           SELECT  ESAGTERM          ASSIGN TO DATABASE-ESAGTERM
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   FILE STATUS       IS SW-STATUS-6.
           SELECT  ESAGTARC          ASSIGN TO DATABASE-ESAGTARC
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   FILE STATUS       IS SW-STATUS-7.
           SELECT  ESAGTRMN-RPT      ASSIGN TO PRINTER-ESAGTRMP
                   ORGANIZATION      IS LINE SEQUENTIAL
                   FILE STATUS       IS SW-STATUS-8.
      *=================================================================
       DATA DIVISION.
      *=================================================================
       FILE SECTION.
       FD  ELMAVL
                   LABEL RECORD IS STANDARD.
       01  ELMAVL-REC.
           COPY DDS-ALL-FORMAT OF ELMAVL.
       FD  ESMAVL
                   LABEL RECORD IS STANDARD.
       01  ESMAVL-REC.
           COPY DDS-ALL-FORMAT OF ESMAVL.
       FD  RSOCENF
                   LABEL RECORD IS STANDARD.
       01  RSOCEN-REC.
           COPY DDS-ALL-FORMAT OF HHLLC001.
       FD  ESLICSUM
                   LABEL RECORD IS STANDARD.
       01  ESLICSUM-REC.
           COPY DDS-ALL-FORMAT OF ESLICSUM.
       FD  USERSS1
                   LABEL RECORD IS STANDARD.
       01  USERSS1-REC.
           COPY DDS-ALL-FORMATS OF USERSS1.
       FD  ESAGTERM
                   LABEL RECORD IS STANDARD.
       01  ESAGTERM-REC.
           COPY DDS-ALL-FORMAT OF ESAGTERM.
       FD  ESAGTARC
                   LABEL RECORD IS STANDARD.
       01  ESAGTARC-REC.
           COPY DDS-ALL-FORMAT OF ESAGTARC.
       FD  ESAGTRMN-RPT
                   LABEL RECORD IS STANDARD.
       01  RPT-LINE                    PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  SW-STATUS-1                 PIC XX.
       01  SW-STATUS-2                 PIC XX.
       01  SW-STATUS-3                 PIC XX.
       01  SW-STATUS-4                 PIC XX.
       01  SW-STATUS-5                 PIC XX.
       01  SW-STATUS-6                 PIC XX.
       01  SW-STATUS-7                 PIC XX.
       01  SW-STATUS-8                 PIC XX.
       01  WS-TODAY                    PIC 9(8) VALUE 0.
       01  WS-TIME                     PIC 9(8) VALUE 0.
       01  WS-EFF-INT                  PIC 9(9) VALUE 0.
       01  WS-CUR-MHOZ                 PIC 9(2) VALUE 0.
       01  WS-CUR-SOCN                 PIC 9(6) VALUE 0.
       01  WS-GROUP-SOCN               PIC 9(6) VALUE 0.
       01  WS-ARC-SEQ                  PIC 9(5) VALUE 0.
       01  WS-LAST-USER                PIC X(10) VALUE SPACES.
       01  WS-HOW                      PIC X(20) VALUE SPACES.
       01  I-PR                        PIC 9(3) VALUE 0.
       01  WS-SWITCHES.
           03 SW-SCAN-END              PIC X VALUE '0'.
              88 SCAN-END               VALUE '1'.
           03 SW-USR-END               PIC X VALUE '0'.
              88 USR-END                VALUE '1'.
           03 SW-TRM-END               PIC X VALUE '0'.
              88 TRM-END                VALUE '1'.
           03 SW-ROW-HIT               PIC X VALUE '0'.
              88 ROW-HIT                VALUE '1'.
       01  WS-COUNTERS.
           03 WS-USERS                 PIC 9(5) VALUE 0.
           03 WS-APPLIED               PIC 9(5) VALUE 0.
           03 WS-IMAGED                PIC 9(5) VALUE 0.
      *---   reason-code texts, as documented above
       01  WS-REASON-TBL.
           03 FILLER PIC X(20) VALUE 'RESIGNED            '.
           03 FILLER PIC X(20) VALUE 'DISMISSED           '.
           03 FILLER PIC X(20) VALUE 'LICENCE REVOKED     '.
           03 FILLER PIC X(20) VALUE 'DECEASED            '.
           03 FILLER PIC X(20) VALUE 'OTHER - SEE NOTE    '.
       01  FILLER REDEFINES WS-REASON-TBL.
           03 WS-REASON-TEXT           PIC X(20) OCCURS 5.
      *---   ELNT010R - the agent list ESUSERB builds ES_TV_SOCHNIM
      *---   from, asked per user the way 500 asks it
       01  PR00.
           03 PRFILE                   PIC X     VALUE ' '.
           03 PRUSER                   PIC X(10) VALUE ' '.
           03 PRZEVT                   PIC X(3)  VALUE ' '.
           03 PRTVL.
              05 PRTVL-O OCCURS 500.
                 07 PR1 PIC 9(6).
           03 PRTVP.
              05 PRTVP-O OCCURS 500.
                 07 PR2 PIC 9(2).
       01  RPT-TERM.
           03 FILLER                    PIC X(12) VALUE 'TERMINATION '.
           03 RPT-MHOZ                  PIC 9(2).
           03 FILLER                    PIC X(1)  VALUE '/'.
           03 RPT-SOCN                  PIC 9(6).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 RPT-NAME                  PIC X(20).
           03 FILLER                    PIC X(11) VALUE ' EFFECTIVE '.
           03 RPT-EFDT                  PIC 9(8).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 RPT-STAT                  PIC X(10).
           03 FILLER                    PIC X(8)  VALUE SPACES.
       01  RPT-REASON.
           03 FILLER                    PIC X(9)  VALUE '  REASON '.
           03 RPT-RSN                   PIC 9(2).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 RPT-RSN-TEXT              PIC X(20).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 RPT-NOTE                  PIC X(40).
           03 FILLER                    PIC X(7)  VALUE SPACES.
       01  RPT-USER.
           03 FILLER                    PIC X(4)  VALUE SPACES.
           03 RPT-USER-ID               PIC X(10).
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 RPT-USER-NAME             PIC X(30).
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 RPT-HOW                   PIC X(20).
           03 FILLER                    PIC X(12) VALUE SPACES.
      *-----------------------------------------------------------------
       LINKAGE     SECTION.
      *-----------------------------------------------------------------
       01  TRM-CONTROL.
           03 TRM-FUNCTION             PIC X.
           03 TRM-MHOZ                 PIC 9(2).
           03 TRM-SOCN                 PIC 9(6).
           03 TRM-EFFDT                PIC 9(8).
           03 TRM-REASON               PIC 9(2).
           03 TRM-NOTE                 PIC X(40).
           03 TRM-OPERATOR             PIC X(10).
           03 TRM-STATUS               PIC X.
           03 TRM-USERS                PIC 9(5).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING TRM-CONTROL.
      *=================================================================
       000-MAIN                SECTION.
      *-----------------------------------------------------------------
       000.
           ACCEPT WS-TODAY FROM DATE.
           ADD 20000000 TO WS-TODAY.
           ACCEPT WS-TIME FROM TIME.
           MOVE '0' TO TRM-STATUS.
           MOVE 0   TO TRM-USERS.
           OPEN I-O    ELMAVL
                       ESAGTERM
                       ESAGTARC.
           OPEN INPUT  ESMAVL
                       RSOCENF
                       ESLICSUM
                       USERSS1.
           OPEN OUTPUT ESAGTRMN-RPT.
           MOVE '**  ESAGTRMN - AGENT TERMINATION  **' TO RPT-LINE.
           WRITE RPT-LINE.
           EVALUATE TRM-FUNCTION
              WHEN 'T'
                 PERFORM 100-TERMINATE
              WHEN 'D'
                 PERFORM 500-APPLY-DUE
              WHEN 'C'
                 PERFORM 600-CANCEL
           END-EVALUATE.
           CLOSE ELMAVL
                 ESMAVL
                 RSOCENF
                 ESLICSUM
                 USERSS1
                 ESAGTERM
                 ESAGTARC
                 ESAGTRMN-RPT.
           GOBACK.
      *-----------------------------------------------------------------
       100-TERMINATE            SECTION.
      *-----------------------------------------------------------------
       100.
           PERFORM 110-VALIDATE.
           IF TRM-STATUS NOT = '0'
              GO TO 100-EXIT.
           MOVE TRM-MHOZ     TO TRMHOZ  OF ESAGTERM-REC.
           MOVE TRM-SOCN     TO TRSOCN  OF ESAGTERM-REC.
           MOVE TRM-EFFDT    TO TREFDT  OF ESAGTERM-REC.
           MOVE TRM-REASON   TO TRRSN   OF ESAGTERM-REC.
           MOVE TRM-NOTE     TO TRNOTE  OF ESAGTERM-REC.
           MOVE TRM-OPERATOR TO TROPER  OF ESAGTERM-REC.
           MOVE WS-TODAY     TO TRRQDT  OF ESAGTERM-REC.
           MOVE WS-TIME      TO TRRQTM  OF ESAGTERM-REC.
           MOVE 'P'          TO TRSTAT  OF ESAGTERM-REC.
           MOVE 0            TO TRAPDT  OF ESAGTERM-REC.
           MOVE 0            TO TRUSERS OF ESAGTERM-REC.
      *---   a cancelled termination under the same key is replaced
           WRITE ESAGTERM-REC
                 INVALID KEY
                    REWRITE ESAGTERM-REC
           END-WRITE.
           MOVE M2LAK OF ELMAVL-REC TO RPT-NAME.
           PERFORM 150-PRINT-TERM.
           MOVE TRM-MHOZ TO WS-CUR-MHOZ.
           MOVE TRM-SOCN TO WS-CUR-SOCN.
           PERFORM 200-IMPACT-LIST.
           MOVE WS-USERS TO TRM-USERS
                            TRUSERS OF ESAGTERM-REC.
           REWRITE ESAGTERM-REC.
           IF TRM-EFFDT > WS-TODAY
              MOVE '1' TO TRM-STATUS
              GO TO 100-EXIT.
           PERFORM 400-APPLY.
       100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       110-VALIDATE             SECTION.
      *-----------------------------------------------------------------
       110.
           IF TRM-REASON < 1 OR TRM-REASON > 5
              MOVE '3' TO TRM-STATUS
              GO TO 110-EXIT.
           IF TRM-REASON = 5 AND TRM-NOTE = SPACES
              MOVE '3' TO TRM-STATUS
              GO TO 110-EXIT.
           COMPUTE WS-EFF-INT = FUNCTION INTEGER-OF-DATE(TRM-EFFDT).
           IF TRM-EFFDT < 20000101 OR WS-EFF-INT = 0
              MOVE '4' TO TRM-STATUS
              GO TO 110-EXIT.
           MOVE TRM-MHOZ TO M2HVRA OF ELMAVL-REC.
           MOVE TRM-SOCN TO M2HESH OF ELMAVL-REC.
           MOVE 1        TO M2MTBA OF ELMAVL-REC.
           READ ELMAVL
                INVALID KEY
                   MOVE '2' TO TRM-STATUS
                   GO TO 110-EXIT
           END-READ.
           IF M2STCR OF ELMAVL-REC NOT = 0
              MOVE '2' TO TRM-STATUS
              GO TO 110-EXIT.
           MOVE TRM-MHOZ TO TRMHOZ OF ESAGTERM-REC.
           MOVE TRM-SOCN TO TRSOCN OF ESAGTERM-REC.
           READ ESAGTERM
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF TRSTAT OF ESAGTERM-REC NOT = 'X'
                      MOVE '5' TO TRM-STATUS
                   END-IF
           END-READ.
       110-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       150-PRINT-TERM           SECTION.
      *-----------------------------------------------------------------
       150.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE TRMHOZ OF ESAGTERM-REC TO RPT-MHOZ.
           MOVE TRSOCN OF ESAGTERM-REC TO RPT-SOCN.
           MOVE TREFDT OF ESAGTERM-REC TO RPT-EFDT.
           IF TREFDT OF ESAGTERM-REC > WS-TODAY
              MOVE 'PENDING'    TO RPT-STAT
           ELSE
              MOVE 'APPLIED'    TO RPT-STAT
           END-IF.
           MOVE RPT-TERM TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE TRRSN OF ESAGTERM-REC TO RPT-RSN.
           IF TRRSN OF ESAGTERM-REC > 0 AND < 6
              MOVE WS-REASON-TEXT(TRRSN OF ESAGTERM-REC)
                   TO RPT-RSN-TEXT
           ELSE
              MOVE SPACES TO RPT-RSN-TEXT
           END-IF.
           MOVE TRNOTE OF ESAGTERM-REC TO RPT-NOTE.
           MOVE RPT-REASON TO RPT-LINE.
           WRITE RPT-LINE.
       150-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       200-IMPACT-LIST          SECTION.
      *-----------------------------------------------------------------
       200.
      *---   every user of the agent's district, once each, asked
      *---   through ELNT010R for the list ESUSERB would build
           MOVE 0 TO WS-USERS.
           MOVE '  USERS WHOSE AGENT LIST LOSES THIS AGENT:'
                TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE '0'    TO SW-USR-END.
           MOVE SPACES TO WS-LAST-USER.
           MOVE LOW-VALUES TO USSNUM OF USERSS1-REC.
           MOVE 0          TO USSHEV OF USERSS1-REC.
           START USERSS1
                 KEY NOT LESS EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY
                    SET USR-END TO TRUE.
           PERFORM UNTIL USR-END
              READ USERSS1 NEXT
                   AT END
                      SET USR-END TO TRUE
              NOT AT END
                 IF USSHEV OF USERSS1-REC = WS-CUR-MHOZ AND
                    USSNUM OF USERSS1-REC NOT = WS-LAST-USER
                    MOVE USSNUM OF USERSS1-REC TO WS-LAST-USER
                    PERFORM 210-CHECK-USER
                 END-IF
              END-READ
           END-PERFORM.
           IF WS-USERS = 0
              MOVE '    (NONE)' TO RPT-LINE
              WRITE RPT-LINE.
       200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       210-CHECK-USER           SECTION.
      *-----------------------------------------------------------------
       210.
           INITIALIZE PRZEVT PRTVL PRTVP.
           MOVE '1'                   TO PRFILE.
           MOVE USSNUM OF USERSS1-REC TO PRUSER.
           CALL 'ELNT010R' USING PRFILE
                                 PRUSER
                                 PRZEVT
                                 PRTVL
                                 PRTVP.
           MOVE SPACES TO WS-HOW.
      *---   999999 - the whole district, walked from ELMAVL
           IF PR1(1) = 999999
              MOVE 'WHOLE DISTRICT' TO WS-HOW
           ELSE
              PERFORM VARYING I-PR FROM 1 BY 1
                      UNTIL I-PR > 500 OR PR1(I-PR) = 0
                                       OR WS-HOW NOT = SPACES
                 IF PR1(I-PR) = WS-CUR-SOCN
                    MOVE 'AGENT LISTED' TO WS-HOW
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-HOW = SPACES
              GO TO 210-EXIT.
           ADD 1 TO WS-USERS.
           MOVE USSNUM OF USERSS1-REC TO RPT-USER-ID.
           MOVE USSDLT OF USERSS1-REC TO RPT-USER-NAME.
           MOVE WS-HOW                TO RPT-HOW.
           MOVE RPT-USER TO RPT-LINE.
           WRITE RPT-LINE.
       210-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       400-APPLY                SECTION.
      *-----------------------------------------------------------------
       400.
      *---   ESAGTERM-REC holds the termination being applied
           MOVE TRMHOZ OF ESAGTERM-REC TO WS-CUR-MHOZ.
           MOVE TRSOCN OF ESAGTERM-REC TO WS-CUR-SOCN.
           COMPUTE WS-GROUP-SOCN = (WS-CUR-SOCN / 10) * 10.
           PERFORM 410-DEACTIVATE-ELMAVL.
           PERFORM 420-IMAGE-ESMAVL.
           PERFORM 430-IMAGE-RSOCENF.
           PERFORM 440-IMAGE-ESLICSUM.
           MOVE 'A'      TO TRSTAT OF ESAGTERM-REC.
           MOVE WS-TODAY TO TRAPDT OF ESAGTERM-REC.
           REWRITE ESAGTERM-REC.
           ADD 1 TO WS-APPLIED.
       400-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       410-DEACTIVATE-ELMAVL    SECTION.
      *-----------------------------------------------------------------
       410.
      *---   every M2MTBA row of the agent - the image is taken
      *---   before the flag is set, so the archive shows it active
           MOVE '0' TO SW-SCAN-END.
           MOVE WS-CUR-MHOZ TO M2HVRA OF ELMAVL-REC.
           MOVE WS-CUR-SOCN TO M2HESH OF ELMAVL-REC.
           MOVE LOW-VALUES  TO M2MTBA OF ELMAVL-REC.
           START ELMAVL
                 KEY NOT LESS EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY
                    SET SCAN-END TO TRUE.
           PERFORM UNTIL SCAN-END
              READ ELMAVL NEXT
                   AT END
                      SET SCAN-END TO TRUE
              NOT AT END
                 IF M2HVRA OF ELMAVL-REC NOT = WS-CUR-MHOZ OR
                    M2HESH OF ELMAVL-REC NOT = WS-CUR-SOCN
                    SET SCAN-END TO TRUE
                 ELSE
                    MOVE 'ELMAVL    ' TO AAFILE OF ESAGTARC-REC
                    MOVE ELMAVL-REC   TO AADATA OF ESAGTARC-REC
                    PERFORM 450-WRITE-ARCHIVE
                    MOVE 9 TO M2STCR OF ELMAVL-REC
                    REWRITE ELMAVL-REC
                 END-IF
              END-READ
           END-PERFORM.
       410-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       420-IMAGE-ESMAVL         SECTION.
      *-----------------------------------------------------------------
       420.
           MOVE '0' TO SW-SCAN-END.
           MOVE WS-CUR-MHOZ TO MSMHOZ OF ESMAVL-REC.
           MOVE WS-CUR-SOCN TO MSACC1 OF ESMAVL-REC.
           MOVE LOW-VALUES  TO MSMTBA OF ESMAVL-REC.
           START ESMAVL
                 KEY NOT LESS EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY
                    SET SCAN-END TO TRUE.
           PERFORM UNTIL SCAN-END
              READ ESMAVL NEXT
                   AT END
                      SET SCAN-END TO TRUE
              NOT AT END
                 IF MSMHOZ OF ESMAVL-REC NOT = WS-CUR-MHOZ OR
                    MSACC1 OF ESMAVL-REC NOT = WS-CUR-SOCN
                    SET SCAN-END TO TRUE
                 ELSE
                    MOVE 'ESMAVL    ' TO AAFILE OF ESAGTARC-REC
                    MOVE ESMAVL-REC   TO AADATA OF ESAGTARC-REC
                    PERFORM 450-WRITE-ARCHIVE
                 END-IF
              END-READ
           END-PERFORM.
       420-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       430-IMAGE-RSOCENF        SECTION.
      *-----------------------------------------------------------------
       430.
      *---   licences are keyed on the rounded tens-group - the
      *---   group's rows as they stood when the agent left
           MOVE '0' TO SW-SCAN-END.
           MOVE WS-CUR-MHOZ   TO LCMHOZ OF RSOCEN-REC.
           MOVE WS-GROUP-SOCN TO LCSOCN OF RSOCEN-REC.
           MOVE LOW-VALUES    TO LCTCUM OF RSOCEN-REC
                                 LCSUGR OF RSOCEN-REC.
           START RSOCENF
                 KEY NOT LESS EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY
                    SET SCAN-END TO TRUE.
           PERFORM UNTIL SCAN-END
              READ RSOCENF NEXT
                   AT END
                      SET SCAN-END TO TRUE
              NOT AT END
                 IF LCMHOZ OF RSOCEN-REC NOT = WS-CUR-MHOZ OR
                    LCSOCN OF RSOCEN-REC NOT = WS-GROUP-SOCN
                    SET SCAN-END TO TRUE
                 ELSE
                    MOVE 'RSOCENF   ' TO AAFILE OF ESAGTARC-REC
                    MOVE RSOCEN-REC   TO AADATA OF ESAGTARC-REC
                    PERFORM 450-WRITE-ARCHIVE
                 END-IF
              END-READ
           END-PERFORM.
       430-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       440-IMAGE-ESLICSUM       SECTION.
      *-----------------------------------------------------------------
       440.
           MOVE WS-CUR-MHOZ   TO LSMHOZ OF ESLICSUM-REC.
           MOVE WS-GROUP-SOCN TO LSSOCN OF ESLICSUM-REC.
           READ ESLICSUM
                INVALID KEY
                   GO TO 440-EXIT
           END-READ.
           MOVE 'ESLICSUM  ' TO AAFILE OF ESAGTARC-REC.
           MOVE ESLICSUM-REC TO AADATA OF ESAGTARC-REC.
           PERFORM 450-WRITE-ARCHIVE.
       440-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       450-WRITE-ARCHIVE        SECTION.
      *-----------------------------------------------------------------
       450.
      *---   one ESAGTARC image per row - AAFILE and AADATA staged by
      *---   the caller, as ESUSROFF's 150 stages ESUSRARC
           MOVE WS-CUR-MHOZ  TO AAMHOZ OF ESAGTARC-REC.
           MOVE WS-CUR-SOCN  TO AASOCN OF ESAGTARC-REC.
           MOVE WS-TODAY     TO AADATE OF ESAGTARC-REC.
           MOVE WS-TIME      TO AATIME OF ESAGTARC-REC.
           ADD 1 TO WS-ARC-SEQ.
           MOVE WS-ARC-SEQ   TO AASEQ  OF ESAGTARC-REC.
           MOVE TRM-OPERATOR TO AAOPER OF ESAGTARC-REC.
           WRITE ESAGTARC-REC
                 INVALID KEY
                    REWRITE ESAGTARC-REC
           END-WRITE.
           ADD 1 TO WS-IMAGED.
       450-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       500-APPLY-DUE            SECTION.
      *-----------------------------------------------------------------
       500.
      *---   the nightly call - pending terminations whose date came
           MOVE 'TERMINATIONS APPLIED TONIGHT:' TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE '0' TO SW-TRM-END.
           MOVE 0   TO TRMHOZ OF ESAGTERM-REC
                       TRSOCN OF ESAGTERM-REC.
           START ESAGTERM
                 KEY NOT LESS EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY
                    SET TRM-END TO TRUE.
           PERFORM UNTIL TRM-END
              READ ESAGTERM NEXT
                   AT END
                      SET TRM-END TO TRUE
              NOT AT END
                 IF TRSTAT OF ESAGTERM-REC = 'P' AND
                    TREFDT OF ESAGTERM-REC NOT > WS-TODAY
                    PERFORM 510-APPLY-ONE
                 END-IF
              END-READ
           END-PERFORM.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           STRING 'TERMINATIONS APPLIED    : ' DELIMITED SIZE
                  WS-APPLIED                  DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'ROWS IMAGED TO ESAGTARC : ' DELIMITED SIZE
                  WS-IMAGED                   DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
       500-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       510-APPLY-ONE            SECTION.
      *-----------------------------------------------------------------
       510.
      *---   the archive rows carry the operator who recorded the
      *---   termination, not the night job
           MOVE TROPER OF ESAGTERM-REC TO TRM-OPERATOR.
           MOVE TRMHOZ OF ESAGTERM-REC TO M2HVRA OF ELMAVL-REC.
           MOVE TRSOCN OF ESAGTERM-REC TO M2HESH OF ELMAVL-REC.
           MOVE 1                      TO M2MTBA OF ELMAVL-REC.
           READ ELMAVL
                INVALID KEY
                   MOVE ALL '*' TO M2LAK OF ELMAVL-REC
           END-READ.
           MOVE M2LAK OF ELMAVL-REC TO RPT-NAME.
           PERFORM 150-PRINT-TERM.
           PERFORM 400-APPLY.
       510-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       600-CANCEL               SECTION.
      *-----------------------------------------------------------------
       600.
      *---   only a termination not yet applied can be withdrawn -
      *---   an applied one stays on the register with its archive
           MOVE TRM-MHOZ TO TRMHOZ OF ESAGTERM-REC.
           MOVE TRM-SOCN TO TRSOCN OF ESAGTERM-REC.
           READ ESAGTERM
                INVALID KEY
                   MOVE '5' TO TRM-STATUS
                   GO TO 600-EXIT
           END-READ.
           IF TRSTAT OF ESAGTERM-REC NOT = 'P'
              MOVE '5' TO TRM-STATUS
              GO TO 600-EXIT.
           MOVE 'X'          TO TRSTAT OF ESAGTERM-REC.
           MOVE TRM-OPERATOR TO TROPER OF ESAGTERM-REC.
           MOVE WS-TODAY     TO TRAPDT OF ESAGTERM-REC.
           REWRITE ESAGTERM-REC.
           MOVE SPACES TO RPT-LINE.
           STRING 'TERMINATION CANCELLED  ' DELIMITED SIZE
                  TRM-MHOZ                  DELIMITED SIZE
                  '/'                       DELIMITED SIZE
                  TRM-SOCN                  DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
       600-EXIT.
           EXIT.
