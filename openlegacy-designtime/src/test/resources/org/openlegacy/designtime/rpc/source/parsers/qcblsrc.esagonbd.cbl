      ************************************************************************
      * ESAGONBD - agent onboarding transaction with restart and journal    **
      ************************************************************************
       PROCESS NOMONOPRC  APOST.
       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID.                     ESAGONBD.
       AUTHOR.                         BATYAK.
       INSTALLATION.                   AS400.
          DATE-WRITTEN.                15/10/2026.
      *REMARKS.
      *         The ESAGTXFR treatment for a new agent. Onboarding was
      *         four hand edits in order - the ELMAVL agent-master row,
      *         the ESMAVL email row, one RSOCENF row per licence type,
      *         then the ESLICSUM summary - and an agent left half-way
      *         signs on to find 535-CHECK-R failing with no obvious
      *         reason. This validates the whole set before anything
      *         is written, then creates it in that order:
      *           - the district must exist in ESSYSDEF (the ESAGTXFR
      *             050 check)
      *           - the email must pass ESMAVMNT's structural rules
      *             (an @, no blank inside the address); an address
      *             another agent already uses is a warning only, as
      *             in ESMAVMNT
      *           - each licence type must appear on the table-006
      *             list of one of the licence-checked branches in
      *             ESLICBRF (the ESLICRFR load), and its expiry must
      *             not already be past
      *         Phases:
      *           1 = ELMAVL agent-master row (M2MTBA 1, M2STCR 0)
      *           2 = ESMAVL email row
      *           3 = RSOCENF licence rows on the agent's tens-group
      *               (LCTCUM 1) - a type the group already holds is
      *               left as it stands, it belongs to the group
      *           4 = ESLICSUM row re-derived through ESLICRFR
      *         ONB-RESTART-PHASE in/out works like AGX-RESTART-PHASE:
      *         0/1 from the top, 2-4 resume there, 9 = complete.
      *         ONB-STATUS: '0' done, '1' district not in ESSYSDEF,
      *         '2' email fails the structural check, '3' a licence
      *         type not on any branch list or already expired,
      *         '4' done but the ESLICSUM row is not yet clean (the
      *         types keyed do not cover the branch lists), '5' the
      *         agent already has an ELMAVL row and no onboarding of
      *         it is in progress. ONB-WARN '1' = email shared.
      *         Every row written is journaled to ESAGOJRN with its
      *         image; ESAGONB keeps one state row per onboarding with
      *         the next phase to run, and ESAGONEX lists the ones not
      *         yet at phase 9 every morning.
      *         ESAGONB:  OBMHOZ/OBSOCN (key), OBNAME, OBPHASE (next
      *                   phase, 9 = complete), OBSTAT (last status),
      *                   OBOPER, OBSTDT/OBSTTM (started),
      *                   OBLSDT/OBLSTM (last attempt)
      *         ESAGOJRN: OJDATE/OJSEQ (key), OJTIME, OJOPER, OJMHOZ,
      *                   OJSOCN, OJPHASE, OJFILE, OJIMAGE (row image)
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
           SELECT  ESSYSDEF          ASSIGN TO DATABASE-ESSYSDEF
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   FILE STATUS       IS SW-STATUS-5.
           SELECT  ESLICBRF          ASSIGN TO DATABASE-ESLICBRF
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   FILE STATUS       IS SW-STATUS-6.
      *---   one state row per onboarding - what ESAGONEX reports on
           SELECT  ESAGONB           ASSIGN TO DATABASE-ESAGONB
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   FILE STATUS       IS SW-STATUS-7.
           SELECT  ESAGOJRN          ASSIGN TO DATABASE-ESAGOJRN
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
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
       FD  ESSYSDEF
                   LABEL RECORD IS STANDARD.
       01  ESSYSDEF-REC.
           COPY DDS-ALL-FORMAT OF ESSYSDEF.
       FD  ESLICBRF
                   LABEL RECORD IS STANDARD.
       01  ESLICBRF-REC.
           COPY DDS-ALL-FORMAT OF ESLICBRF.
       FD  ESAGONB
                   LABEL RECORD IS STANDARD.
       01  ESAGONB-REC.
           COPY DDS-ALL-FORMAT OF ESAGONB.
       FD  ESAGOJRN
                   LABEL RECORD IS STANDARD.
       01  ESAGOJRN-REC.
           COPY DDS-ALL-FORMAT OF ESAGOJRN.
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
       01  WS-GROUP-SOCN               PIC 9(6) VALUE 0.
       01  WS-JRN-SEQ                  PIC 9(5) VALUE 0.
       01  WS-JRN-FILE                 PIC X(10) VALUE SPACES.
       01  WS-SAVE-REC                 PIC X(200) VALUE SPACES.
      *---   the ESMAVMNT 310 structural-check state
       01  WS-MAIL                     PIC X(40) VALUE SPACES.
       01  WS-HAS-AT                   PIC X VALUE '0'.
       01  WS-HAS-BLANK                PIC X VALUE '0'.
       01  WS-PAST-END                 PIC X VALUE '0'.
       01  I-CHR                       PIC 9(2) VALUE 0.
       01  I-LIC                       PIC 9(2) VALUE 0.
       01  I-RIS                       PIC 9(2) VALUE 0.
       01  WS-SWITCHES.
           03 SW-SCAN-END              PIC X VALUE '0'.
              88 SCAN-END               VALUE '1'.
           03 SW-JRN-DONE              PIC X VALUE '0'.
              88 JRN-DONE               VALUE '1'.
           03 SW-ONB-FOUND             PIC X VALUE '0'.
              88 ONB-FOUND              VALUE '1'.
      *---   a state row below phase 9 - this onboarding, resumed
           03 SW-ONB-OPEN              PIC X VALUE '0'.
              88 ONB-OPEN               VALUE '1'.
           03 SW-TYPE-LISTED           PIC X VALUE '0'.
              88 TYPE-LISTED            VALUE '1'.
           03 SW-ANAF-FOUND-06         PIC X VALUE '0'.
              88 ANAF-06-FOUND          VALUE '1'.
           03 SW-LICBR-END             PIC X VALUE '0'.
              88 LICBR-END              VALUE '1'.
      *---   the ESLICRFR parameter set for the phase-4 re-derive
       01  RFR-MHOZ                    PIC 9(2) VALUE 0.
       01  RFR-SOCN                    PIC 9(6) VALUE 0.
       01  RFR-STATUS                  PIC X    VALUE '0'.
      *---                 ELTV010B lookup - same shape as ESLICRFR's
           COPY ELCT010B IN QCBLSRC.
       01 RTN-TVL-DATA.
          03 RTN-TVL-REC OCCURS 25 TIMES.
             COPY DDS-ALL-FORMATS OF TVLKLLL1.
       01 TVL06-REC.
           COPY DDS-ALL-FORMATS  OF TVL006.
      *---   the licence-checked branches and their table-006 lists -
      *---   the ESLICRFR load, 25/20 fallback included
       01  WS-LIC-BR-TBL.
           03 WS-LIC-BR-O OCCURS 5.
              05 WS-LIC-BR-ANAF        PIC 9(3)  VALUE 0.
              05 WS-LIC-BR-STA         PIC X(20) VALUE SPACES.
              05 WS-LIC-BR-OK          PIC X     VALUE '0'.
       01  WS-LIC-BR-CNT               PIC 9 VALUE 0.
       01  I-LICBR                     PIC 9 VALUE 0.
       01  TV-RISHYONOT.
           03 TV-RISHYONOT-O OCCURS 10.
              05 TV-RISHAYON           PIC 999 COMP-3.
      *-----------------------------------------------------------------
       LINKAGE     SECTION.
      *-----------------------------------------------------------------
       01  ONB-CONTROL.
           03 ONB-SOCN                 PIC 9(6).
           03 ONB-MHOZ                 PIC 9(2).
           03 ONB-NAME                 PIC X(30).
           03 ONB-TZ                   PIC X(9).
           03 ONB-ADDR                 PIC X(40).
           03 ONB-TELP                 PIC X(10).
           03 ONB-MAIL                 PIC X(40).
           03 ONB-LIC-CNT              PIC 9(2).
           03 ONB-LIC-O OCCURS 10.
              05 ONB-LIC-SUGR          PIC 9(3).
              05 ONB-LIC-TOKF          PIC 9(8).
           03 ONB-OPERATOR             PIC X(10).
           03 ONB-RESTART-PHASE        PIC 9.
           03 ONB-STATUS               PIC X.
           03 ONB-WARN                 PIC X.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ONB-CONTROL.
      *=================================================================
       000-MAIN                SECTION.
      *-----------------------------------------------------------------
       000.
           ACCEPT WS-TODAY FROM DATE.
           ADD 20000000 TO WS-TODAY.
           ACCEPT WS-TIME FROM TIME.
           MOVE '0' TO ONB-STATUS ONB-WARN.
           COMPUTE WS-GROUP-SOCN = (ONB-SOCN / 10) * 10.
           OPEN I-O   ELMAVL
                      ESMAVL
                      RSOCENF
                      ESAGONB
                      ESAGOJRN.
           OPEN INPUT ESSYSDEF
                      ESLICBRF
                      ESLICSUM.
           PERFORM 040-READ-STATE.
      *---   the whole set is validated on every call, a resume
      *---   included, so nothing lands on the strength of a check
      *---   made before the data was corrected
           PERFORM 050-VALIDATE-DISTRICT.
           IF ONB-STATUS = '0'
              PERFORM 060-VALIDATE-MAIL.
           IF ONB-STATUS = '0'
              PERFORM 070-VALIDATE-LICENCES.
           IF ONB-STATUS = '0' AND ONB-RESTART-PHASE < 2
              PERFORM 080-CHECK-NEW-AGENT.
           IF ONB-STATUS NOT = '0'
              GO TO 000-STATE.
           IF ONB-RESTART-PHASE < 2
              PERFORM 100-WRITE-ELMAVL
              MOVE 2 TO ONB-RESTART-PHASE
              PERFORM 900-WRITE-STATE.
           IF ONB-RESTART-PHASE < 3
              PERFORM 200-WRITE-ESMAVL
              MOVE 3 TO ONB-RESTART-PHASE
              PERFORM 900-WRITE-STATE.
           IF ONB-RESTART-PHASE < 4
              PERFORM 300-WRITE-RSOCENF
              MOVE 4 TO ONB-RESTART-PHASE
              PERFORM 900-WRITE-STATE.
           PERFORM 400-DERIVE-ESLICSUM.
           MOVE 9 TO ONB-RESTART-PHASE.
       000-STATE.
      *---   a refusal before anything was written is not an
      *---   onboarding yet - only a started one keeps a state row
           IF ONB-OPEN OR ONB-RESTART-PHASE > 1
              PERFORM 900-WRITE-STATE.
           CLOSE ELMAVL
                 ESMAVL
                 RSOCENF
                 ESLICSUM
                 ESSYSDEF
                 ESLICBRF
                 ESAGONB
                 ESAGOJRN.
           GOBACK.
      *-----------------------------------------------------------------
       040-READ-STATE           SECTION.
      *-----------------------------------------------------------------
       040.
           MOVE '0' TO SW-ONB-FOUND SW-ONB-OPEN.
           MOVE ONB-MHOZ TO OBMHOZ OF ESAGONB-REC.
           MOVE ONB-SOCN TO OBSOCN OF ESAGONB-REC.
           READ ESAGONB
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   SET ONB-FOUND TO TRUE
                   IF OBPHASE OF ESAGONB-REC NOT = 9
                      SET ONB-OPEN TO TRUE
                   END-IF
           END-READ.
       040-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       050-VALIDATE-DISTRICT    SECTION.
      *-----------------------------------------------------------------
       050.
           MOVE ONB-MHOZ TO SDMHOZ OF ESSYSDEF-REC.
           READ ESSYSDEF
                INVALID KEY
                   MOVE '1' TO ONB-STATUS
           END-READ.
       050-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       060-VALIDATE-MAIL        SECTION.
      *-----------------------------------------------------------------
       060.
      *---   ESMAVMNT's 310-CHECK-STRUCTURE rules
           MOVE ONB-MAIL TO WS-MAIL.
           MOVE '0' TO WS-HAS-AT WS-HAS-BLANK WS-PAST-END.
           PERFORM VARYING I-CHR FROM 1 BY 1 UNTIL I-CHR > 40
              IF WS-MAIL(I-CHR:1) = ' '
                 MOVE '1' TO WS-PAST-END
              ELSE
                 IF WS-PAST-END = '1'
                    MOVE '1' TO WS-HAS-BLANK
                 END-IF
                 IF WS-MAIL(I-CHR:1) = '@'
                    MOVE '1' TO WS-HAS-AT
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-MAIL = SPACES OR WS-HAS-AT = '0' OR WS-HAS-BLANK = '1'
              MOVE '2' TO ONB-STATUS
              GO TO 060-EXIT.
      *---   ESMAVMNT's 330 shared-address warning - warns, never
      *---   blocks; shared mailboxes exist legitimately
           MOVE '0' TO SW-SCAN-END.
           MOVE LOW-VALUES TO MSMHOZ OF ESMAVL-REC
                              MSACC1 OF ESMAVL-REC
                              MSMTBA OF ESMAVL-REC.
           START ESMAVL
                 KEY NOT LESS EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY
                    SET SCAN-END TO TRUE.
           PERFORM UNTIL SCAN-END OR ONB-WARN = '1'
              READ ESMAVL NEXT
                   AT END
                      SET SCAN-END TO TRUE
              NOT AT END
                 IF MSMAIL1 OF ESMAVL-REC(1:40) = WS-MAIL AND
                    (MSMHOZ OF ESMAVL-REC NOT = ONB-MHOZ OR
                     MSACC1 OF ESMAVL-REC NOT = ONB-SOCN)
                    MOVE '1' TO ONB-WARN
                 END-IF
              END-READ
           END-PERFORM.
       060-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       070-VALIDATE-LICENCES    SECTION.
      *-----------------------------------------------------------------
       070.
           IF ONB-LIC-CNT > 10
              MOVE '3' TO ONB-STATUS
              GO TO 070-EXIT.
           PERFORM 071-LOAD-LIC-BRANCHES.
           PERFORM 072-LOAD-LICENCE-LISTS.
           PERFORM VARYING I-LIC FROM 1 BY 1
                   UNTIL I-LIC > ONB-LIC-CNT OR ONB-STATUS NOT = '0'
              IF ONB-LIC-TOKF(I-LIC) < WS-TODAY
                 MOVE '3' TO ONB-STATUS
              ELSE
                 PERFORM 075-FIND-TYPE
                 IF NOT TYPE-LISTED
                    MOVE '3' TO ONB-STATUS
                 END-IF
              END-IF
           END-PERFORM.
       070-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       071-LOAD-LIC-BRANCHES   SECTION.
      *-----------------------------------------------------------------
       071.
           MOVE 0   TO WS-LIC-BR-CNT.
           MOVE '0' TO SW-LICBR-END.
           MOVE 1   TO I-LICBR.
           MOVE LOW-VALUES TO LBANAF OF ESLICBRF-REC.
           START ESLICBRF
                 KEY NOT LESS EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY
                    SET LICBR-END TO TRUE.
           PERFORM UNTIL LICBR-END OR I-LICBR > 5
              READ ESLICBRF NEXT
                   AT END
                      SET LICBR-END TO TRUE
                   NOT AT END
                      MOVE LBANAF OF ESLICBRF-REC
                                           TO WS-LIC-BR-ANAF(I-LICBR)
                      ADD 1 TO WS-LIC-BR-CNT
                      ADD 1 TO I-LICBR
              END-READ
           END-PERFORM.
           IF WS-LIC-BR-CNT = 0
              MOVE 25 TO WS-LIC-BR-ANAF(1)
              MOVE 20 TO WS-LIC-BR-ANAF(2)
              MOVE 2  TO WS-LIC-BR-CNT.
       071-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       072-LOAD-LICENCE-LISTS  SECTION.
      *-----------------------------------------------------------------
       072.
           PERFORM VARYING I-LICBR FROM 1 BY 1
                   UNTIL I-LICBR > WS-LIC-BR-CNT
              MOVE SPACES TO WS-LIC-BR-STA(I-LICBR)
              MOVE '0'    TO WS-LIC-BR-OK(I-LICBR)
              MOVE WS-LIC-BR-ANAF(I-LICBR) TO CT10-ANAF
              PERFORM 073-KRIA-TVL006
              IF ANAF-06-FOUND
                 MOVE T06STA TO WS-LIC-BR-STA(I-LICBR)
                 MOVE '1'    TO WS-LIC-BR-OK(I-LICBR)
              END-IF
           END-PERFORM.
       072-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       073-KRIA-TVL006         SECTION.
      *-----------------------------------------------------------------
       073.
           SET ANAF-06-FOUND TO TRUE.
           MOVE '0'                  TO CT10-KOD-HEMSH.
           MOVE 06                   TO CT10-TVL-NO.
           MOVE 1                    TO CT10-HEVRA.
           MOVE ONB-MHOZ             TO CT10-MAHOZ.
           MOVE 1                    TO CT10-MATBEA.
           MOVE SPACES               TO CT10-KEY-KLLI.
           MOVE 99999999             TO CT10-DATE.
           MOVE ZERO                 TO CT10-NO-SDRI.
           SET  CT10-OVERIDE-NO      TO TRUE.
           MOVE ZERO                 TO CT10-IND-OVERIDE.
           SET  CT10-REC-SINGL       TO TRUE.
           CALL 'ELTV010B'  USING CT10-AREA-KLALI RTN-TVL-DATA.
           IF NOT CT10-HZR-TAKIN
              MOVE '0' TO SW-ANAF-FOUND-06
              GO TO 073-EXIT.
           MOVE TUREC OF RTN-TVL-REC (1) TO TVL06-REC.
       073-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       075-FIND-TYPE            SECTION.
      *-----------------------------------------------------------------
       075.
      *---   on any licence-checked branch's list will do - the agent
      *---   sells through whichever branch the type is required at
           MOVE '0' TO SW-TYPE-LISTED.
           PERFORM VARYING I-LICBR FROM 1 BY 1
                   UNTIL I-LICBR > WS-LIC-BR-CNT OR TYPE-LISTED
              IF WS-LIC-BR-OK(I-LICBR) = '1'
                 MOVE WS-LIC-BR-STA(I-LICBR) TO TV-RISHYONOT
                 PERFORM VARYING I-RIS FROM 1 BY 1 UNTIL I-RIS > 10
                    IF TV-RISHAYON(I-RIS) NOT = 0 AND
                       TV-RISHAYON(I-RIS) = ONB-LIC-SUGR(I-LIC)
                       SET TYPE-LISTED TO TRUE
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.
       075-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       080-CHECK-NEW-AGENT      SECTION.
      *-----------------------------------------------------------------
       080.
      *---   an existing agent is a transfer or a correction, not an
      *---   onboarding - unless it is this onboarding's own phase-1
      *---   row from a run that stopped before recording phase 2
           MOVE ONB-MHOZ TO M2HVRA OF ELMAVL-REC.
           MOVE ONB-SOCN TO M2HESH OF ELMAVL-REC.
           MOVE 1        TO M2MTBA OF ELMAVL-REC.
           READ ELMAVL
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF NOT ONB-OPEN
                      MOVE '5' TO ONB-STATUS
                   END-IF
           END-READ.
       080-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       100-WRITE-ELMAVL         SECTION.
      *-----------------------------------------------------------------
       100.
           INITIALIZE ELMAVL-REC.
           MOVE ONB-MHOZ TO M2HVRA OF ELMAVL-REC.
           MOVE ONB-SOCN TO M2HESH OF ELMAVL-REC.
           MOVE 1        TO M2MTBA OF ELMAVL-REC.
           MOVE 0        TO M2STCR OF ELMAVL-REC.
           MOVE ONB-NAME TO M2LAK  OF ELMAVL-REC.
           MOVE ONB-TZ   TO M2TZNK OF ELMAVL-REC.
           MOVE ONB-ADDR TO M2ADDR OF ELMAVL-REC.
           MOVE ONB-TELP TO M2TELP OF ELMAVL-REC.
           WRITE ELMAVL-REC
                 INVALID KEY
      *---   restart re-run - this onboarding's row from the first
      *---   pass, brought up to the details keyed now
                    REWRITE ELMAVL-REC
           END-WRITE.
           MOVE ELMAVL-REC TO WS-SAVE-REC.
           MOVE 'ELMAVL'   TO WS-JRN-FILE.
           MOVE 1          TO OJPHASE OF ESAGOJRN-REC.
           PERFORM 800-WRITE-JOURNAL.
       100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       200-WRITE-ESMAVL         SECTION.
      *-----------------------------------------------------------------
       200.
           INITIALIZE ESMAVL-REC.
           MOVE ONB-MHOZ    TO MSMHOZ OF ESMAVL-REC.
           MOVE ONB-SOCN    TO MSACC1 OF ESMAVL-REC.
           MOVE 1           TO MSMTBA OF ESMAVL-REC.
           MOVE SPACES      TO MSMAIL1 OF ESMAVL-REC.
           MOVE WS-MAIL     TO MSMAIL1 OF ESMAVL-REC(1:40).
           WRITE ESMAVL-REC
                 INVALID KEY
                    REWRITE ESMAVL-REC
           END-WRITE.
           MOVE ESMAVL-REC TO WS-SAVE-REC.
           MOVE 'ESMAVL'   TO WS-JRN-FILE.
           MOVE 2          TO OJPHASE OF ESAGOJRN-REC.
           PERFORM 800-WRITE-JOURNAL.
       200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       300-WRITE-RSOCENF        SECTION.
      *-----------------------------------------------------------------
       300.
      *---   licences are keyed on the rounded tens-group 535-CHECK-R
      *---   looks up; a type the group already holds stays as it is
      *---   - it was keyed for the group, not for this agent
           PERFORM VARYING I-LIC FROM 1 BY 1 UNTIL I-LIC > ONB-LIC-CNT
              INITIALIZE RSOCEN-REC
              MOVE ONB-MHOZ            TO LCMHOZ OF RSOCEN-REC
              MOVE WS-GROUP-SOCN       TO LCSOCN OF RSOCEN-REC
              MOVE 1                   TO LCTCUM OF RSOCEN-REC
              MOVE ONB-LIC-SUGR(I-LIC) TO LCSUGR OF RSOCEN-REC
              MOVE ONB-LIC-TOKF(I-LIC) TO LCTOKF OF RSOCEN-REC
              WRITE RSOCEN-REC
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE RSOCEN-REC TO WS-SAVE-REC
                       MOVE 'RSOCENF'  TO WS-JRN-FILE
                       MOVE 3          TO OJPHASE OF ESAGOJRN-REC
                       PERFORM 800-WRITE-JOURNAL
              END-WRITE
           END-PERFORM.
       300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       400-DERIVE-ESLICSUM      SECTION.
      *-----------------------------------------------------------------
       400.
      *---   the row is derived the way licensing's intraday
      *---   correction path derives it, then read back for the
      *---   journal and for the '4' not-yet-clean answer
           MOVE ONB-MHOZ TO RFR-MHOZ.
           MOVE ONB-SOCN TO RFR-SOCN.
           CALL 'ESLICRFR' USING RFR-MHOZ RFR-SOCN RFR-STATUS.
           IF RFR-STATUS NOT = '0'
              GO TO 400-EXIT.
           MOVE ONB-MHOZ      TO LSMHOZ OF ESLICSUM-REC.
           MOVE WS-GROUP-SOCN TO LSSOCN OF ESLICSUM-REC.
           READ ESLICSUM
                INVALID KEY
                   GO TO 400-EXIT
           END-READ.
           IF LSSTAT OF ESLICSUM-REC NOT = '0'
              MOVE '4' TO ONB-STATUS.
           MOVE ESLICSUM-REC TO WS-SAVE-REC.
           MOVE 'ESLICSUM'   TO WS-JRN-FILE.
           MOVE 4            TO OJPHASE OF ESAGOJRN-REC.
           PERFORM 800-WRITE-JOURNAL.
       400-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       800-WRITE-JOURNAL        SECTION.
      *-----------------------------------------------------------------
       800.
      *---   OJPHASE is set by the caller; appended after the rows
      *---   already journaled today - the ESLICNTF sequence idiom
           ACCEPT WS-TIME FROM TIME.
           MOVE WS-TIME      TO OJTIME  OF ESAGOJRN-REC.
           MOVE ONB-OPERATOR TO OJOPER  OF ESAGOJRN-REC.
           MOVE ONB-MHOZ     TO OJMHOZ  OF ESAGOJRN-REC.
           MOVE ONB-SOCN     TO OJSOCN  OF ESAGOJRN-REC.
           MOVE WS-JRN-FILE  TO OJFILE  OF ESAGOJRN-REC.
           MOVE WS-SAVE-REC  TO OJIMAGE OF ESAGOJRN-REC.
           MOVE '0' TO SW-JRN-DONE.
           PERFORM UNTIL JRN-DONE
              ADD 1 TO WS-JRN-SEQ
              MOVE WS-TODAY   TO OJDATE OF ESAGOJRN-REC
              MOVE WS-JRN-SEQ TO OJSEQ  OF ESAGOJRN-REC
              WRITE ESAGOJRN-REC
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       SET JRN-DONE TO TRUE
              END-WRITE
           END-PERFORM.
       800-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       900-WRITE-STATE          SECTION.
      *-----------------------------------------------------------------
       900.
      *---   rewritten after every phase, so a run that stops leaves
      *---   the phase to resume at - the ESAGONEX morning list
           ACCEPT WS-TIME FROM TIME.
           MOVE ONB-MHOZ          TO OBMHOZ  OF ESAGONB-REC.
           MOVE ONB-SOCN          TO OBSOCN  OF ESAGONB-REC.
           MOVE ONB-NAME          TO OBNAME  OF ESAGONB-REC.
           MOVE ONB-RESTART-PHASE TO OBPHASE OF ESAGONB-REC.
           MOVE ONB-STATUS        TO OBSTAT  OF ESAGONB-REC.
           MOVE ONB-OPERATOR      TO OBOPER  OF ESAGONB-REC.
           MOVE WS-TODAY          TO OBLSDT  OF ESAGONB-REC.
           MOVE WS-TIME           TO OBLSTM  OF ESAGONB-REC.
      *---   a completed row under the same key is an earlier
      *---   onboarding of a returning agent - this one starts afresh
           IF NOT ONB-OPEN
              MOVE WS-TODAY       TO OBSTDT  OF ESAGONB-REC
              MOVE WS-TIME        TO OBSTTM  OF ESAGONB-REC
           END-IF.
           IF ONB-FOUND
              REWRITE ESAGONB-REC
           ELSE
              WRITE ESAGONB-REC
                    INVALID KEY
                       REWRITE ESAGONB-REC
              END-WRITE
              SET ONB-FOUND TO TRUE
           END-IF.
           IF ONB-RESTART-PHASE NOT = 9
              SET ONB-OPEN TO TRUE.
       900-EXIT.
           EXIT.
