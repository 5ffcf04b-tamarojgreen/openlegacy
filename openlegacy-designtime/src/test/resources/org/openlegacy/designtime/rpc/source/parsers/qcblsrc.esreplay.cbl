      ************************************************************************
      * ESREPLAY - replay a day's ESUSERB calls through a candidate release **
      ************************************************************************
       PROCESS NOMONOPRC  APOST.
       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID.                     ESREPLAY.
       AUTHOR.                         BATYAK.
       INSTALLATION.                   AS400.
          DATE-WRITTEN.                15/10/2026.
      *REMARKS.
      *         Release evidence for ESUSERB changes. Every call of
      *         RP-DATE (0 = yesterday) on the ESPRMLOG completion log
      *         is rebuilt from the PI1 image ESPRMIB posted with it in
      *         LGPARM - user, company, task and every input parameter
      *         - and run twice: through the current ESUSERB and
      *         through the candidate, compiled under the name in
      *         RP-CAND (blank = ESUSERBC) into the test library. Both
      *         calls are forced to dry run, with what-if, trace and
      *         timing off, so neither writes the audit files; calls
      *         that were dry runs already (ESAUSNAP, earlier replays)
      *         are not real traffic and are skipped. Naming ESUSERB
      *         itself as the candidate proves the harness: it must
      *         report no differences.
      *
      *         The full PO2/PO4 outputs are compared: every PO2/PO4
      *         scalar, the first 10 PO2 error entries, the district
      *         table, the agent list, the excluded-agent list, the
      *         ES_TV_ANAFIM branch table flag by flag (branches matched
      *         on the branch number, the ESAUDIFF rule) and the special
      *         flags. Only differences are printed, grouped by output
      *         field, each with the before/after values, the number of
      *         distinct users and of calls it hit, and the first user
      *         seen. Agent-list and excluded-list differences are
      *         reported as agents dropped/added/changed, not per agent.
      *
      *         The replay date must be a closed day - both calls post
      *         their own ESPRMLOG rows (as dry runs) under today's
      *         date. Up to 200 distinct differences and 2000 affected
      *         users are tabled; past that the counts are noted in the
      *         summary.
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
           SELECT  ESPRMLOG          ASSIGN TO DATABASE-ESPRMLOG
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   FILE STATUS       IS SW-STATUS-1.
           SELECT  ESREPLAY-RPT      ASSIGN TO PRINTER-ESREPLAYP
                   ORGANIZATION      IS LINE SEQUENTIAL
                   FILE STATUS       IS SW-STATUS-2.
      *=================================================================
       DATA DIVISION.
      *=================================================================
       FILE SECTION.
       FD  ESPRMLOG
                   LABEL RECORD IS STANDARD.
       01  ESPRMLOG-REC.
           COPY DDS-ALL-FORMAT OF ESPRMLOG.
       FD  ESREPLAY-RPT
                   LABEL RECORD IS STANDARD.
       01  RPT-LINE                    PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  SW-STATUS-1                 PIC XX.
       01  SW-STATUS-2                 PIC XX.
       01  WS-TODAY                    PIC 9(8) VALUE 0.
       01  WS-CAND-PGM                 PIC X(10) VALUE SPACES.
       01  WS-SWITCHES.
           03 SW-LOG-END               PIC X VALUE '0'.
              88 LOG-END                VALUE '1'.
           03 SW-PARM-BAD              PIC X VALUE '0'.
              88 PARM-BAD               VALUE '1'.
           03 SW-CALL-DIFF             PIC X VALUE '0'.
              88 CALL-DIFF              VALUE '1'.
           03 SW-FOUND                 PIC X VALUE '0'.
              88 FOUND                  VALUE '1'.
           03 SW-AG-DROP               PIC X VALUE '0'.
              88 AG-DROP                VALUE '1'.
           03 SW-AG-ADD                PIC X VALUE '0'.
              88 AG-ADD                 VALUE '1'.
           03 SW-AG-DETAIL             PIC X VALUE '0'.
              88 AG-DETAIL              VALUE '1'.
       01  WS-COUNTERS.
           03 WS-CALLS-READ            PIC 9(7) VALUE 0.
           03 WS-CALLS-SKIPPED         PIC 9(7) VALUE 0.
           03 WS-CALLS-REPLAYED        PIC 9(7) VALUE 0.
           03 WS-CALLS-DIFF            PIC 9(7) VALUE 0.
           03 WS-DIFF-OVER             PIC 9(7) VALUE 0.
           03 WS-USER-OVER             PIC 9(7) VALUE 0.
      *---   the PI1/PO2/PO4 parameter set of the online callers
       01  PI1.
           COPY PRM1I IN QCBLSRC.
       01  PO2.
           COPY PRM2O IN QCBLSRC.
       01  PO4.
           COPY PRMUSER4O IN QCBLSRC.
      *---   the two results of one call - 1 = current, 2 = candidate.
      *---   RS-SCALAR holds every PO2/PO4 scalar as text, slot for
      *---   slot with WS-FLD-NAME; slot 4 stays blank - it names the
      *---   PO2 error table, compared entry by entry in RS-ERR.
       01  WS-RESULTS.
           03 WS-RES-O OCCURS 2.
              05 RS-SCALAR             PIC X(30) OCCURS 31.
              05 RS-ERR OCCURS 10.
                 07 RS-ERKD            PIC 9(4).
                 07 RS-ERSG            PIC 9.
                 07 RS-FLDN            PIC X(10).
      *---   ES_TV_MEHOZOT overlay
              05 RS-MEHOZOT.
                 07 RS-MHZ OCCURS 10.
                    09 RS-MHZN         PIC 9(2).
                    09 RS-SYS          PIC X.
      *---   ES_TV_SOCHNIM overlay - agent number, then the details
              05 RS-SOCHNIM.
                 07 RS-SOC OCCURS 500.
                    09 RS-SOCHEN       PIC 9(6).
                    09 RS-SOC-REST     PIC X(121).
              05 RS-EXCLUDED           PIC X(800).
      *---   ES_TV_ANAFIM overlay - branch, then the 14 flags in
      *---   PRMUSER4O order
              05 RS-ANFIM.
                 07 RS-ANF OCCURS 50.
                    09 RS-ANAF         PIC 9(3).
                    09 RS-FLAG         PIC X OCCURS 14.
      *---   output field names - the report groups by this order
       01  WS-FLD-NAMES.
           03 FILLER PIC X(24) VALUE 'PO2_ESKERR'.
           03 FILLER PIC X(24) VALUE 'PO2_ESKERR_NR'.
           03 FILLER PIC X(24) VALUE 'PO2_ESWARN_NR'.
           03 FILLER PIC X(24) VALUE 'PO2_ESERKD'.
           03 FILLER PIC X(24) VALUE 'ES_SUG_USER'.
           03 FILLER PIC X(24) VALUE 'ES_MHOZ'.
           03 FILLER PIC X(24) VALUE 'ES_USER_NAME'.
           03 FILLER PIC X(24) VALUE 'ES_KOD_MAKISH'.
           03 FILLER PIC X(24) VALUE 'ES_SUM_MHOZ'.
           03 FILLER PIC X(24) VALUE 'ES_MHOZ_MORE'.
           03 FILLER PIC X(24) VALUE 'ES_SUM_SOCHEN'.
           03 FILLER PIC X(24) VALUE 'ES_SOCHNIM_OVERFLOW'.
           03 FILLER PIC X(24) VALUE 'ES_SUM_EXCLUDED'.
           03 FILLER PIC X(24) VALUE 'ES_SUM_ANAF'.
           03 FILLER PIC X(24) VALUE 'ES_ANAF_OVERFLOW'.
           03 FILLER PIC X(24) VALUE 'ES_ANAF_999'.
           03 FILLER PIC X(24) VALUE 'ES_USER_HATAM'.
           03 FILLER PIC X(24) VALUE 'ES_NAME_HATAM'.
           03 FILLER PIC X(24) VALUE 'ES_SOC_MADANES'.
           03 FILLER PIC X(24) VALUE 'ES_ISOH_BDIKA'.
           03 FILLER PIC X(24) VALUE 'ES_ISOH_SAP'.
           03 FILLER PIC X(24) VALUE 'ES_ISOH_ISHUR_MEUHAD'.
           03 FILLER PIC X(24) VALUE 'ES_ZEVET_AL'.
           03 FILLER PIC X(24) VALUE 'ES_TV_ZEVET'.
           03 FILLER PIC X(24) VALUE 'ES_SUM_ZEVET'.
           03 FILLER PIC X(24) VALUE 'ES_ISOH_PATUR'.
           03 FILLER PIC X(24) VALUE 'ES_IMAGE'.
           03 FILLER PIC X(24) VALUE 'ES_HAZHARA'.
           03 FILLER PIC X(24) VALUE 'ES_DMAI_POLISA_TOS_INF'.
           03 FILLER PIC X(24) VALUE 'ES_MILUY_RESTART_KEY'.
           03 FILLER PIC X(24) VALUE 'ES_SOCHEN_NEXT_KEY'.
           03 FILLER PIC X(24) VALUE 'ES_TV_MEHOZOT'.
           03 FILLER PIC X(24) VALUE 'ES_TV_SOCHNIM'.
           03 FILLER PIC X(24) VALUE 'ES_TV_EXCLUDED'.
           03 FILLER PIC X(24) VALUE 'ES_TV_ANAFIM BRANCH'.
           03 FILLER PIC X(24) VALUE 'ES_QWRY'.
           03 FILLER PIC X(24) VALUE 'ES_CHGA'.
           03 FILLER PIC X(24) VALUE 'ES_IMMD'.
           03 FILLER PIC X(24) VALUE 'ES_CHSV'.
           03 FILLER PIC X(24) VALUE 'ES_ISHR'.
           03 FILLER PIC X(24) VALUE 'ES_AMLA_PREMIUM_UPDATE_B'.
           03 FILLER PIC X(24) VALUE 'ES_AMLA_ARSHAA_READ_A'.
           03 FILLER PIC X(24) VALUE 'ES_AMLA_ARSHAA_UPDATE_A'.
           03 FILLER PIC X(24) VALUE 'ES_AMLA_ARSHAA_READ_B'.
           03 FILLER PIC X(24) VALUE 'ES_AMLA_ARSHAA_UPDATE_B'.
           03 FILLER PIC X(24) VALUE 'ES_MISHNE_UPDATE_B'.
           03 FILLER PIC X(24) VALUE 'ES_MESHUTAF_UPDATE_B'.
           03 FILLER PIC X(24) VALUE 'ES_MASAX_PREMIUMIM'.
           03 FILLER PIC X(24) VALUE 'ES_MASAX_SHEABUD'.
       01  WS-FLD-TBL REDEFINES WS-FLD-NAMES.
           03 WS-FLD-NAME              PIC X(24) OCCURS 49.
      *---   WS-FLD-NAME slots of the tables compared structurally
       01  WS-CD-ERR                   PIC 9(2) VALUE 4.
       01  WS-CD-MHZ                   PIC 9(2) VALUE 32.
       01  WS-CD-SOC                   PIC 9(2) VALUE 33.
       01  WS-CD-EXCL                  PIC 9(2) VALUE 34.
       01  WS-CD-ANF                   PIC 9(2) VALUE 35.
      *---   differences found - one per field and before/after pair
       01  WS-DIFF-TBL.
           03 WS-DIFF-O OCCURS 200.
              05 DF-CODE               PIC 9(2).
              05 DF-BEFORE             PIC X(10).
              05 DF-AFTER              PIC X(10).
              05 DF-USERS              PIC 9(6).
              05 DF-CALLS              PIC 9(7).
              05 DF-USER1              PIC X(10).
       01  WS-DIFF-CNT                 PIC 9(3) VALUE 0.
      *---   users hit by any difference, one X per difference hit
      *---   so each user is counted once per difference
       01  WS-DUSR-TBL.
           03 WS-DUSR-O OCCURS 2000.
              05 DU-USER               PIC X(10).
              05 DU-HIT                PIC X OCCURS 200.
       01  WS-DUSR-CNT                 PIC 9(4) VALUE 0.
      *---   the difference being noted
       01  WS-DF-CODE                  PIC 9(2) VALUE 0.
       01  WS-DF-BEFORE                PIC X(10) VALUE SPACES.
       01  WS-DF-AFTER                 PIC X(10) VALUE SPACES.
       01  WS-CALL-USER                PIC X(10) VALUE SPACES.
       01  WS-LAST-CODE                PIC 9(2) VALUE 0.
       01  I-RES                       PIC 9     VALUE 0.
       01  J-RES                       PIC 9     VALUE 0.
       01  I-SCL                       PIC 9(2)  VALUE 0.
       01  I-ERR                       PIC 9(2)  VALUE 0.
       01  I-MHZ                       PIC 9(2)  VALUE 0.
       01  J-MHZ                       PIC 9(2)  VALUE 0.
       01  I-SOC                       PIC 9(3)  VALUE 0.
       01  J-SOC                       PIC 9(3)  VALUE 0.
       01  I-ANF                       PIC 9(2)  VALUE 0.
       01  J-ANF                       PIC 9(2)  VALUE 0.
       01  K-FLG                       PIC 9(2)  VALUE 0.
       01  I-DIFF                      PIC 9(3)  VALUE 0.
       01  I-DUSR                      PIC 9(4)  VALUE 0.
       01  I-CODE                      PIC 9(2)  VALUE 0.
       01  RPT-DIFF.
           03 RPT-DF-FIELD              PIC X(24).
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 RPT-DF-BEFORE             PIC X(10).
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 RPT-DF-AFTER              PIC X(10).
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 RPT-DF-USERS              PIC ZZZZZ9.
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 RPT-DF-CALLS              PIC ZZZZZZ9.
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 RPT-DF-USER1              PIC X(10).
           03 FILLER                    PIC X(3)  VALUE SPACES.
      *-----------------------------------------------------------------
       LINKAGE     SECTION.
      *-----------------------------------------------------------------
      *---   passed by the release CL
       01  RP-DATE                     PIC 9(8).
       01  RP-CAND                     PIC X(10).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING RP-DATE RP-CAND.
      *=================================================================
       000-MAIN                SECTION.
      *-----------------------------------------------------------------
       000.
           PERFORM 010-OPEN-FILES.
           IF PARM-BAD
              MOVE '** REPLAY DATE MUST BE A CLOSED DAY - NOT RUN **'
                TO RPT-LINE
              WRITE RPT-LINE
           ELSE
              PERFORM 100-REPLAY-DAY
              PERFORM 800-PRINT-DIFFS
           END-IF.
           PERFORM 900-SUMMARY.
           CLOSE ESPRMLOG
                 ESREPLAY-RPT.
           GOBACK.
      *-----------------------------------------------------------------
       010-OPEN-FILES          SECTION.
      *-----------------------------------------------------------------
       010.
           ACCEPT WS-TODAY FROM DATE.
           ADD 20000000 TO WS-TODAY.
           IF RP-DATE = 0
              COMPUTE RP-DATE = FUNCTION DATE-OF-INTEGER
                     (FUNCTION INTEGER-OF-DATE(WS-TODAY) - 1).
           IF RP-DATE NOT < WS-TODAY
              SET PARM-BAD TO TRUE.
           IF RP-CAND = SPACES
              MOVE 'ESUSERBC' TO WS-CAND-PGM
           ELSE
              MOVE RP-CAND    TO WS-CAND-PGM.
           OPEN INPUT  ESPRMLOG.
           OPEN OUTPUT ESREPLAY-RPT.
           MOVE '**  ESREPLAY - ESUSERB RELEASE REPLAY  **' TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'CALLS OF ' DELIMITED SIZE
                  RP-DATE     DELIMITED SIZE
                  '  CURRENT ESUSERB  CANDIDATE ' DELIMITED SIZE
                  WS-CAND-PGM DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
       010-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       100-REPLAY-DAY          SECTION.
      *-----------------------------------------------------------------
       100.
           MOVE RP-DATE    TO LGDATE OF ESPRMLOG-REC.
           MOVE LOW-VALUES TO LGTIME OF ESPRMLOG-REC.
           START ESPRMLOG
                 KEY NOT LESS EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY
                    SET LOG-END TO TRUE.
           PERFORM UNTIL LOG-END
              READ ESPRMLOG NEXT
                   AT END
                      SET LOG-END TO TRUE
              NOT AT END
                 IF LGDATE OF ESPRMLOG-REC NOT = RP-DATE
                    SET LOG-END TO TRUE
                 ELSE
                    PERFORM 110-REPLAY-CALL
                 END-IF
              END-READ
           END-PERFORM.
       100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       110-REPLAY-CALL         SECTION.
      *-----------------------------------------------------------------
       110.
           ADD 1 TO WS-CALLS-READ.
           MOVE LGPARM OF ESPRMLOG-REC TO PI1.
           IF PI1_ESDRYRUN = '1'
              ADD 1 TO WS-CALLS-SKIPPED
              GO TO 110-EXIT.
           MOVE PI1_ESUSER TO WS-CALL-USER.
           MOVE 0          TO I-DUSR.
           MOVE '0'        TO SW-CALL-DIFF.
           MOVE 1 TO I-RES.
           PERFORM 120-PREPARE-CALL.
           CALL 'ESUSERB' USING PI1 PO2 PO4.
           PERFORM 300-TAKE-RESULT.
           MOVE 2 TO I-RES.
           PERFORM 120-PREPARE-CALL.
           CALL WS-CAND-PGM USING PI1 PO2 PO4.
           PERFORM 300-TAKE-RESULT.
           ADD 1 TO WS-CALLS-REPLAYED.
           PERFORM 400-COMPARE-RESULTS.
           IF CALL-DIFF
              ADD 1 TO WS-CALLS-DIFF.
       110-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       120-PREPARE-CALL        SECTION.
      *-----------------------------------------------------------------
       120.
      *---   ESUSERB updates PI1 (task, completion code) - each call
      *---   starts again from the logged image
           MOVE LGPARM OF ESPRMLOG-REC TO PI1.
           MOVE '1' TO PI1_ESDRYRUN.
           MOVE '0' TO PI1_ESWHATIF
                       PI1_ESTRACE
                       PI1_ESTIMING.
           INITIALIZE PO2 PO4.
       120-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       300-TAKE-RESULT         SECTION.
      *-----------------------------------------------------------------
       300.
           MOVE SPACES                 TO WS-RES-O(I-RES).
           MOVE PO2_ESKERR             TO RS-SCALAR(I-RES 1).
           MOVE PO2_ESKERR_NR          TO RS-SCALAR(I-RES 2).
           MOVE PO2_ESWARN_NR          TO RS-SCALAR(I-RES 3).
           MOVE ES_SUG_USER            TO RS-SCALAR(I-RES 5).
           MOVE ES_MHOZ                TO RS-SCALAR(I-RES 6).
           MOVE ES_USER_NAME           TO RS-SCALAR(I-RES 7).
           MOVE ES_KOD_MAKISH          TO RS-SCALAR(I-RES 8).
           MOVE ES_SUM_MHOZ            TO RS-SCALAR(I-RES 9).
           MOVE ES_MHOZ_MORE           TO RS-SCALAR(I-RES 10).
           MOVE ES_SUM_SOCHEN          TO RS-SCALAR(I-RES 11).
           MOVE ES_SOCHNIM_OVERFLOW    TO RS-SCALAR(I-RES 12).
           MOVE ES_SUM_EXCLUDED        TO RS-SCALAR(I-RES 13).
           MOVE ES_SUM_ANAF            TO RS-SCALAR(I-RES 14).
           MOVE ES_ANAF_OVERFLOW       TO RS-SCALAR(I-RES 15).
           MOVE ES_ANAF_999            TO RS-SCALAR(I-RES 16).
           MOVE ES_USER_HATAM          TO RS-SCALAR(I-RES 17).
           MOVE ES_NAME_HATAM          TO RS-SCALAR(I-RES 18).
           MOVE ES_SOC_MADANES         TO RS-SCALAR(I-RES 19).
           MOVE ES_ISOH_BDIKA          TO RS-SCALAR(I-RES 20).
           MOVE ES_ISOH_SAP            TO RS-SCALAR(I-RES 21).
           MOVE ES_ISOH_ISHUR_MEUHAD   TO RS-SCALAR(I-RES 22).
           MOVE ES_ZEVET_AL            TO RS-SCALAR(I-RES 23).
           MOVE ES_TV_ZEVET            TO RS-SCALAR(I-RES 24).
           MOVE ES_SUM_ZEVET           TO RS-SCALAR(I-RES 25).
           MOVE ES_ISOH_PATUR          TO RS-SCALAR(I-RES 26).
           MOVE ES_IMAGE               TO RS-SCALAR(I-RES 27).
           MOVE ES_HAZHARA             TO RS-SCALAR(I-RES 28).
           MOVE ES_DMAI_POLISA_TOS_INF TO RS-SCALAR(I-RES 29).
           MOVE ES_MILUY_RESTART_KEY   TO RS-SCALAR(I-RES 30).
           MOVE ES_SOCHEN_NEXT_KEY     TO RS-SCALAR(I-RES 31).
           PERFORM VARYING I-ERR FROM 1 BY 1 UNTIL I-ERR > 10
              MOVE PO2_ESERKD(I-ERR) TO RS-ERKD(I-RES I-ERR)
              MOVE PO2_ESERSG(I-ERR) TO RS-ERSG(I-RES I-ERR)
              MOVE PO2_ESFLDN(I-ERR) TO RS-FLDN(I-RES I-ERR)
           END-PERFORM.
           MOVE ES_TV_MEHOZOT          TO RS-MEHOZOT(I-RES).
           MOVE ES_TV_SOCHNIM          TO RS-SOCHNIM(I-RES).
           MOVE ES_TV_EXCLUDED         TO RS-EXCLUDED(I-RES).
           MOVE ES_TV_ANAFIM           TO RS-ANFIM(I-RES).
       300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       400-COMPARE-RESULTS     SECTION.
      *-----------------------------------------------------------------
       400.
           IF WS-RES-O(1) = WS-RES-O(2)
              GO TO 400-EXIT.
           PERFORM VARYING I-SCL FROM 1 BY 1 UNTIL I-SCL > 31
              IF RS-SCALAR(1 I-SCL) NOT = RS-SCALAR(2 I-SCL)
                 MOVE I-SCL                TO WS-DF-CODE
                 MOVE RS-SCALAR(1 I-SCL)   TO WS-DF-BEFORE
                 MOVE RS-SCALAR(2 I-SCL)   TO WS-DF-AFTER
                 PERFORM 600-NOTE-DIFF
              END-IF
           END-PERFORM.
           PERFORM 410-COMPARE-ERRORS.
           PERFORM 420-COMPARE-DISTRICTS.
           PERFORM 430-COMPARE-AGENTS.
           IF RS-EXCLUDED(1) NOT = RS-EXCLUDED(2)
              MOVE WS-CD-EXCL  TO WS-DF-CODE
              MOVE 'LIST'      TO WS-DF-BEFORE
              MOVE 'CHANGED'   TO WS-DF-AFTER
              PERFORM 600-NOTE-DIFF.
           PERFORM 440-COMPARE-BRANCHES.
       400-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       410-COMPARE-ERRORS      SECTION.
      *-----------------------------------------------------------------
       410.
      *---   entry by entry - code/severity, or the field name when
      *---   only that moved; '-' = no entry on that side
           PERFORM VARYING I-ERR FROM 1 BY 1 UNTIL I-ERR > 10
              IF RS-ERR(1 I-ERR) NOT = RS-ERR(2 I-ERR)
                 MOVE WS-CD-ERR TO WS-DF-CODE
                 MOVE SPACES    TO WS-DF-BEFORE
                                   WS-DF-AFTER
                 IF RS-ERKD(1 I-ERR) = RS-ERKD(2 I-ERR) AND
                    RS-ERSG(1 I-ERR) = RS-ERSG(2 I-ERR)
                    MOVE RS-FLDN(1 I-ERR) TO WS-DF-BEFORE
                    MOVE RS-FLDN(2 I-ERR) TO WS-DF-AFTER
                 ELSE
                    MOVE 1 TO J-RES
                    PERFORM 415-ERR-VALUE
                    MOVE WS-DF-AFTER TO WS-DF-BEFORE
                    MOVE 2 TO J-RES
                    PERFORM 415-ERR-VALUE
                 END-IF
                 PERFORM 600-NOTE-DIFF
              END-IF
           END-PERFORM.
       410-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       415-ERR-VALUE           SECTION.
      *-----------------------------------------------------------------
       415.
           MOVE SPACES TO WS-DF-AFTER.
           IF RS-ERKD(J-RES I-ERR) = 0
              MOVE '-' TO WS-DF-AFTER
           ELSE
              STRING RS-ERKD(J-RES I-ERR) DELIMITED SIZE
                     '/'                  DELIMITED SIZE
                     RS-ERSG(J-RES I-ERR) DELIMITED SIZE
                     INTO WS-DF-AFTER.
       415-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       420-COMPARE-DISTRICTS   SECTION.
      *-----------------------------------------------------------------
       420.
      *---   matched on the district number: dropped, added, or the
      *---   same district with another open/close indicator
           IF RS-MEHOZOT(1) = RS-MEHOZOT(2)
              GO TO 420-EXIT.
           MOVE WS-CD-MHZ TO WS-DF-CODE.
           PERFORM VARYING I-MHZ FROM 1 BY 1 UNTIL I-MHZ > 10
              IF RS-MHZN(1 I-MHZ) NOT = 0
                 MOVE '0' TO SW-FOUND
                 PERFORM VARYING J-MHZ FROM 1 BY 1
                         UNTIL J-MHZ > 10 OR FOUND
                    IF RS-MHZN(2 J-MHZ) = RS-MHZN(1 I-MHZ)
                       SET FOUND TO TRUE
                    END-IF
                 END-PERFORM
                 MOVE SPACES TO WS-DF-BEFORE
                                WS-DF-AFTER
                 IF NOT FOUND
                    MOVE RS-MHZN(1 I-MHZ) TO WS-DF-BEFORE
                    MOVE '-'              TO WS-DF-AFTER
                    PERFORM 600-NOTE-DIFF
                 ELSE
                    SUBTRACT 1 FROM J-MHZ
                    IF RS-SYS(1 I-MHZ) NOT = RS-SYS(2 J-MHZ)
                       STRING RS-MHZN(1 I-MHZ) DELIMITED SIZE
                              '/'              DELIMITED SIZE
                              RS-SYS(1 I-MHZ)  DELIMITED SIZE
                              INTO WS-DF-BEFORE
                       STRING RS-MHZN(2 J-MHZ) DELIMITED SIZE
                              '/'              DELIMITED SIZE
                              RS-SYS(2 J-MHZ)  DELIMITED SIZE
                              INTO WS-DF-AFTER
                       PERFORM 600-NOTE-DIFF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM VARYING I-MHZ FROM 1 BY 1 UNTIL I-MHZ > 10
              IF RS-MHZN(2 I-MHZ) NOT = 0
                 MOVE '0' TO SW-FOUND
                 PERFORM VARYING J-MHZ FROM 1 BY 1
                         UNTIL J-MHZ > 10 OR FOUND
                    IF RS-MHZN(1 J-MHZ) = RS-MHZN(2 I-MHZ)
                       SET FOUND TO TRUE
                    END-IF
                 END-PERFORM
                 IF NOT FOUND
                    MOVE '-'              TO WS-DF-BEFORE
                    MOVE RS-MHZN(2 I-MHZ) TO WS-DF-AFTER
                    PERFORM 600-NOTE-DIFF
                 END-IF
              END-IF
           END-PERFORM.
       420-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       430-COMPARE-AGENTS      SECTION.
      *-----------------------------------------------------------------
       430.
      *---   one difference per kind and call - agents dropped, added,
      *---   or kept with other details. The lists normally come back
      *---   in the same order, so a slot holding the same agent on
      *---   both sides is settled without a search.
           IF RS-SOCHNIM(1) = RS-SOCHNIM(2)
              GO TO 430-EXIT.
           MOVE '0' TO SW-AG-DROP
                       SW-AG-ADD
                       SW-AG-DETAIL.
           PERFORM VARYING I-SOC FROM 1 BY 1 UNTIL I-SOC > 500
              IF RS-SOCHEN(1 I-SOC) NOT = 0
                 IF RS-SOCHEN(2 I-SOC) = RS-SOCHEN(1 I-SOC)
                    IF RS-SOC-REST(1 I-SOC) NOT = RS-SOC-REST(2 I-SOC)
                       SET AG-DETAIL TO TRUE
                    END-IF
                 ELSE
                    MOVE 1 TO I-RES
                    MOVE 2 TO J-RES
                    PERFORM 435-FIND-AGENT
                    IF NOT FOUND
                       SET AG-DROP TO TRUE
                    ELSE
                       IF RS-SOC(1 I-SOC) NOT = RS-SOC(2 J-SOC)
                          SET AG-DETAIL TO TRUE
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM VARYING I-SOC FROM 1 BY 1 UNTIL I-SOC > 500
              IF RS-SOCHEN(2 I-SOC) NOT = 0 AND
                 RS-SOCHEN(1 I-SOC) NOT = RS-SOCHEN(2 I-SOC)
                 MOVE 2 TO I-RES
                 MOVE 1 TO J-RES
                 PERFORM 435-FIND-AGENT
                 IF NOT FOUND
                    SET AG-ADD TO TRUE
                 END-IF
              END-IF
           END-PERFORM.
           MOVE WS-CD-SOC TO WS-DF-CODE.
           MOVE 'AGENT'   TO WS-DF-BEFORE.
           IF AG-DROP
              MOVE 'DROPPED' TO WS-DF-AFTER
              PERFORM 600-NOTE-DIFF.
           IF AG-ADD
              MOVE 'ADDED'   TO WS-DF-AFTER
              PERFORM 600-NOTE-DIFF.
           IF AG-DETAIL
              MOVE 'CHANGED' TO WS-DF-AFTER
              PERFORM 600-NOTE-DIFF.
       430-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       435-FIND-AGENT          SECTION.
      *-----------------------------------------------------------------
       435.
      *---   agent RS-SOCHEN(I-RES I-SOC) in result J-RES - J-SOC
           MOVE '0' TO SW-FOUND.
           PERFORM VARYING J-SOC FROM 1 BY 1
                   UNTIL J-SOC > 500 OR FOUND
              IF RS-SOCHEN(J-RES J-SOC) = RS-SOCHEN(I-RES I-SOC)
                 SET FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF FOUND
              SUBTRACT 1 FROM J-SOC.
       435-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       440-COMPARE-BRANCHES    SECTION.
      *-----------------------------------------------------------------
       440.
      *---   matched on the branch number - a branch on one side only
      *---   is a branch difference, a branch on both is compared
      *---   flag by flag, each flag its own field
           IF RS-ANFIM(1) = RS-ANFIM(2)
              GO TO 440-EXIT.
           PERFORM VARYING I-ANF FROM 1 BY 1 UNTIL I-ANF > 50
              IF RS-ANAF(1 I-ANF) NOT = 0
                 MOVE '0' TO SW-FOUND
                 PERFORM VARYING J-ANF FROM 1 BY 1
                         UNTIL J-ANF > 50 OR FOUND
                    IF RS-ANAF(2 J-ANF) = RS-ANAF(1 I-ANF)
                       SET FOUND TO TRUE
                    END-IF
                 END-PERFORM
                 IF NOT FOUND
                    MOVE WS-CD-ANF        TO WS-DF-CODE
                    MOVE RS-ANAF(1 I-ANF) TO WS-DF-BEFORE
                    MOVE '-'              TO WS-DF-AFTER
                    PERFORM 600-NOTE-DIFF
                 ELSE
                    SUBTRACT 1 FROM J-ANF
                    IF RS-ANF(1 I-ANF) NOT = RS-ANF(2 J-ANF)
                       PERFORM 445-COMPARE-FLAGS
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM VARYING I-ANF FROM 1 BY 1 UNTIL I-ANF > 50
              IF RS-ANAF(2 I-ANF) NOT = 0
                 MOVE '0' TO SW-FOUND
                 PERFORM VARYING J-ANF FROM 1 BY 1
                         UNTIL J-ANF > 50 OR FOUND
                    IF RS-ANAF(1 J-ANF) = RS-ANAF(2 I-ANF)
                       SET FOUND TO TRUE
                    END-IF
                 END-PERFORM
                 IF NOT FOUND
                    MOVE WS-CD-ANF        TO WS-DF-CODE
                    MOVE '-'              TO WS-DF-BEFORE
                    MOVE RS-ANAF(2 I-ANF) TO WS-DF-AFTER
                    PERFORM 600-NOTE-DIFF
                 END-IF
              END-IF
           END-PERFORM.
       440-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       445-COMPARE-FLAGS       SECTION.
      *-----------------------------------------------------------------
       445.
           PERFORM VARYING K-FLG FROM 1 BY 1 UNTIL K-FLG > 14
              IF RS-FLAG(1 I-ANF K-FLG) NOT = RS-FLAG(2 J-ANF K-FLG)
                 COMPUTE WS-DF-CODE = WS-CD-ANF + K-FLG
                 MOVE RS-FLAG(1 I-ANF K-FLG) TO WS-DF-BEFORE
                 MOVE RS-FLAG(2 J-ANF K-FLG) TO WS-DF-AFTER
                 PERFORM 600-NOTE-DIFF
              END-IF
           END-PERFORM.
       445-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       600-NOTE-DIFF           SECTION.
      *-----------------------------------------------------------------
       600.
           SET CALL-DIFF TO TRUE.
           MOVE '0' TO SW-FOUND.
           PERFORM VARYING I-DIFF FROM 1 BY 1
                   UNTIL I-DIFF > WS-DIFF-CNT OR FOUND
              IF DF-CODE(I-DIFF)   = WS-DF-CODE   AND
                 DF-BEFORE(I-DIFF) = WS-DF-BEFORE AND
                 DF-AFTER(I-DIFF)  = WS-DF-AFTER
                 SET FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF FOUND
              SUBTRACT 1 FROM I-DIFF
           ELSE
              IF WS-DIFF-CNT = 200
                 ADD 1 TO WS-DIFF-OVER
                 GO TO 600-EXIT
              END-IF
              ADD 1 TO WS-DIFF-CNT
              MOVE WS-DIFF-CNT  TO I-DIFF
              MOVE WS-DF-CODE   TO DF-CODE(I-DIFF)
              MOVE WS-DF-BEFORE TO DF-BEFORE(I-DIFF)
              MOVE WS-DF-AFTER  TO DF-AFTER(I-DIFF)
              MOVE 0            TO DF-USERS(I-DIFF)
                                   DF-CALLS(I-DIFF)
              MOVE WS-CALL-USER TO DF-USER1(I-DIFF)
           END-IF.
           ADD 1 TO DF-CALLS(I-DIFF).
           IF I-DUSR = 0
              PERFORM 610-FIND-USER.
      *---   user table full - the user is counted at every call
           IF I-DUSR = 9999
              ADD 1 TO DF-USERS(I-DIFF)
              GO TO 600-EXIT.
           IF DU-HIT(I-DUSR I-DIFF) = SPACE
              MOVE 'X' TO DU-HIT(I-DUSR I-DIFF)
              ADD 1 TO DF-USERS(I-DIFF).
       600-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       610-FIND-USER           SECTION.
      *-----------------------------------------------------------------
       610.
           MOVE '0' TO SW-FOUND.
           PERFORM VARYING I-DUSR FROM 1 BY 1
                   UNTIL I-DUSR > WS-DUSR-CNT OR FOUND
              IF DU-USER(I-DUSR) = WS-CALL-USER
                 SET FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF FOUND
              SUBTRACT 1 FROM I-DUSR
              GO TO 610-EXIT.
           IF WS-DUSR-CNT = 2000
              ADD 1 TO WS-USER-OVER
              MOVE 9999 TO I-DUSR
              GO TO 610-EXIT.
           ADD 1 TO WS-DUSR-CNT.
           MOVE WS-DUSR-CNT  TO I-DUSR.
           MOVE SPACES       TO WS-DUSR-O(I-DUSR).
           MOVE WS-CALL-USER TO DU-USER(I-DUSR).
       610-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       800-PRINT-DIFFS         SECTION.
      *-----------------------------------------------------------------
       800.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-DIFF-CNT = 0
              MOVE '** NO DIFFERENCES - CANDIDATE MATCHES CURRENT **'
                TO RPT-LINE
              WRITE RPT-LINE
              GO TO 800-EXIT.
           MOVE SPACES TO RPT-DIFF.
           MOVE 'OUTPUT FIELD'  TO RPT-DF-FIELD.
           MOVE 'CURRENT'       TO RPT-DF-BEFORE.
           MOVE 'CANDIDATE'     TO RPT-DF-AFTER.
           MOVE RPT-DIFF TO RPT-LINE.
           MOVE ' USERS'        TO RPT-LINE(51:6).
           MOVE '  CALLS'       TO RPT-LINE(59:7).
           MOVE 'FIRST USER'    TO RPT-LINE(68:10).
           WRITE RPT-LINE.
      *---   field by field in WS-FLD-NAME order, the field named on
      *---   the first line of its group only
           PERFORM VARYING I-CODE FROM 1 BY 1 UNTIL I-CODE > 49
              MOVE 0 TO WS-LAST-CODE
              PERFORM VARYING I-DIFF FROM 1 BY 1
                      UNTIL I-DIFF > WS-DIFF-CNT
                 IF DF-CODE(I-DIFF) = I-CODE
                    PERFORM 810-PRINT-DIFF
                 END-IF
              END-PERFORM
           END-PERFORM.
       800-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       810-PRINT-DIFF          SECTION.
      *-----------------------------------------------------------------
       810.
           MOVE SPACES TO RPT-DIFF.
           IF WS-LAST-CODE NOT = I-CODE
              MOVE WS-FLD-NAME(I-CODE) TO RPT-DF-FIELD
              MOVE I-CODE TO WS-LAST-CODE.
           MOVE DF-BEFORE(I-DIFF) TO RPT-DF-BEFORE.
           MOVE DF-AFTER(I-DIFF)  TO RPT-DF-AFTER.
           MOVE DF-USERS(I-DIFF)  TO RPT-DF-USERS.
           MOVE DF-CALLS(I-DIFF)  TO RPT-DF-CALLS.
           MOVE DF-USER1(I-DIFF)  TO RPT-DF-USER1.
           MOVE RPT-DIFF TO RPT-LINE.
           WRITE RPT-LINE.
       810-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       900-SUMMARY              SECTION.
      *-----------------------------------------------------------------
       900.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           STRING 'CALLS LOGGED            : ' DELIMITED SIZE
                  WS-CALLS-READ               DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'DRY-RUN CALLS SKIPPED   : ' DELIMITED SIZE
                  WS-CALLS-SKIPPED            DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'CALLS REPLAYED          : ' DELIMITED SIZE
                  WS-CALLS-REPLAYED           DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'CALLS WITH DIFFERENCES  : ' DELIMITED SIZE
                  WS-CALLS-DIFF               DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'USERS WITH DIFFERENCES  : ' DELIMITED SIZE
                  WS-DUSR-CNT                 DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'DIFFERENCES PAST TABLE  : ' DELIMITED SIZE
                  WS-DIFF-OVER                DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'CALLS OF UNTABLED USERS : ' DELIMITED SIZE
                  WS-USER-OVER                DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
       900-EXIT.
           EXIT.
