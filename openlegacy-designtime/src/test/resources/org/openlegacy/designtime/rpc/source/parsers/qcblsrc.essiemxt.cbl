      ************************************************************************
      * ESSIEMXT - intraday security-event extract for the SIEM collector   **
      ************************************************************************
       PROCESS NOMONOPRC  APOST.
       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID.                     ESSIEMXT.
       AUTHOR.                         BATYAK.
       INSTALLATION.                   AS400.
          DATE-WRITTEN.                15/10/2026.
      *REMARKS.
      *         Runs every 15 minutes. Every access-relevant event the
      *         ES side records, in ten files with ten layouts, goes
      *         out to the SIEM collector in one fixed layout on the
      *         outbound ESSIEMF file (appended; the collector takes
      *         it away between runs):
      *           seq 10, date 8, time 8, event type 12, acting user
      *           10, subject user 10, district 3, branch 3, before
      *           40, after 40, source file 8, source key 30, filler
      *         The sequence number runs gap-free across runs so the
      *         collector can tie the feed out.
      *
      *         Journals - ESGATLOG refused gates, ESANFAUD bundles,
      *         ESBFLJRN base-flag and ESRULJRN rule changes, ESXFRAUD
      *         transfers, ESUSRARC offboarding images - are read by
      *         a time window: from the previous run's cut-off up to
      *         this run's, which is one minute short of the clock so
      *         a row being written as the run starts falls in the
      *         next window, not between two. ESGATLOG/ESBFLJRN/
      *         ESRULJRN are date-keyed and START at the window;
      *         the user-keyed files are walked whole (ESAUDRET keeps
      *         ESANFAUD at its retention size).
      *
      *         State files - ESMCHLOG machine days, ESUSRBLK blocks,
      *         ESPRVREQ provisioning requests, ESRCRTF recertification
      *         decisions - carry no time of change, so each is
      *         compared with the image last sent, kept per record in
      *         ESSIEMSH (the ESAGSNAP idea). A new or changed image is
      *         an event; an ESSIEMSH block with no ESUSRBLK row left is
      *         the unblock. Pending recertification rows are not
      *         events. The first run over a state file only records
      *         its images - history is not replayed into the SIEM -
      *         and a journal's first window starts at midnight of the
      *         first run's day. These events carry the record's own
      *         date with time zero, or the cut-off when none.
      *
      *         ESSIEMCT control file, one row per source plus *RUN:
      *         the window start, the number of events of the open
      *         window already sent, the last sequence used, totals.
      *         Each event is written and then committed to the
      *         control row (and ESSIEMSH) before the next one, and a
      *         run that dies leaves *RUN active: the rerun keeps the
      *         same cut-off, skips what the control rows say was sent,
      *         and first checks the last ESSIEMF record against them -
      *         an event written but not yet committed is committed
      *         then, not sent twice. The collector must not take the
      *         file between a failed run and its rerun.
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
           SELECT  ESSIEMCT          ASSIGN TO DATABASE-ESSIEMCT
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   FILE STATUS       IS SW-STATUS-1.
           SELECT  ESSIEMSH          ASSIGN TO DATABASE-ESSIEMSH
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   FILE STATUS       IS SW-STATUS-2.
           SELECT  ESSIEMF           ASSIGN TO DATABASE-ESSIEMF
                   ORGANIZATION      IS LINE SEQUENTIAL
                   FILE STATUS       IS SW-STATUS-3.
           SELECT  ESGATLOG          ASSIGN TO DATABASE-ESGATLOG
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   FILE STATUS       IS SW-STATUS-4.
           SELECT  ESBFLJRN          ASSIGN TO DATABASE-ESBFLJRN
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   FILE STATUS       IS SW-STATUS-5.
           SELECT  ESRULJRN          ASSIGN TO DATABASE-ESRULJRN
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   FILE STATUS       IS SW-STATUS-6.
           SELECT  ESANFAUD          ASSIGN TO DATABASE-ESANFAUD
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   FILE STATUS       IS SW-STATUS-7.
           SELECT  ESXFRAUD          ASSIGN TO DATABASE-ESXFRAUD
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   FILE STATUS       IS SW-STATUS-8.
           SELECT  ESUSRARC          ASSIGN TO DATABASE-ESUSRARC
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   FILE STATUS       IS SW-STATUS-9.
           SELECT  ESMCHLOG          ASSIGN TO DATABASE-ESMCHLOG
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   FILE STATUS       IS SW-STATUS-10.
           SELECT  ESUSRBLK          ASSIGN TO DATABASE-ESUSRBLK
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   FILE STATUS       IS SW-STATUS-11.
           SELECT  ESPRVREQ          ASSIGN TO DATABASE-ESPRVREQ
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   FILE STATUS       IS SW-STATUS-12.
           SELECT  ESRCRTF           ASSIGN TO DATABASE-ESRCRTF
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   FILE STATUS       IS SW-STATUS-13.
      *=================================================================
       DATA DIVISION.
      *=================================================================
       FILE SECTION.
       FD  ESSIEMCT
                   LABEL RECORD IS STANDARD.
       01  ESSIEMCT-REC.
           COPY DDS-ALL-FORMAT OF ESSIEMCT.
       FD  ESSIEMSH
                   LABEL RECORD IS STANDARD.
       01  ESSIEMSH-REC.
           COPY DDS-ALL-FORMAT OF ESSIEMSH.
       FD  ESSIEMF
                   LABEL RECORD IS STANDARD.
       01  SIEM-LINE                   PIC X(200).
       FD  ESGATLOG
                   LABEL RECORD IS STANDARD.
       01  ESGATLOG-REC.
           COPY DDS-ALL-FORMAT OF ESGATLOG.
       FD  ESBFLJRN
                   LABEL RECORD IS STANDARD.
       01  ESBFLJRN-REC.
           COPY DDS-ALL-FORMAT OF ESBFLJRN.
       FD  ESRULJRN
                   LABEL RECORD IS STANDARD.
       01  ESRULJRN-REC.
           COPY DDS-ALL-FORMAT OF ESRULJRN.
       FD  ESANFAUD
                   LABEL RECORD IS STANDARD.
       01  ESANFAUD-REC.
           COPY DDS-ALL-FORMAT OF ESANFAUD.
       FD  ESXFRAUD
                   LABEL RECORD IS STANDARD.
       01  ESXFRAUD-REC.
           COPY DDS-ALL-FORMAT OF ESXFRAUD.
       FD  ESUSRARC
                   LABEL RECORD IS STANDARD.
       01  ESUSRARC-REC.
           COPY DDS-ALL-FORMAT OF ESUSRARC.
       FD  ESMCHLOG
                   LABEL RECORD IS STANDARD.
       01  ESMCHLOG-REC.
           COPY DDS-ALL-FORMAT OF ESMCHLOG.
       FD  ESUSRBLK
                   LABEL RECORD IS STANDARD.
       01  ESUSRBLK-REC.
           COPY DDS-ALL-FORMAT OF ESUSRBLK.
       FD  ESPRVREQ
                   LABEL RECORD IS STANDARD.
       01  ESPRVREQ-REC.
           COPY DDS-ALL-FORMAT OF ESPRVREQ.
       FD  ESRCRTF
                   LABEL RECORD IS STANDARD.
       01  ESRCRTF-REC.
           COPY DDS-ALL-FORMAT OF ESRCRTF.
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
       01  SW-STATUS-9                 PIC XX.
       01  SW-STATUS-10                PIC XX.
       01  SW-STATUS-11                PIC XX.
       01  SW-STATUS-12                PIC XX.
       01  SW-STATUS-13                PIC XX.
       01  WS-SWITCHES.
           03 SW-SCAN-END              PIC X VALUE '0'.
              88 SCAN-END               VALUE '1'.
           03 SW-SRC-NEW               PIC X VALUE '0'.
              88 SRC-NEW                VALUE '1'.
           03 SW-SH-NEW                PIC X VALUE '0'.
              88 SH-NEW                 VALUE '1'.
           03 SW-IN-WINDOW             PIC X VALUE '0'.
              88 IN-WINDOW              VALUE '1'.
      *---   clock at start, and the cut-off one minute short of it
       01  WS-NOW-DATE                 PIC 9(8) VALUE 0.
       01  WS-NOW-TIME.
           03 WS-NOW-HH                PIC 9(2).
           03 WS-NOW-MI                PIC 9(2).
           03 WS-NOW-SS                PIC 9(2).
           03 WS-NOW-HS                PIC 9(2).
       01  WS-HSEC                     PIC S9(7) VALUE 0.
       01  WS-HSEC-REM                 PIC 9(7) VALUE 0.
       01  WS-CUT-TS.
           03 WS-CUT-DATE              PIC 9(8) VALUE 0.
           03 WS-CUT-TIME.
              05 WS-CUT-HH             PIC 9(2).
              05 WS-CUT-MI             PIC 9(2).
              05 WS-CUT-SS             PIC 9(2).
              05 WS-CUT-HS             PIC 9(2).
       01  WS-YESTERDAY                PIC 9(8) VALUE 0.
       01  WS-REC-TS.
           03 WS-REC-DATE              PIC 9(8) VALUE 0.
           03 WS-REC-TIME              PIC 9(8) VALUE 0.
      *---   the *RUN control row
       01  WS-RUN-SEQ                  PIC 9(10) VALUE 0.
       01  WS-RUN-SENT                 PIC 9(9)  VALUE 0.
       01  WS-RUN-STAT                 PIC X     VALUE 'C'.
           88 RUN-ACTIVE                         VALUE 'A'.
      *---   the control row of the source being read
       01  WS-SRC-NAME                 PIC X(8) VALUE SPACES.
           88 SRC-STATE              VALUE 'ESMCHLOG' 'ESUSRBLK'
                                           'ESPRVREQ' 'ESRCRTF '.
       01  WS-SRC-FROM.
           03 WS-SRC-FROM-DATE         PIC 9(8) VALUE 0.
           03 WS-SRC-FROM-TIME         PIC 9(8) VALUE 0.
       01  WS-SRC-DONE                 PIC 9(7)  VALUE 0.
       01  WS-SRC-SEQ                  PIC 9(10) VALUE 0.
       01  WS-SRC-SENT                 PIC 9(9)  VALUE 0.
       01  WS-SKIP                     PIC 9(7)  VALUE 0.
       01  WS-WIN-CNT                  PIC 9(7)  VALUE 0.
       01  WS-EVENTS                   PIC 9(7)  VALUE 0.
       01  WS-RECOVERED                PIC 9     VALUE 0.
      *---   a state record's ESSIEMSH key and image
       01  WS-SH-KEY                   PIC X(30) VALUE SPACES.
       01  WS-SHK-MCH REDEFINES WS-SH-KEY.
           03 SHK-ML-USER              PIC X(10).
           03 SHK-ML-DATE              PIC 9(8).
           03 SHK-ML-MACH              PIC X(8).
           03 FILLER                   PIC X(4).
       01  WS-SHK-PRV REDEFINES WS-SH-KEY.
           03 SHK-RQ-ID                PIC 9(5).
           03 FILLER                   PIC X(25).
       01  WS-SHK-RCR REDEFINES WS-SH-KEY.
           03 SHK-RC-QTR               PIC 9(5).
           03 SHK-RC-SHEV              PIC 9(3).
           03 SHK-RC-USER              PIC X(10).
           03 FILLER                   PIC X(12).
       01  WS-SH-IMG                   PIC X(40) VALUE SPACES.
       01  WS-SHI-BLK REDEFINES WS-SH-IMG.
           03 SHI-BL-DATE              PIC 9(8).
           03 SHI-BL-REAS              PIC X(20).
           03 FILLER                   PIC X(12).
       01  WS-SHI-PRV REDEFINES WS-SH-IMG.
           03 SHI-RQ-STAT              PIC X.
           03 SHI-RQ-FUNC              PIC X.
           03 SHI-RQ-TPL               PIC X(10).
           03 SHI-RQ-REQBY             PIC X(10).
           03 SHI-RQ-APPBY             PIC X(10).
           03 FILLER                   PIC X(8).
       01  WS-SHI-RCR REDEFINES WS-SH-IMG.
           03 SHI-RC-STAT              PIC X.
           03 SHI-RC-DECOP             PIC X(10).
           03 SHI-RC-DECDT             PIC 9(8).
           03 FILLER                   PIC X(21).
       01  WS-OLD-IMG                  PIC X(40) VALUE SPACES.
       01  WS-LAST-LINE                PIC X(200) VALUE SPACES.
      *---   documented fixed interface layout - one record per event
       01  SIEM-EVT.
           03 EV-SEQ                    PIC 9(10).
           03 EV-DATE                   PIC 9(8).
           03 EV-TIME                   PIC 9(8).
           03 EV-TYPE                   PIC X(12).
           03 EV-ACTOR                  PIC X(10).
           03 EV-SUBJ                   PIC X(10).
           03 EV-MHOZ                   PIC 9(3).
           03 EV-ANAF                   PIC 9(3).
           03 EV-BEFORE                 PIC X(40).
           03 EV-AFTER                  PIC X(40).
           03 EV-SRC                    PIC X(8).
           03 EV-SKEY                   PIC X(30).
           03 FILLER                    PIC X(18) VALUE SPACES.
      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================
       000-MAIN                SECTION.
      *-----------------------------------------------------------------
       000.
           OPEN I-O   ESSIEMCT
                      ESSIEMSH.
           OPEN INPUT ESGATLOG
                      ESBFLJRN
                      ESRULJRN
                      ESANFAUD
                      ESXFRAUD
                      ESUSRARC
                      ESMCHLOG
                      ESUSRBLK
                      ESPRVREQ
                      ESRCRTF.
           PERFORM 020-READ-RUN-ROW.
           PERFORM 040-SET-CUTOFF.
           PERFORM 050-RECOVER.
           OPEN EXTEND ESSIEMF.
           IF SW-STATUS-3 = '35'
              OPEN OUTPUT ESSIEMF.
           PERFORM 890-CLEAR-EVENT.
           PERFORM 200-READ-GATLOG.
           PERFORM 210-READ-BFLJRN.
           PERFORM 220-READ-RULJRN.
           PERFORM 230-READ-ANFAUD.
           PERFORM 240-READ-XFRAUD.
           PERFORM 250-READ-USRARC.
           PERFORM 300-READ-MCHLOG.
           PERFORM 310-READ-USRBLK.
           PERFORM 320-READ-PRVREQ.
           PERFORM 330-READ-RCRTF.
      *---   every source is through its window - the run is done
           MOVE 'C' TO WS-RUN-STAT.
           PERFORM 880-SAVE-RUN-ROW.
           DISPLAY 'ESSIEMXT CUT-OFF ' WS-CUT-DATE ' ' WS-CUT-TIME
                   ' EVENTS ' WS-EVENTS ' LAST SEQ ' WS-RUN-SEQ.
           CLOSE ESSIEMCT
                 ESSIEMSH
                 ESSIEMF
                 ESGATLOG
                 ESBFLJRN
                 ESRULJRN
                 ESANFAUD
                 ESXFRAUD
                 ESUSRARC
                 ESMCHLOG
                 ESUSRBLK
                 ESPRVREQ
                 ESRCRTF.
           GOBACK.
      *-----------------------------------------------------------------
       020-READ-RUN-ROW        SECTION.
      *-----------------------------------------------------------------
       020.
           MOVE '*RUN    ' TO SCSRC OF ESSIEMCT-REC.
           READ ESSIEMCT
                INVALID KEY
                   MOVE 0   TO WS-RUN-SEQ
                                WS-RUN-SENT
                   MOVE 'C' TO WS-RUN-STAT
                NOT INVALID KEY
                   MOVE SCSEQ  OF ESSIEMCT-REC TO WS-RUN-SEQ
                   MOVE SCSENT OF ESSIEMCT-REC TO WS-RUN-SENT
                   MOVE SCSTAT OF ESSIEMCT-REC TO WS-RUN-STAT
                   MOVE SCDATE OF ESSIEMCT-REC TO WS-CUT-DATE
                   MOVE SCTIME OF ESSIEMCT-REC TO WS-CUT-TIME
           END-READ.
       020-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       040-SET-CUTOFF          SECTION.
      *-----------------------------------------------------------------
       040.
           ACCEPT WS-NOW-DATE FROM DATE.
           ADD 20000000 TO WS-NOW-DATE.
           ACCEPT WS-NOW-TIME FROM TIME.
      *---   a run that did not finish is rerun over its own windows
           IF RUN-ACTIVE
              DISPLAY 'ESSIEMXT RESUMING CUT-OFF ' WS-CUT-DATE ' '
                      WS-CUT-TIME
           ELSE
              COMPUTE WS-HSEC = WS-NOW-HH * 360000 + WS-NOW-MI * 6000
                              + WS-NOW-SS * 100    + WS-NOW-HS - 6000
              MOVE WS-NOW-DATE TO WS-CUT-DATE
              IF WS-HSEC < 0
                 ADD 8640000 TO WS-HSEC
                 COMPUTE WS-CUT-DATE = FUNCTION DATE-OF-INTEGER
                        (FUNCTION INTEGER-OF-DATE(WS-NOW-DATE) - 1)
              END-IF
              DIVIDE WS-HSEC BY 360000 GIVING WS-CUT-HH
                     REMAINDER WS-HSEC-REM
              DIVIDE WS-HSEC-REM BY 6000 GIVING WS-CUT-MI
                     REMAINDER WS-HSEC-REM
              DIVIDE WS-HSEC-REM BY 100 GIVING WS-CUT-SS
                     REMAINDER WS-CUT-HS
              MOVE 'A' TO WS-RUN-STAT
              PERFORM 880-SAVE-RUN-ROW
           END-IF.
      *---   machine days older than yesterday can no longer appear
           COMPUTE WS-YESTERDAY = FUNCTION DATE-OF-INTEGER
                  (FUNCTION INTEGER-OF-DATE(WS-CUT-DATE) - 1).
       040-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       050-RECOVER             SECTION.
      *-----------------------------------------------------------------
       050.
      *---   the last event on the outbound file against the control
      *---   rows - a higher sequence was written by a run that died
      *---   before committing it, so it is committed now
           OPEN INPUT ESSIEMF.
           IF SW-STATUS-3 NOT = '00'
              GO TO 050-EXIT.
           MOVE SPACES TO WS-LAST-LINE.
           MOVE '0' TO SW-SCAN-END.
           PERFORM UNTIL SCAN-END
              READ ESSIEMF
                   AT END
                      SET SCAN-END TO TRUE
              NOT AT END
                 MOVE SIEM-LINE TO WS-LAST-LINE
              END-READ
           END-PERFORM.
           CLOSE ESSIEMF.
           IF WS-LAST-LINE = SPACES
              GO TO 050-EXIT.
           MOVE WS-LAST-LINE TO SIEM-EVT.
           IF EV-SEQ NOT > WS-RUN-SEQ
              GO TO 050-EXIT.
           MOVE EV-SRC TO WS-SRC-NAME.
           PERFORM 120-GET-SOURCE.
           IF WS-SRC-SEQ < EV-SEQ
              IF SRC-STATE
                 PERFORM 860-APPLY-SHADOW
              ELSE
                 ADD 1 TO WS-SRC-DONE
              END-IF
              MOVE EV-SEQ TO WS-SRC-SEQ
              ADD 1 TO WS-SRC-SENT
              PERFORM 870-SAVE-SOURCE-ROW
           END-IF.
           MOVE EV-SEQ TO WS-RUN-SEQ.
           ADD 1 TO WS-RUN-SENT.
           PERFORM 880-SAVE-RUN-ROW.
           MOVE 1 TO WS-RECOVERED.
           DISPLAY 'ESSIEMXT COMMITTED UNFINISHED EVENT ' EV-SEQ
                   ' FROM ' EV-SRC.
       050-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       120-GET-SOURCE          SECTION.
      *-----------------------------------------------------------------
       120.
      *---   a journal's first window opens at midnight of the first
      *---   run's day; a state file's first pass only records images
      *---   and gets its row when the pass completes
           MOVE '0' TO SW-SRC-NEW.
           MOVE WS-SRC-NAME TO SCSRC OF ESSIEMCT-REC.
           READ ESSIEMCT
                INVALID KEY
                   SET SRC-NEW TO TRUE
                   MOVE WS-CUT-DATE TO WS-SRC-FROM-DATE
                   MOVE 0           TO WS-SRC-FROM-TIME
                                       WS-SRC-DONE
                                       WS-SRC-SEQ
                                       WS-SRC-SENT
                NOT INVALID KEY
                   MOVE SCDATE OF ESSIEMCT-REC TO WS-SRC-FROM-DATE
                   MOVE SCTIME OF ESSIEMCT-REC TO WS-SRC-FROM-TIME
                   MOVE SCDONE OF ESSIEMCT-REC TO WS-SRC-DONE
                   MOVE SCSEQ  OF ESSIEMCT-REC TO WS-SRC-SEQ
                   MOVE SCSENT OF ESSIEMCT-REC TO WS-SRC-SENT
           END-READ.
           IF SRC-NEW AND NOT SRC-STATE
              PERFORM 870-SAVE-SOURCE-ROW
              MOVE '0' TO SW-SRC-NEW.
           MOVE WS-SRC-DONE TO WS-SKIP.
           MOVE 0 TO WS-WIN-CNT.
           MOVE '0' TO SW-SCAN-END.
       120-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       130-CLOSE-WINDOW        SECTION.
      *-----------------------------------------------------------------
       130.
      *---   the journal is sent up to the cut-off - the next window
      *---   starts there
           MOVE WS-CUT-DATE TO WS-SRC-FROM-DATE.
           MOVE WS-CUT-TIME TO WS-SRC-FROM-TIME.
           MOVE 0 TO WS-SRC-DONE.
           PERFORM 870-SAVE-SOURCE-ROW.
       130-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       140-END-STATE           SECTION.
      *-----------------------------------------------------------------
       140.
           IF SRC-NEW
              PERFORM 870-SAVE-SOURCE-ROW
              MOVE '0' TO SW-SRC-NEW.
       140-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       150-CHECK-WINDOW        SECTION.
      *-----------------------------------------------------------------
       150.
      *---   WS-REC-TS staged by the caller
           MOVE '0' TO SW-IN-WINDOW.
           IF WS-REC-TS NOT < WS-SRC-FROM AND
              WS-REC-TS < WS-CUT-TS
              SET IN-WINDOW TO TRUE.
       150-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       200-READ-GATLOG         SECTION.
      *-----------------------------------------------------------------
       200.
           MOVE 'ESGATLOG' TO WS-SRC-NAME.
           PERFORM 120-GET-SOURCE.
           MOVE WS-SRC-FROM-DATE TO GLDATE OF ESGATLOG-REC.
           MOVE WS-SRC-FROM-TIME TO GLTIME OF ESGATLOG-REC.
           MOVE LOW-VALUES       TO GLSEQ  OF ESGATLOG-REC.
           START ESGATLOG
                 KEY NOT LESS EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY
                    SET SCAN-END TO TRUE.
           PERFORM UNTIL SCAN-END
              READ ESGATLOG NEXT
                   AT END
                      SET SCAN-END TO TRUE
              NOT AT END
                 MOVE GLDATE OF ESGATLOG-REC TO WS-REC-DATE
                 MOVE GLTIME OF ESGATLOG-REC TO WS-REC-TIME
                 IF WS-REC-TS NOT < WS-CUT-TS
                    SET SCAN-END TO TRUE
                 ELSE
                    MOVE WS-REC-DATE            TO EV-DATE
                    MOVE WS-REC-TIME            TO EV-TIME
                    MOVE 'GATE-REFUSED'         TO EV-TYPE
                    MOVE GLOPER OF ESGATLOG-REC TO EV-ACTOR
                    MOVE GLPROG OF ESGATLOG-REC TO EV-AFTER
                    STRING GLDATE OF ESGATLOG-REC DELIMITED SIZE
                           GLTIME OF ESGATLOG-REC DELIMITED SIZE
                           GLSEQ  OF ESGATLOG-REC DELIMITED SIZE
                           INTO EV-SKEY
                    PERFORM 800-EMIT-EVENT
                 END-IF
              END-READ
           END-PERFORM.
           PERFORM 130-CLOSE-WINDOW.
       200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       210-READ-BFLJRN         SECTION.
      *-----------------------------------------------------------------
       210.
           MOVE 'ESBFLJRN' TO WS-SRC-NAME.
           PERFORM 120-GET-SOURCE.
           MOVE WS-SRC-FROM-DATE TO BJDATE OF ESBFLJRN-REC.
           MOVE WS-SRC-FROM-TIME TO BJTIME OF ESBFLJRN-REC.
           MOVE LOW-VALUES       TO BJSEQ  OF ESBFLJRN-REC.
           START ESBFLJRN
                 KEY NOT LESS EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY
                    SET SCAN-END TO TRUE.
           PERFORM UNTIL SCAN-END
              READ ESBFLJRN NEXT
                   AT END
                      SET SCAN-END TO TRUE
              NOT AT END
                 MOVE BJDATE OF ESBFLJRN-REC TO WS-REC-DATE
                 MOVE BJTIME OF ESBFLJRN-REC TO WS-REC-TIME
                 IF WS-REC-TS NOT < WS-CUT-TS
                    SET SCAN-END TO TRUE
                 ELSE
                    MOVE WS-REC-DATE             TO EV-DATE
                    MOVE WS-REC-TIME             TO EV-TIME
                    MOVE 'BASEFLAG-CHG'          TO EV-TYPE
                    MOVE BJOPER  OF ESBFLJRN-REC TO EV-ACTOR
                    MOVE BJUSER  OF ESBFLJRN-REC TO EV-SUBJ
                    MOVE BJSHEV  OF ESBFLJRN-REC TO EV-MHOZ
                    MOVE BJBEFOR OF ESBFLJRN-REC TO EV-BEFORE
                    MOVE BJAFTER OF ESBFLJRN-REC TO EV-AFTER
                    STRING BJDATE OF ESBFLJRN-REC DELIMITED SIZE
                           BJTIME OF ESBFLJRN-REC DELIMITED SIZE
                           BJSEQ  OF ESBFLJRN-REC DELIMITED SIZE
                           INTO EV-SKEY
                    PERFORM 800-EMIT-EVENT
                 END-IF
              END-READ
           END-PERFORM.
           PERFORM 130-CLOSE-WINDOW.
       210-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       220-READ-RULJRN         SECTION.
      *-----------------------------------------------------------------
       220.
           MOVE 'ESRULJRN' TO WS-SRC-NAME.
           PERFORM 120-GET-SOURCE.
           MOVE WS-SRC-FROM-DATE TO RJDATE OF ESRULJRN-REC.
           MOVE WS-SRC-FROM-TIME TO RJTIME OF ESRULJRN-REC.
           MOVE LOW-VALUES       TO RJSEQ  OF ESRULJRN-REC.
           START ESRULJRN
                 KEY NOT LESS EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY
                    SET SCAN-END TO TRUE.
           PERFORM UNTIL SCAN-END
              READ ESRULJRN NEXT
                   AT END
                      SET SCAN-END TO TRUE
              NOT AT END
                 MOVE RJDATE OF ESRULJRN-REC TO WS-REC-DATE
                 MOVE RJTIME OF ESRULJRN-REC TO WS-REC-TIME
                 IF WS-REC-TS NOT < WS-CUT-TS
                    SET SCAN-END TO TRUE
                 ELSE
                    MOVE WS-REC-DATE             TO EV-DATE
                    MOVE WS-REC-TIME             TO EV-TIME
                    MOVE 'RULE-CHANGE'           TO EV-TYPE
                    MOVE RJOPER  OF ESRULJRN-REC TO EV-ACTOR
                    MOVE RJBEFOR OF ESRULJRN-REC TO EV-BEFORE
                    MOVE RJAFTER OF ESRULJRN-REC TO EV-AFTER
      *---   rule file code and function ride after the journal key
                    STRING RJDATE OF ESRULJRN-REC DELIMITED SIZE
                           RJTIME OF ESRULJRN-REC DELIMITED SIZE
                           RJSEQ  OF ESRULJRN-REC DELIMITED SIZE
                           ' F'                   DELIMITED SIZE
                           RJFILE OF ESRULJRN-REC DELIMITED SIZE
                           ' '                    DELIMITED SIZE
                           RJACT  OF ESRULJRN-REC DELIMITED SIZE
                           INTO EV-SKEY
                    PERFORM 800-EMIT-EVENT
                 END-IF
              END-READ
           END-PERFORM.
           PERFORM 130-CLOSE-WINDOW.
       220-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       230-READ-ANFAUD         SECTION.
      *-----------------------------------------------------------------
       230.
      *---   user-keyed - the whole file, the window applied per row
           MOVE 'ESANFAUD' TO WS-SRC-NAME.
           PERFORM 120-GET-SOURCE.
           MOVE LOW-VALUES TO ADUSER OF ESANFAUD-REC
                              ADANAF OF ESANFAUD-REC
                              ADDATE OF ESANFAUD-REC
                              ADTIME OF ESANFAUD-REC.
           START ESANFAUD
                 KEY NOT LESS EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY
                    SET SCAN-END TO TRUE.
           PERFORM UNTIL SCAN-END
              READ ESANFAUD NEXT
                   AT END
                      SET SCAN-END TO TRUE
              NOT AT END
                 MOVE ADDATE OF ESANFAUD-REC TO WS-REC-DATE
                 MOVE ADTIME OF ESANFAUD-REC TO WS-REC-TIME
                 PERFORM 150-CHECK-WINDOW
                 IF IN-WINDOW
                    MOVE WS-REC-DATE            TO EV-DATE
                    MOVE WS-REC-TIME            TO EV-TIME
                    MOVE 'BUNDLE-GRANT'         TO EV-TYPE
                    MOVE ADUSER OF ESANFAUD-REC TO EV-SUBJ
                    MOVE ADANAF OF ESANFAUD-REC TO EV-ANAF
                    STRING ADQWRY OF ESANFAUD-REC DELIMITED SIZE
                           ADCHGA OF ESANFAUD-REC DELIMITED SIZE
                           ADIMMD OF ESANFAUD-REC DELIMITED SIZE
                           ADCHSV OF ESANFAUD-REC DELIMITED SIZE
                           ADISHR OF ESANFAUD-REC DELIMITED SIZE
                           ADPRMM OF ESANFAUD-REC DELIMITED SIZE
                           ADPRSH OF ESANFAUD-REC DELIMITED SIZE
                           ADARRA OF ESANFAUD-REC DELIMITED SIZE
                           ADARRB OF ESANFAUD-REC DELIMITED SIZE
                           ADARUA OF ESANFAUD-REC DELIMITED SIZE
                           ADARUB OF ESANFAUD-REC DELIMITED SIZE
                           INTO EV-AFTER
                    STRING ADUSER OF ESANFAUD-REC DELIMITED SIZE
                           ADANAF OF ESANFAUD-REC DELIMITED SIZE
                           ADDATE OF ESANFAUD-REC DELIMITED SIZE
                           ADTIME OF ESANFAUD-REC DELIMITED SIZE
                           INTO EV-SKEY
                    PERFORM 800-EMIT-EVENT
                 END-IF
              END-READ
           END-PERFORM.
           PERFORM 130-CLOSE-WINDOW.
       230-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       240-READ-XFRAUD         SECTION.
      *-----------------------------------------------------------------
       240.
           MOVE 'ESXFRAUD' TO WS-SRC-NAME.
           PERFORM 120-GET-SOURCE.
           MOVE LOW-VALUES TO XAUSER OF ESXFRAUD-REC
                              XADATE OF ESXFRAUD-REC
                              XATIME OF ESXFRAUD-REC.
           START ESXFRAUD
                 KEY NOT LESS EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY
                    SET SCAN-END TO TRUE.
           PERFORM UNTIL SCAN-END
              READ ESXFRAUD NEXT
                   AT END
                      SET SCAN-END TO TRUE
              NOT AT END
                 MOVE XADATE OF ESXFRAUD-REC TO WS-REC-DATE
                 MOVE XATIME OF ESXFRAUD-REC TO WS-REC-TIME
                 PERFORM 150-CHECK-WINDOW
                 IF IN-WINDOW
                    MOVE WS-REC-DATE            TO EV-DATE
                    MOVE WS-REC-TIME            TO EV-TIME
                    MOVE 'USER-XFER'            TO EV-TYPE
                    MOVE XAOPER OF ESXFRAUD-REC TO EV-ACTOR
                    MOVE XAUSER OF ESXFRAUD-REC TO EV-SUBJ
                    MOVE XATO   OF ESXFRAUD-REC TO EV-MHOZ
                    MOVE XAFROM OF ESXFRAUD-REC TO EV-BEFORE
                    MOVE XATO   OF ESXFRAUD-REC TO EV-AFTER
                    STRING XAUSER OF ESXFRAUD-REC DELIMITED SIZE
                           XADATE OF ESXFRAUD-REC DELIMITED SIZE
                           XATIME OF ESXFRAUD-REC DELIMITED SIZE
                           INTO EV-SKEY
                    PERFORM 800-EMIT-EVENT
                 END-IF
              END-READ
           END-PERFORM.
           PERFORM 130-CLOSE-WINDOW.
       240-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       250-READ-USRARC         SECTION.
      *-----------------------------------------------------------------
       250.
      *---   one event per archived row - the file it came out of is
      *---   the before value
           MOVE 'ESUSRARC' TO WS-SRC-NAME.
           PERFORM 120-GET-SOURCE.
           MOVE LOW-VALUES TO ARUSER OF ESUSRARC-REC
                              ARDATE OF ESUSRARC-REC
                              ARTIME OF ESUSRARC-REC
                              ARSEQ  OF ESUSRARC-REC.
           START ESUSRARC
                 KEY NOT LESS EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY
                    SET SCAN-END TO TRUE.
           PERFORM UNTIL SCAN-END
              READ ESUSRARC NEXT
                   AT END
                      SET SCAN-END TO TRUE
              NOT AT END
                 MOVE ARDATE OF ESUSRARC-REC TO WS-REC-DATE
                 MOVE ARTIME OF ESUSRARC-REC TO WS-REC-TIME
                 PERFORM 150-CHECK-WINDOW
                 IF IN-WINDOW
                    MOVE WS-REC-DATE            TO EV-DATE
                    MOVE WS-REC-TIME            TO EV-TIME
                    MOVE 'USER-OFFBRD'          TO EV-TYPE
                    MOVE AROPER OF ESUSRARC-REC TO EV-ACTOR
                    MOVE ARUSER OF ESUSRARC-REC TO EV-SUBJ
                    MOVE ARFILE OF ESUSRARC-REC TO EV-BEFORE
                    STRING ARUSER OF ESUSRARC-REC DELIMITED SIZE
                           ARDATE OF ESUSRARC-REC DELIMITED SIZE
                           ARTIME OF ESUSRARC-REC DELIMITED SIZE
                           ARSEQ  OF ESUSRARC-REC DELIMITED SIZE
                           INTO EV-SKEY
                    PERFORM 800-EMIT-EVENT
                 END-IF
              END-READ
           END-PERFORM.
           PERFORM 130-CLOSE-WINDOW.
       250-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       300-READ-MCHLOG         SECTION.
      *-----------------------------------------------------------------
       300.
      *---   a machine day is an event once, when it first appears;
      *---   ESUSERB only writes today's date, so yesterday and today
      *---   are all that can still be new
           MOVE 'ESMCHLOG' TO WS-SRC-NAME.
           PERFORM 120-GET-SOURCE.
           IF NOT SRC-NEW
              PERFORM 305-PURGE-MCH-IMAGES.
           MOVE '0' TO SW-SCAN-END.
           MOVE LOW-VALUES TO MLUSER OF ESMCHLOG-REC
                              MLDATE OF ESMCHLOG-REC
                              MLMACH OF ESMCHLOG-REC.
           START ESMCHLOG
                 KEY NOT LESS EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY
                    SET SCAN-END TO TRUE.
           PERFORM UNTIL SCAN-END
              READ ESMCHLOG NEXT
                   AT END
                      SET SCAN-END TO TRUE
              NOT AT END
                 IF MLDATE OF ESMCHLOG-REC NOT < WS-YESTERDAY
                    MOVE SPACES TO WS-SH-KEY
                    MOVE MLUSER OF ESMCHLOG-REC TO SHK-ML-USER
                    MOVE MLDATE OF ESMCHLOG-REC TO SHK-ML-DATE
                    MOVE MLMACH OF ESMCHLOG-REC TO SHK-ML-MACH
                    MOVE MLMACH OF ESMCHLOG-REC TO WS-SH-IMG
                    PERFORM 700-READ-IMAGE
                    IF SH-NEW
                       MOVE MLDATE OF ESMCHLOG-REC TO EV-DATE
                       MOVE 'MACHINE-NEW'          TO EV-TYPE
                       MOVE MLUSER OF ESMCHLOG-REC TO EV-ACTOR
                                                      EV-SUBJ
                       MOVE WS-SH-IMG              TO EV-AFTER
                       MOVE WS-SH-KEY              TO EV-SKEY
                       PERFORM 800-EMIT-EVENT
                    END-IF
                 END-IF
              END-READ
           END-PERFORM.
           PERFORM 140-END-STATE.
       300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       305-PURGE-MCH-IMAGES    SECTION.
      *-----------------------------------------------------------------
       305.
           MOVE '0' TO SW-SCAN-END.
           MOVE 'ESMCHLOG' TO SHSRC OF ESSIEMSH-REC.
           MOVE LOW-VALUES TO SHKEY OF ESSIEMSH-REC.
           START ESSIEMSH
                 KEY NOT LESS EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY
                    SET SCAN-END TO TRUE.
           PERFORM UNTIL SCAN-END
              READ ESSIEMSH NEXT
                   AT END
                      SET SCAN-END TO TRUE
              NOT AT END
                 IF SHSRC OF ESSIEMSH-REC NOT = 'ESMCHLOG'
                    SET SCAN-END TO TRUE
                 ELSE
                    IF SHDATE OF ESSIEMSH-REC < WS-YESTERDAY
                       DELETE ESSIEMSH
                    END-IF
                 END-IF
              END-READ
           END-PERFORM.
       305-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       310-READ-USRBLK         SECTION.
      *-----------------------------------------------------------------
       310.
           MOVE 'ESUSRBLK' TO WS-SRC-NAME.
           PERFORM 120-GET-SOURCE.
           MOVE LOW-VALUES TO BLUSER OF ESUSRBLK-REC.
           START ESUSRBLK
                 KEY NOT LESS EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY
                    SET SCAN-END TO TRUE.
           PERFORM UNTIL SCAN-END
              READ ESUSRBLK NEXT
                   AT END
                      SET SCAN-END TO TRUE
              NOT AT END
                 MOVE SPACES TO WS-SH-KEY
                                WS-SH-IMG
                 MOVE BLUSER OF ESUSRBLK-REC TO WS-SH-KEY
                 MOVE BLDATE OF ESUSRBLK-REC TO SHI-BL-DATE
                 MOVE BLREAS OF ESUSRBLK-REC TO SHI-BL-REAS
                 PERFORM 700-READ-IMAGE
                 IF SH-NEW OR WS-SH-IMG NOT = WS-OLD-IMG
                    IF SH-NEW
                       MOVE 'USER-BLOCKED' TO EV-TYPE
                    ELSE
                       MOVE 'BLOCK-CHANGE' TO EV-TYPE
                    END-IF
                    MOVE BLDATE OF ESUSRBLK-REC TO EV-DATE
                    MOVE BLUSER OF ESUSRBLK-REC TO EV-SUBJ
                    MOVE WS-OLD-IMG             TO EV-BEFORE
                    MOVE WS-SH-IMG              TO EV-AFTER
                    MOVE WS-SH-KEY              TO EV-SKEY
                    PERFORM 800-EMIT-EVENT
                 END-IF
              END-READ
           END-PERFORM.
           IF NOT SRC-NEW
              PERFORM 315-FIND-UNBLOCKS.
           PERFORM 140-END-STATE.
       310-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       315-FIND-UNBLOCKS       SECTION.
      *-----------------------------------------------------------------
       315.
      *---   security clears a block by removing the row - a block
      *---   image with no row behind it any more is the unblock, and
      *---   860-APPLY-SHADOW drops the image with it
           MOVE '0' TO SW-SCAN-END.
           MOVE 'ESUSRBLK' TO SHSRC OF ESSIEMSH-REC.
           MOVE LOW-VALUES TO SHKEY OF ESSIEMSH-REC.
           START ESSIEMSH
                 KEY NOT LESS EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY
                    SET SCAN-END TO TRUE.
           PERFORM UNTIL SCAN-END
              READ ESSIEMSH NEXT
                   AT END
                      SET SCAN-END TO TRUE
              NOT AT END
                 IF SHSRC OF ESSIEMSH-REC NOT = 'ESUSRBLK'
                    SET SCAN-END TO TRUE
                 ELSE
                    MOVE SHKEY OF ESSIEMSH-REC(1:10)
                         TO BLUSER OF ESUSRBLK-REC
                    READ ESUSRBLK
                         INVALID KEY
                            MOVE WS-CUT-DATE  TO EV-DATE
                            MOVE WS-CUT-TIME  TO EV-TIME
                            MOVE 'USER-UNBLOCK' TO EV-TYPE
                            MOVE SHKEY OF ESSIEMSH-REC(1:10) TO EV-SUBJ
                            MOVE SHIMG OF ESSIEMSH-REC TO EV-BEFORE
                            MOVE SHKEY OF ESSIEMSH-REC TO EV-SKEY
                            PERFORM 800-EMIT-EVENT
                    END-READ
                 END-IF
              END-READ
           END-PERFORM.
       315-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       320-READ-PRVREQ         SECTION.
      *-----------------------------------------------------------------
       320.
      *---   one event per status the request is seen in - a request
      *---   raised and approved inside one interval shows as approved
           MOVE 'ESPRVREQ' TO WS-SRC-NAME.
           PERFORM 120-GET-SOURCE.
           MOVE LOW-VALUES TO RQID OF ESPRVREQ-REC.
           START ESPRVREQ
                 KEY NOT LESS EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY
                    SET SCAN-END TO TRUE.
           PERFORM UNTIL SCAN-END
              READ ESPRVREQ NEXT
                   AT END
                      SET SCAN-END TO TRUE
              NOT AT END
                 MOVE SPACES TO WS-SH-KEY
                                WS-SH-IMG
                 MOVE RQID    OF ESPRVREQ-REC TO SHK-RQ-ID
                 MOVE RQSTAT  OF ESPRVREQ-REC TO SHI-RQ-STAT
                 MOVE RQFUNC  OF ESPRVREQ-REC TO SHI-RQ-FUNC
                 MOVE RQTPL   OF ESPRVREQ-REC TO SHI-RQ-TPL
                 MOVE RQREQBY OF ESPRVREQ-REC TO SHI-RQ-REQBY
                 MOVE RQAPPBY OF ESPRVREQ-REC TO SHI-RQ-APPBY
                 PERFORM 700-READ-IMAGE
                 IF SH-NEW OR WS-SH-IMG NOT = WS-OLD-IMG
                    PERFORM 325-PRVREQ-EVENT
                 END-IF
              END-READ
           END-PERFORM.
           PERFORM 140-END-STATE.
       320-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       325-PRVREQ-EVENT        SECTION.
      *-----------------------------------------------------------------
       325.
           EVALUATE RQSTAT OF ESPRVREQ-REC
              WHEN 'P'
                 MOVE 'PRVREQ-RAISE'          TO EV-TYPE
                 MOVE RQREQBY OF ESPRVREQ-REC TO EV-ACTOR
                 MOVE RQRQDT  OF ESPRVREQ-REC TO EV-DATE
              WHEN 'A'
                 MOVE 'PRVREQ-APPRV'          TO EV-TYPE
                 MOVE RQAPPBY OF ESPRVREQ-REC TO EV-ACTOR
                 MOVE RQAPDT  OF ESPRVREQ-REC TO EV-DATE
              WHEN 'R'
                 MOVE 'PRVREQ-REJCT'          TO EV-TYPE
                 MOVE RQAPPBY OF ESPRVREQ-REC TO EV-ACTOR
                 MOVE RQAPDT  OF ESPRVREQ-REC TO EV-DATE
              WHEN 'X'
                 MOVE 'PRVREQ-EXEC'           TO EV-TYPE
                 MOVE WS-CUT-DATE             TO EV-DATE
                 MOVE WS-CUT-TIME             TO EV-TIME
              WHEN OTHER
                 MOVE 'PRVREQ-CHNG'           TO EV-TYPE
                 MOVE WS-CUT-DATE             TO EV-DATE
                 MOVE WS-CUT-TIME             TO EV-TIME
           END-EVALUATE.
           MOVE RQNEWU OF ESPRVREQ-REC TO EV-SUBJ.
           MOVE WS-OLD-IMG             TO EV-BEFORE.
           MOVE WS-SH-IMG              TO EV-AFTER.
           MOVE WS-SH-KEY              TO EV-SKEY.
           PERFORM 800-EMIT-EVENT.
       325-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       330-READ-RCRTF          SECTION.
      *-----------------------------------------------------------------
       330.
      *---   decisions only - a pending row is the worksheet, not an
      *---   event, and is not imaged until it is decided
           MOVE 'ESRCRTF ' TO WS-SRC-NAME.
           PERFORM 120-GET-SOURCE.
           MOVE LOW-VALUES TO RCQTR  OF ESRCRTF-REC
                              RCSHEV OF ESRCRTF-REC
                              RCUSER OF ESRCRTF-REC.
           START ESRCRTF
                 KEY NOT LESS EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY
                    SET SCAN-END TO TRUE.
           PERFORM UNTIL SCAN-END
              READ ESRCRTF NEXT
                   AT END
                      SET SCAN-END TO TRUE
              NOT AT END
                 IF RCSTAT OF ESRCRTF-REC NOT = 'P'
                    PERFORM 335-RCRTF-ROW
                 END-IF
              END-READ
           END-PERFORM.
           PERFORM 140-END-STATE.
       330-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       335-RCRTF-ROW           SECTION.
      *-----------------------------------------------------------------
       335.
           MOVE SPACES TO WS-SH-KEY
                          WS-SH-IMG.
           MOVE RCQTR   OF ESRCRTF-REC TO SHK-RC-QTR.
           MOVE RCSHEV  OF ESRCRTF-REC TO SHK-RC-SHEV.
           MOVE RCUSER  OF ESRCRTF-REC TO SHK-RC-USER.
           MOVE RCSTAT  OF ESRCRTF-REC TO SHI-RC-STAT.
           MOVE RCDECOP OF ESRCRTF-REC TO SHI-RC-DECOP.
           MOVE RCDECDT OF ESRCRTF-REC TO SHI-RC-DECDT.
           PERFORM 700-READ-IMAGE.
           IF NOT SH-NEW AND WS-SH-IMG = WS-OLD-IMG
              GO TO 335-EXIT.
           EVALUATE RCSTAT OF ESRCRTF-REC
              WHEN 'C'
                 MOVE 'RECERT-CERT'  TO EV-TYPE
              WHEN 'R'
                 MOVE 'RECERT-REVKE' TO EV-TYPE
              WHEN OTHER
                 MOVE 'RECERT-CHNG'  TO EV-TYPE
           END-EVALUATE.
           MOVE RCDECDT OF ESRCRTF-REC TO EV-DATE.
           MOVE RCDECOP OF ESRCRTF-REC TO EV-ACTOR.
           MOVE RCUSER  OF ESRCRTF-REC TO EV-SUBJ.
           MOVE RCSHEV  OF ESRCRTF-REC TO EV-MHOZ.
           MOVE WS-OLD-IMG             TO EV-BEFORE.
           MOVE WS-SH-IMG              TO EV-AFTER.
           MOVE WS-SH-KEY              TO EV-SKEY.
           PERFORM 800-EMIT-EVENT.
       335-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       700-READ-IMAGE          SECTION.
      *-----------------------------------------------------------------
       700.
      *---   the image last sent for WS-SH-KEY, if any
           MOVE '0'    TO SW-SH-NEW.
           MOVE SPACES TO WS-OLD-IMG.
           MOVE WS-SRC-NAME TO SHSRC OF ESSIEMSH-REC.
           MOVE WS-SH-KEY   TO SHKEY OF ESSIEMSH-REC.
           READ ESSIEMSH
                INVALID KEY
                   SET SH-NEW TO TRUE
                NOT INVALID KEY
                   MOVE SHIMG OF ESSIEMSH-REC TO WS-OLD-IMG
           END-READ.
       700-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       800-EMIT-EVENT          SECTION.
      *-----------------------------------------------------------------
       800.
      *---   EV- fields staged by the caller. Write, then commit: the
      *---   image, the source row and *RUN, in that order - 050-RECOVER
      *---   finishes the commit if the run dies in between.
           MOVE WS-SRC-NAME TO EV-SRC.
           IF SRC-NEW
              PERFORM 860-APPLY-SHADOW
              GO TO 800-CLEAR.
           ADD 1 TO WS-WIN-CNT.
           IF WS-WIN-CNT NOT > WS-SKIP
              GO TO 800-CLEAR.
           ADD 1 TO WS-RUN-SEQ.
           MOVE WS-RUN-SEQ TO EV-SEQ.
           MOVE SIEM-EVT TO SIEM-LINE.
           WRITE SIEM-LINE.
           ADD 1 TO WS-EVENTS.
           IF SRC-STATE
              PERFORM 860-APPLY-SHADOW
           ELSE
              ADD 1 TO WS-SRC-DONE
           END-IF.
           MOVE WS-RUN-SEQ TO WS-SRC-SEQ.
           ADD 1 TO WS-SRC-SENT.
           PERFORM 870-SAVE-SOURCE-ROW.
           ADD 1 TO WS-RUN-SENT.
           PERFORM 880-SAVE-RUN-ROW.
       800-CLEAR.
           PERFORM 890-CLEAR-EVENT.
       800-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       860-APPLY-SHADOW        SECTION.
      *-----------------------------------------------------------------
       860.
      *---   the event's after value is the record's image; an unblock
      *---   removes the image
           MOVE EV-SRC  TO SHSRC OF ESSIEMSH-REC.
           MOVE EV-SKEY TO SHKEY OF ESSIEMSH-REC.
           IF EV-TYPE = 'USER-UNBLOCK'
              DELETE ESSIEMSH
                     INVALID KEY
                        CONTINUE
              END-DELETE
              GO TO 860-EXIT.
           MOVE EV-AFTER TO SHIMG  OF ESSIEMSH-REC.
           MOVE EV-DATE  TO SHDATE OF ESSIEMSH-REC.
           WRITE ESSIEMSH-REC
                 INVALID KEY
                    REWRITE ESSIEMSH-REC
           END-WRITE.
       860-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       870-SAVE-SOURCE-ROW     SECTION.
      *-----------------------------------------------------------------
       870.
           MOVE WS-SRC-NAME      TO SCSRC  OF ESSIEMCT-REC.
           MOVE WS-SRC-FROM-DATE TO SCDATE OF ESSIEMCT-REC.
           MOVE WS-SRC-FROM-TIME TO SCTIME OF ESSIEMCT-REC.
           MOVE WS-SRC-DONE      TO SCDONE OF ESSIEMCT-REC.
           MOVE WS-SRC-SEQ       TO SCSEQ  OF ESSIEMCT-REC.
           MOVE WS-SRC-SENT      TO SCSENT OF ESSIEMCT-REC.
           MOVE SPACE            TO SCSTAT OF ESSIEMCT-REC.
           MOVE WS-NOW-DATE      TO SCLDT  OF ESSIEMCT-REC.
           MOVE WS-NOW-TIME      TO SCLTM  OF ESSIEMCT-REC.
           WRITE ESSIEMCT-REC
                 INVALID KEY
                    REWRITE ESSIEMCT-REC
           END-WRITE.
       870-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       880-SAVE-RUN-ROW        SECTION.
      *-----------------------------------------------------------------
       880.
           MOVE '*RUN    '  TO SCSRC  OF ESSIEMCT-REC.
           MOVE WS-CUT-DATE TO SCDATE OF ESSIEMCT-REC.
           MOVE WS-CUT-TIME TO SCTIME OF ESSIEMCT-REC.
           MOVE 0           TO SCDONE OF ESSIEMCT-REC.
           MOVE WS-RUN-SEQ  TO SCSEQ  OF ESSIEMCT-REC.
           MOVE WS-RUN-SENT TO SCSENT OF ESSIEMCT-REC.
           MOVE WS-RUN-STAT TO SCSTAT OF ESSIEMCT-REC.
           MOVE WS-NOW-DATE TO SCLDT  OF ESSIEMCT-REC.
           MOVE WS-NOW-TIME TO SCLTM  OF ESSIEMCT-REC.
           WRITE ESSIEMCT-REC
                 INVALID KEY
                    REWRITE ESSIEMCT-REC
           END-WRITE.
       880-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       890-CLEAR-EVENT         SECTION.
      *-----------------------------------------------------------------
       890.
           MOVE SPACES TO SIEM-EVT.
           MOVE 0      TO EV-SEQ
                          EV-DATE
                          EV-TIME
                          EV-MHOZ
                          EV-ANAF.
       890-EXIT.
           EXIT.
