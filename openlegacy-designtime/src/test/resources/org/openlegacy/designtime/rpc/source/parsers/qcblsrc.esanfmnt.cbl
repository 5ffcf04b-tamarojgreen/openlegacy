      ************************************************************************
      * ESANFMNT - branch master (ESANFMST) maintenance                     **
      ************************************************************************
       PROCESS NOMONOPRC  APOST.
       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID.                     ESANFMNT.
       AUTHOR.                         BATYAK.
       INSTALLATION.                   AS400.
          DATE-WRITTEN.                15/10/2026.
      *REMARKS.
      *         Maintenance for the ESANFMST branch master - one row
      *         per three-digit ES_ANAF branch code with its name,
      *         district, manager, open/closed status and closing
      *         date. Until now a branch existed only as a code
      *         scattered through USERSANF, ESCHGAF, ESSPANAF and the
      *         snapshot files, with nothing saying it had closed.
      *         C closes a branch from a closing date (today if none
      *         is keyed); from that date ESUSERB drops it from
      *         ES_TV_ANAFIM, and ESANFCLS lists and archives the
      *         override rows still pointing at it. A closed branch
      *         is reopened by U with status O. Rows are never
      *         deleted - the master is the record of what a code
      *         once meant. Every change is journaled to ESRULJRN as
      *         file 4 (ESRULMNT's files are 1-3), so it reaches the
      *         SIEM feed with the other rule changes.
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
           SELECT  ESANFMST          ASSIGN TO DATABASE-ESANFMST
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   FILE STATUS       IS SW-STATUS-1.
           SELECT  ESRULJRN          ASSIGN TO DATABASE-ESRULJRN
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   FILE STATUS       IS SW-STATUS-2.
           SELECT  USERSS1           ASSIGN TO DATABASE-USERSS1
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   WITH DUPLICATES
                   FILE STATUS       IS SW-STATUS-3.
      *---   refused-attempt log for the screen gates - shared with
      *---   ESCTLEXM/ESRULMNT/ESUSANFM/ESRCERTD
           SELECT  ESGATLOG          ASSIGN TO DATABASE-ESGATLOG
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   FILE STATUS       IS SW-STATUS-GAT.
      *=================================================================
       DATA DIVISION.
      *=================================================================
       FILE SECTION.
       FD  ESANFMST
                   LABEL RECORD IS STANDARD.
       01  ESANFMST-REC.
           COPY DDS-ALL-FORMAT OF ESANFMST.
       FD  ESRULJRN
                   LABEL RECORD IS STANDARD.
       01  ESRULJRN-REC.
           COPY DDS-ALL-FORMAT OF ESRULJRN.
       FD  USERSS1
                   LABEL RECORD IS STANDARD.
       01  USERSS1-REC.
           COPY DDS-ALL-FORMATS OF USERSS1.
       FD  ESGATLOG
                   LABEL RECORD IS STANDARD.
       01  ESGATLOG-REC.
           COPY DDS-ALL-FORMAT OF ESGATLOG.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
      *---   closing a branch takes it out of every user's branch list,
      *---   so the screen is gated behind ELARSHAR agreement code 55
      *---   (the 851-BDK code-49 idiom; 51 ESCTLEXM, 52 ESRULMNT,
      *---   53 ESUSANFM, 54 ESRCERTD). Refused attempts are logged to
      *---   ESGATLOG.
       01  SW-STATUS-GAT               PIC XX.
       01  WS-GATE-OPER                PIC X(10) VALUE SPACES.
       01  SW-GATE                     PIC X VALUE '0'.
           88 GATE-OK                          VALUE '1'.
       01  WS-GATE-DATE                PIC 9(8) VALUE 0.
       01  WS-GATE-TIME                PIC 9(8) VALUE 0.
       01  WS-GATE-SEQ                 PIC 9(5) VALUE 0.
       01  ARS-ISHUR-PARAM.
           03 ARS-ISHUR-USER           PIC X(10).
           03 ARS-SOCHEN-A             PIC 9(6) VALUE 999999.
           03 ARS-SOCHEN-B             PIC 9(6) VALUE 999999.
           03 ARS-KOLEKTIV             PIC 9(6) VALUE 0.
           03 ARS-SUG-HESKEM           PIC 9(2) VALUE 55.
           03 ARS-ISHUR-KOD            PIC X    VALUE '0'.
       01  SW-STATUS-1                 PIC XX.
       01  SW-STATUS-2                 PIC XX.
       01  SW-STATUS-3                 PIC XX.
       01  WS-TODAY                    PIC 9(8) VALUE 0.
       01  WS-TIME                     PIC 9(8) VALUE 0.
       01  WS-FUNCTION                 PIC X VALUE SPACE.
           88 WS-FUNC-FIND                     VALUE 'F'.
           88 WS-FUNC-ADD                      VALUE 'A'.
           88 WS-FUNC-UPDATE                   VALUE 'U'.
           88 WS-FUNC-CLOSE                    VALUE 'C'.
           88 WS-FUNC-EXIT                     VALUE 'X'.
       01  WS-OPERATOR                 PIC X(10) VALUE SPACES.
       01  WS-KEY-ANAF                 PIC 9(3)  VALUE 0.
       01  WS-NAME                     PIC X(30) VALUE SPACES.
       01  WS-MHOZ                     PIC 9(2)  VALUE 0.
       01  WS-MANAGER                  PIC X(10) VALUE SPACES.
       01  WS-STAT                     PIC X     VALUE 'O'.
           88 WS-STAT-VALID                    VALUE 'O' 'C'.
           88 WS-STAT-OPEN                     VALUE 'O'.
           88 WS-STAT-CLOSED                   VALUE 'C'.
       01  WS-CLDT                     PIC 9(8)  VALUE 0.
      *---   ESRULJRN file code for this master - ESRULMNT's rule
      *---   files are 1-3
       01  WS-JRN-FILE                 PIC 9     VALUE 4.
       01  WS-BEFORE-IMG               PIC X(40) VALUE SPACES.
       01  WS-AFTER-IMG                PIC X(40) VALUE SPACES.
       01  WS-ROW-IMG                  PIC X(40) VALUE SPACES.
       01  WS-FOUND-SW                 PIC X VALUE '0'.
           88 WS-ROW-FOUND                     VALUE '1'.
       01  WS-JRN-SEQ                  PIC 9(5) VALUE 0.
       01  WS-MSG                      PIC X(45) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
      *-----------------------------------------------------------------
       01  SC-ESANFMNT.
           05 BLANK SCREEN.
           05 LINE 1  COL 1   VALUE 'ESANFMNT - BRANCH MASTER
      -    'MAINTENANCE'.
           05 LINE 3  COL 1   VALUE 'FUNCTION (F,A,U,C=CLOSE,X=EXIT):'.
           05 LINE 3  COL 40  PIC X       USING WS-FUNCTION.
           05 LINE 4  COL 1   VALUE 'OPERATOR:'.
           05 LINE 4  COL 25  PIC X(10)   USING WS-OPERATOR.
           05 LINE 6  COL 1   VALUE 'BRANCH (ES_ANAF):'.
           05 LINE 6  COL 25  PIC 9(3)    USING WS-KEY-ANAF.
           05 LINE 7  COL 1   VALUE 'NAME:'.
           05 LINE 7  COL 25  PIC X(30)   USING WS-NAME.
           05 LINE 8  COL 1   VALUE 'DISTRICT:'.
           05 LINE 8  COL 25  PIC 9(2)    USING WS-MHOZ.
           05 LINE 9  COL 1   VALUE 'MANAGER (USER):'.
           05 LINE 9  COL 25  PIC X(10)   USING WS-MANAGER.
           05 LINE 10 COL 1   VALUE 'STATUS (O/C):'.
           05 LINE 10 COL 25  PIC X       USING WS-STAT.
           05 LINE 11 COL 1   VALUE 'CLOSING DATE (YYYYMMDD):'.
           05 LINE 11 COL 26  PIC 9(8)    USING WS-CLDT.
           05 LINE 13 COL 1   VALUE 'MESSAGE:'.
           05 LINE 13 COL 10  PIC X(45)   FROM WS-MSG.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *=================================================================
       000-MAIN                SECTION.
      *-----------------------------------------------------------------
       000.
           ACCEPT WS-TODAY FROM DATE.
           ADD 20000000 TO WS-TODAY.
           OPEN I-O   ESANFMST
                      ESRULJRN
                      ESGATLOG.
           OPEN INPUT USERSS1.
           PERFORM 100-SCREEN-LOOP UNTIL WS-FUNC-EXIT.
           CLOSE ESANFMST
                 ESRULJRN
                 ESGATLOG
                 USERSS1.
           GOBACK.
      *-----------------------------------------------------------------
       100-SCREEN-LOOP          SECTION.
      *-----------------------------------------------------------------
       100.
           MOVE SPACES TO WS-MSG.
           DISPLAY SC-ESANFMNT.
           ACCEPT SC-ESANFMNT.
           IF NOT WS-FUNC-EXIT
              PERFORM 050-CHECK-GATE
              IF NOT GATE-OK
                 GO TO 100-EXIT
              END-IF
           END-IF.
           EVALUATE TRUE
              WHEN WS-FUNC-FIND
                 PERFORM 200-FIND-ROW
              WHEN WS-FUNC-ADD
                 PERFORM 300-APPLY-CHANGE
              WHEN WS-FUNC-UPDATE
                 PERFORM 300-APPLY-CHANGE
              WHEN WS-FUNC-CLOSE
                 PERFORM 300-APPLY-CHANGE
              WHEN WS-FUNC-EXIT
                 CONTINUE
              WHEN OTHER
                 MOVE 'INVALID FUNCTION - USE F,A,U,C OR X' TO WS-MSG
           END-EVALUATE.
       100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       050-CHECK-GATE           SECTION.
      *-----------------------------------------------------------------
       050.
      *---   one ELARSHAR check per operator value - a refused
      *---   attempt is logged and stays refused until the operator
      *---   field changes
           IF WS-OPERATOR = SPACES
              MOVE '0' TO SW-GATE
              MOVE 'ENTER THE OPERATOR FIRST' TO WS-MSG
              GO TO 050-EXIT.
           IF WS-OPERATOR = WS-GATE-OPER
              IF NOT GATE-OK
                 MOVE 'NOT AUTHORIZED FOR THIS SCREEN' TO WS-MSG
              END-IF
              GO TO 050-EXIT.
           MOVE WS-OPERATOR TO WS-GATE-OPER.
           MOVE '0' TO SW-GATE.
           MOVE WS-OPERATOR TO ARS-ISHUR-USER.
           MOVE '0' TO ARS-ISHUR-KOD.
           CALL 'ELARSHAR' USING ARS-ISHUR-PARAM.
           IF ARS-ISHUR-KOD = '1'
              MOVE '1' TO SW-GATE
              GO TO 050-EXIT.
           PERFORM 060-LOG-REFUSAL.
           MOVE 'NOT AUTHORIZED FOR THIS SCREEN' TO WS-MSG.
       050-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       060-LOG-REFUSAL          SECTION.
      *-----------------------------------------------------------------
       060.
           ACCEPT WS-GATE-DATE FROM DATE.
           ADD 20000000 TO WS-GATE-DATE.
           ACCEPT WS-GATE-TIME FROM TIME.
           ADD 1 TO WS-GATE-SEQ.
           MOVE WS-GATE-DATE TO GLDATE OF ESGATLOG-REC.
           MOVE WS-GATE-TIME TO GLTIME OF ESGATLOG-REC.
           MOVE WS-GATE-SEQ  TO GLSEQ  OF ESGATLOG-REC.
           MOVE 'ESANFMNT  '  TO GLPROG OF ESGATLOG-REC.
           MOVE WS-OPERATOR  TO GLOPER OF ESGATLOG-REC.
           WRITE ESGATLOG-REC
                 INVALID KEY
                    REWRITE ESGATLOG-REC
           END-WRITE.
       060-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       200-FIND-ROW             SECTION.
      *-----------------------------------------------------------------
       200.
           PERFORM 210-READ-FOR-IMAGE.
           IF NOT WS-ROW-FOUND
              MOVE 'NO ROW FOR THAT BRANCH' TO WS-MSG
              GO TO 200-EXIT.
           MOVE AMNAME OF ESANFMST-REC TO WS-NAME.
           MOVE AMMHOZ OF ESANFMST-REC TO WS-MHOZ.
           MOVE AMMNGR OF ESANFMST-REC TO WS-MANAGER.
           MOVE AMSTAT OF ESANFMST-REC TO WS-STAT.
           MOVE AMCLDT OF ESANFMST-REC TO WS-CLDT.
           MOVE 'ROW FOUND' TO WS-MSG.
       200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       210-READ-FOR-IMAGE       SECTION.
      *-----------------------------------------------------------------
       210.
      *---   reads the row without touching the operator's typed
      *---   values - used for F and for the journal's before-image
           MOVE '0' TO WS-FOUND-SW.
           MOVE SPACES TO WS-BEFORE-IMG.
           MOVE WS-KEY-ANAF TO AMANAF OF ESANFMST-REC.
           READ ESANFMST
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   SET WS-ROW-FOUND TO TRUE
                   PERFORM 250-IMAGE-ROW
                   MOVE WS-ROW-IMG TO WS-BEFORE-IMG
           END-READ.
       210-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       250-IMAGE-ROW            SECTION.
      *-----------------------------------------------------------------
       250.
      *---   a flat printable image of the current row for the journal
      *---   - branch, then district/status/closing date/manager
           MOVE SPACES TO WS-ROW-IMG.
           STRING 'ANAF='  DELIMITED SIZE
                  AMANAF OF ESANFMST-REC DELIMITED SIZE
                  ' '      DELIMITED SIZE
                  AMMHOZ OF ESANFMST-REC DELIMITED SIZE
                  '/'      DELIMITED SIZE
                  AMSTAT OF ESANFMST-REC DELIMITED SIZE
                  '/'      DELIMITED SIZE
                  AMCLDT OF ESANFMST-REC DELIMITED SIZE
                  '/'      DELIMITED SIZE
                  AMMNGR OF ESANFMST-REC DELIMITED SIZE
                  INTO WS-ROW-IMG.
       250-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       300-APPLY-CHANGE         SECTION.
      *-----------------------------------------------------------------
       300.
           IF WS-KEY-ANAF = 0
              MOVE 'ENTER THE BRANCH FIRST' TO WS-MSG
              GO TO 300-EXIT.
           PERFORM 210-READ-FOR-IMAGE.
           IF WS-FUNC-ADD AND WS-ROW-FOUND
              MOVE 'ROW EXISTS - USE U TO UPDATE' TO WS-MSG
              GO TO 300-EXIT.
           IF (WS-FUNC-UPDATE OR WS-FUNC-CLOSE) AND NOT WS-ROW-FOUND
              MOVE 'NO ROW FOR THAT BRANCH' TO WS-MSG
              GO TO 300-EXIT.
      *---   C closes from the keyed date, today when none is keyed;
      *---   the other fields keep what is on file
           IF WS-FUNC-CLOSE
              IF AMSTAT OF ESANFMST-REC = 'C'
                 MOVE 'BRANCH ALREADY CLOSED' TO WS-MSG
                 GO TO 300-EXIT
              END-IF
              MOVE AMNAME OF ESANFMST-REC TO WS-NAME
              MOVE AMMHOZ OF ESANFMST-REC TO WS-MHOZ
              MOVE AMMNGR OF ESANFMST-REC TO WS-MANAGER
              MOVE 'C' TO WS-STAT
              IF WS-CLDT = 0
                 MOVE WS-TODAY TO WS-CLDT
              END-IF
           END-IF.
           IF NOT WS-STAT-VALID
              MOVE 'STATUS MUST BE O OR C' TO WS-MSG
              GO TO 300-EXIT.
           IF WS-STAT-CLOSED AND WS-CLDT = 0
              MOVE 'CLOSING DATE REQUIRED - OR USE C' TO WS-MSG
              GO TO 300-EXIT.
           IF WS-STAT-OPEN
              MOVE 0 TO WS-CLDT.
           IF WS-NAME = SPACES OR WS-MHOZ = 0
              MOVE 'NAME AND DISTRICT ARE REQUIRED' TO WS-MSG
              GO TO 300-EXIT.
      *---   the manager must be a real user of the branch's district
      *---   - the same USERSS1 read ESUSERB's 400-USER-SHEV does
           IF WS-MANAGER NOT = SPACES
              MOVE WS-MANAGER TO USSNUM OF USERSS1-REC
              MOVE WS-MHOZ    TO USSHEV OF USERSS1-REC
              READ USERSS1
                   INVALID KEY
                      MOVE 'MANAGER NOT A USER OF THE DISTRICT'
                           TO WS-MSG
                      GO TO 300-EXIT
              END-READ
           END-IF.
           MOVE WS-KEY-ANAF TO AMANAF OF ESANFMST-REC.
           MOVE WS-NAME     TO AMNAME OF ESANFMST-REC.
           MOVE WS-MHOZ     TO AMMHOZ OF ESANFMST-REC.
           MOVE WS-MANAGER  TO AMMNGR OF ESANFMST-REC.
           MOVE WS-STAT     TO AMSTAT OF ESANFMST-REC.
           MOVE WS-CLDT     TO AMCLDT OF ESANFMST-REC.
           MOVE WS-TODAY    TO AMUPDT OF ESANFMST-REC.
           MOVE WS-OPERATOR TO AMOPER OF ESANFMST-REC.
           IF WS-ROW-FOUND
              REWRITE ESANFMST-REC
           ELSE
              WRITE ESANFMST-REC
                    INVALID KEY
                       REWRITE ESANFMST-REC
              END-WRITE
           END-IF.
      *---   the before-image was taken by 210 above (spaces on an
      *---   add); the row as written is the after-image
           PERFORM 250-IMAGE-ROW.
           MOVE WS-ROW-IMG TO WS-AFTER-IMG.
           PERFORM 400-WRITE-JOURNAL.
           IF WS-FUNC-CLOSE
              MOVE 'BRANCH CLOSED - RUN ESANFCLS' TO WS-MSG
           ELSE
              MOVE 'ROW WRITTEN - JOURNALED' TO WS-MSG
           END-IF.
       300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       400-WRITE-JOURNAL        SECTION.
      *-----------------------------------------------------------------
       400.
           ACCEPT WS-TIME FROM TIME.
           ADD 1 TO WS-JRN-SEQ.
           MOVE WS-TODAY      TO RJDATE OF ESRULJRN-REC.
           MOVE WS-TIME       TO RJTIME OF ESRULJRN-REC.
           MOVE WS-JRN-SEQ    TO RJSEQ  OF ESRULJRN-REC.
           MOVE WS-OPERATOR   TO RJOPER OF ESRULJRN-REC.
           MOVE WS-JRN-FILE   TO RJFILE OF ESRULJRN-REC.
           MOVE WS-FUNCTION   TO RJACT  OF ESRULJRN-REC.
           MOVE WS-BEFORE-IMG TO RJBEFOR OF ESRULJRN-REC.
           MOVE WS-AFTER-IMG  TO RJAFTER OF ESRULJRN-REC.
           WRITE ESRULJRN-REC
                 INVALID KEY
                    REWRITE ESRULJRN-REC
           END-WRITE.
       400-EXIT.
           EXIT.
