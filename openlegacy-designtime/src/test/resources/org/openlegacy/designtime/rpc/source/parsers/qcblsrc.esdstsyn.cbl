      ************************************************************************
      * ESDSTSYN - nightly district lockstep: DSTMSTR -> ESSYSDEF/DISTREF   **
      ************************************************************************
       PROCESS NOMONOPRC  APOST.
       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID.                     ESDSTSYN.
       AUTHOR.                         BATYAK.
       INSTALLATION.                   AS400.
          DATE-WRITTEN.                15/10/2026.
      *REMARKS.
      *         Nightly batch. DSTMSTR is the one district master the
      *         authorization and customer systems share (maintained
      *         through DISTMNT): both code forms - the two-digit
      *         USSHEV/M2HVRA/SDMHOZ code and the five-character
      *         CM-DISTRICT code - with name, O/C status, accepting
      *         flag and manager. DISTMNT feeds DISTREF as it writes;
      *         this run brings the rest into line and re-asserts
      *         DISTREF in case it was edited outside DISTMNT:
      *           - a district closed on the master loses its
      *             ESSYSDEF row, journaled to ESRULJRN as an ESRULMNT
      *             delete would be (file 3), so ESXFRBAT, ESUSRXFR
      *             and ESAGONBD stop accepting it as a target
      *           - an open district with a two-digit code but no
      *             ESSYSDEF row is listed - its EZ-DTA byte is a
      *             system allocation made through ESRULMNT (a row
      *             removed at closure is on ESRULJRN with its POS)
      *           - ESSYSDEF rows for a code the master does not know
      *             are listed, never removed, so a master still being
      *             keyed cannot empty ESSYSDEF
      *           - DISTREF gets a row for every master district and
      *             DR-ACCEPTING follows the master (Y only while the
      *             district is open and accepting); a DISTREF row the
      *             master does not know stops accepting
      *         Every action and exception prints on the ESDSTSYP
      *         list; run registered on ESRUNREG.
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
           SELECT  ESRUNREG          ASSIGN TO DATABASE-ESRUNREG
                   ORGANIZATION      IS LINE SEQUENTIAL
                   FILE STATUS       IS SW-STATUS-RR.
           SELECT  DSTMSTR           ASSIGN TO DATABASE-DSTMSTR
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS DM-DISTRICT
                   FILE STATUS       IS SW-STATUS-1.
           SELECT  ESSYSDEF          ASSIGN TO DATABASE-ESSYSDEF
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   FILE STATUS       IS SW-STATUS-2.
           SELECT  DISTREF           ASSIGN TO DATABASE-DISTREF
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS DR-DISTRICT
                   FILE STATUS       IS SW-STATUS-3.
           SELECT  ESRULJRN          ASSIGN TO DATABASE-ESRULJRN
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   FILE STATUS       IS SW-STATUS-4.
           SELECT  ESDSTSYN-RPT      ASSIGN TO PRINTER-ESDSTSYP
                   ORGANIZATION      IS LINE SEQUENTIAL
                   FILE STATUS       IS SW-STATUS-5.
      *=================================================================
       DATA DIVISION.
      *=================================================================
       FILE SECTION.
      *---   shared with the order side - same layout as DISTMNT
       FD  DSTMSTR
                   LABEL RECORD IS STANDARD.
       01  DSTMSTR-REC.
           03 DM-DISTRICT               PIC X(5).
           03 DM-MHOZ                   PIC 9(2).
           03 DM-NAME                   PIC X(30).
           03 DM-STATUS                 PIC X.
           03 DM-ACCEPTING              PIC X.
           03 DM-MANAGER                PIC X(10).
           03 DM-CHANGE-DATE            PIC 9(8).
           03 DM-OPERATOR-ID            PIC X(10).
       FD  ESSYSDEF
                   LABEL RECORD IS STANDARD.
       01  ESSYSDEF-REC.
           COPY DDS-ALL-FORMAT OF ESSYSDEF.
      *---   the order side's district reference - see DISTXFER
       FD  DISTREF
                   LABEL RECORD IS STANDARD.
       01  DISTREF-REC.
           03 DR-DISTRICT               PIC X(5).
           03 DR-ACCEPTING              PIC X.
           03 DR-WHSE                   PIC X(3).
       FD  ESRULJRN
                   LABEL RECORD IS STANDARD.
       01  ESRULJRN-REC.
           COPY DDS-ALL-FORMAT OF ESRULJRN.
       FD  ESDSTSYN-RPT
                   LABEL RECORD IS STANDARD.
       01  RPT-LINE                    PIC X(80).
       FD  ESRUNREG
                   LABEL RECORD IS STANDARD.
       01  RR-REC.
           03 RR-JOB                    PIC X(10).
           03 RR-RUNID                  PIC X(14).
           03 RR-TYPE                   PIC X.
           03 RR-DATE                   PIC 9(8).
           03 RR-TIME                   PIC 9(8).
           03 RR-READ                   PIC 9(7).
           03 RR-WRITTEN                PIC 9(7).
           03 RR-STATUS                 PIC X(2).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  SW-STATUS-RR                PIC XX.
       01  WS-RR-RUNID                 PIC X(14) VALUE SPACES.
       01  WS-RR-DATE                  PIC 9(8) VALUE 0.
       01  WS-RR-TIME                  PIC 9(8) VALUE 0.
       01  SW-STATUS-1                 PIC XX.
       01  SW-STATUS-2                 PIC XX.
       01  SW-STATUS-3                 PIC XX.
       01  SW-STATUS-4                 PIC XX.
       01  SW-STATUS-5                 PIC XX.
       01  WS-JRN-SEQ                  PIC 9(5) VALUE 0.
       01  WS-BEFORE-IMG               PIC X(40) VALUE SPACES.
       01  WS-NEW-ACCEPT               PIC X VALUE SPACE.
      *---   two-digit codes the master knows, indexed by the code
       01  WS-MHOZ-TBL.
           03 WS-MHOZ-KNOWN OCCURS 99  PIC X.
       01  WS-SWITCHES.
           03 SW-DST-END               PIC X VALUE '0'.
              88 DST-END                VALUE '1'.
           03 SW-SYSDEF-END            PIC X VALUE '0'.
              88 SYSDEF-END             VALUE '1'.
           03 SW-REF-END               PIC X VALUE '0'.
              88 REF-END                VALUE '1'.
       01  WS-COUNTERS.
           03 WS-DST-READ              PIC 9(7) VALUE 0.
           03 WS-SYS-REMOVED           PIC 9(7) VALUE 0.
           03 WS-SYS-MISSING           PIC 9(7) VALUE 0.
           03 WS-SYS-UNKNOWN           PIC 9(7) VALUE 0.
           03 WS-REF-ADDED             PIC 9(7) VALUE 0.
           03 WS-REF-CHANGED           PIC 9(7) VALUE 0.
           03 WS-REF-UNKNOWN           PIC 9(7) VALUE 0.
           03 WS-LINES                 PIC 9(7) VALUE 0.
       01  RPT-DETAIL.
           03 RPT-DISTRICT              PIC X(5).
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 RPT-MHOZ                  PIC 9(2).
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 RPT-TEXT                  PIC X(60).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *=================================================================
       000-MAIN                SECTION.
      *-----------------------------------------------------------------
       000.
           PERFORM 950-REGISTER-START.
           PERFORM 010-OPEN-FILES.
           PERFORM 100-WALK-MASTER.
           PERFORM 300-WALK-SYSDEF.
           PERFORM 400-WALK-DISTREF.
           PERFORM 900-SUMMARY.
           PERFORM 990-CLOSE-FILES.
           PERFORM 960-REGISTER-END.
           GOBACK.
      *-----------------------------------------------------------------
       010-OPEN-FILES          SECTION.
      *-----------------------------------------------------------------
       010.
           OPEN INPUT  DSTMSTR.
           OPEN I-O    ESSYSDEF
                       DISTREF
                       ESRULJRN.
           OPEN OUTPUT ESDSTSYN-RPT.
           MOVE '**  ESDSTSYN - DISTRICT MASTER LOCKSTEP  **'
                TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE ALL 'N' TO WS-MHOZ-TBL.
       010-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       100-WALK-MASTER          SECTION.
      *-----------------------------------------------------------------
       100.
           MOVE LOW-VALUES TO DM-DISTRICT.
           START DSTMSTR
                 KEY NOT LESS DM-DISTRICT
                 INVALID KEY
                    SET DST-END TO TRUE.
           PERFORM UNTIL DST-END
              READ DSTMSTR NEXT
                   AT END
                      SET DST-END TO TRUE
              NOT AT END
                 ADD 1 TO WS-DST-READ
                 IF DM-MHOZ > 0
                    MOVE 'Y' TO WS-MHOZ-KNOWN(DM-MHOZ)
                    PERFORM 200-SYNC-SYSDEF
                 END-IF
                 PERFORM 250-SYNC-DISTREF
              END-READ
           END-PERFORM.
       100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       200-SYNC-SYSDEF          SECTION.
      *-----------------------------------------------------------------
       200.
           MOVE DM-MHOZ TO SDMHOZ OF ESSYSDEF-REC.
           READ ESSYSDEF
                INVALID KEY
                   IF DM-STATUS = 'O'
                      ADD 1 TO WS-SYS-MISSING
                      MOVE 'OPEN, NO ESSYSDEF ROW - ADD VIA ESRULMNT'
                           TO RPT-TEXT
                      PERFORM 800-DETAIL-LINE
                   END-IF
                   GO TO 200-EXIT.
           IF DM-STATUS NOT = 'C'
              GO TO 200-EXIT.
      *---   closed on the master - the row goes, its image to the
      *---   ESRULMNT journal so a reopening can put it back
           MOVE SPACES TO WS-BEFORE-IMG.
           STRING 'MHOZ='  DELIMITED SIZE
                  SDMHOZ OF ESSYSDEF-REC DELIMITED SIZE
                  ' POS='  DELIMITED SIZE
                  SDPOS OF ESSYSDEF-REC DELIMITED SIZE
                  ' EFDT=' DELIMITED SIZE
                  SDEFDT OF ESSYSDEF-REC DELIMITED SIZE
                  INTO WS-BEFORE-IMG.
           DELETE ESSYSDEF.
           ADD 1 TO WS-SYS-REMOVED.
           ADD 1 TO WS-JRN-SEQ.
           MOVE WS-RR-DATE    TO RJDATE  OF ESRULJRN-REC.
           MOVE WS-RR-TIME    TO RJTIME  OF ESRULJRN-REC.
           MOVE WS-JRN-SEQ    TO RJSEQ   OF ESRULJRN-REC.
           MOVE 'ESDSTSYN  '  TO RJOPER  OF ESRULJRN-REC.
           MOVE 3             TO RJFILE  OF ESRULJRN-REC.
           MOVE 'D'           TO RJACT   OF ESRULJRN-REC.
           MOVE WS-BEFORE-IMG TO RJBEFOR OF ESRULJRN-REC.
           MOVE SPACES        TO RJAFTER OF ESRULJRN-REC.
           WRITE ESRULJRN-REC
                 INVALID KEY
                    REWRITE ESRULJRN-REC
           END-WRITE.
           MOVE 'CLOSED - ESSYSDEF ROW REMOVED, JOURNALED' TO RPT-TEXT.
           PERFORM 800-DETAIL-LINE.
       200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       250-SYNC-DISTREF         SECTION.
      *-----------------------------------------------------------------
       250.
           IF DM-STATUS = 'O' AND DM-ACCEPTING = 'Y'
              MOVE 'Y' TO WS-NEW-ACCEPT
           ELSE
              MOVE 'N' TO WS-NEW-ACCEPT
           END-IF.
           MOVE DM-DISTRICT TO DR-DISTRICT.
           READ DISTREF
                INVALID KEY
                   MOVE WS-NEW-ACCEPT TO DR-ACCEPTING
                   MOVE SPACES        TO DR-WHSE
                   WRITE DISTREF-REC
                   END-WRITE
                   ADD 1 TO WS-REF-ADDED
                   MOVE 'DISTREF ROW ADDED' TO RPT-TEXT
                   PERFORM 800-DETAIL-LINE
                   GO TO 250-EXIT.
           IF DR-ACCEPTING = WS-NEW-ACCEPT
              GO TO 250-EXIT.
           MOVE WS-NEW-ACCEPT TO DR-ACCEPTING.
           REWRITE DISTREF-REC.
           ADD 1 TO WS-REF-CHANGED.
           MOVE SPACES TO RPT-TEXT.
           STRING 'DISTREF ACCEPTING SET TO ' DELIMITED SIZE
                  WS-NEW-ACCEPT               DELIMITED SIZE
                  INTO RPT-TEXT.
           PERFORM 800-DETAIL-LINE.
       250-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       300-WALK-SYSDEF          SECTION.
      *-----------------------------------------------------------------
       300.
      *---   report only - see REMARKS
           MOVE LOW-VALUES TO SDMHOZ OF ESSYSDEF-REC.
           START ESSYSDEF
                 KEY NOT LESS EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY
                    SET SYSDEF-END TO TRUE.
           PERFORM UNTIL SYSDEF-END
              READ ESSYSDEF NEXT
                   AT END
                      SET SYSDEF-END TO TRUE
              NOT AT END
                 IF SDMHOZ OF ESSYSDEF-REC = 0
                    OR WS-MHOZ-KNOWN(SDMHOZ OF ESSYSDEF-REC) NOT = 'Y'
                    ADD 1 TO WS-SYS-UNKNOWN
                    MOVE SPACES TO DM-DISTRICT
                    MOVE SDMHOZ OF ESSYSDEF-REC TO DM-MHOZ
                    MOVE 'ESSYSDEF DISTRICT NOT ON DSTMSTR' TO RPT-TEXT
                    PERFORM 800-DETAIL-LINE
                 END-IF
              END-READ
           END-PERFORM.
       300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       400-WALK-DISTREF         SECTION.
      *-----------------------------------------------------------------
       400.
           MOVE LOW-VALUES TO DR-DISTRICT.
           START DISTREF
                 KEY NOT LESS DR-DISTRICT
                 INVALID KEY
                    SET REF-END TO TRUE.
           PERFORM UNTIL REF-END
              READ DISTREF NEXT
                   AT END
                      SET REF-END TO TRUE
              NOT AT END
                 MOVE DR-DISTRICT TO DM-DISTRICT
                 READ DSTMSTR
                      INVALID KEY
                         PERFORM 450-UNKNOWN-DISTREF
                 END-READ
              END-READ
           END-PERFORM.
       400-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       450-UNKNOWN-DISTREF      SECTION.
      *-----------------------------------------------------------------
       450.
           ADD 1 TO WS-REF-UNKNOWN.
           MOVE DR-DISTRICT TO DM-DISTRICT.
           MOVE 0 TO DM-MHOZ.
           IF DR-ACCEPTING = 'Y'
              MOVE 'N' TO DR-ACCEPTING
              REWRITE DISTREF-REC
              MOVE 'DISTREF NOT ON DSTMSTR - ACCEPTING SET TO N'
                   TO RPT-TEXT
           ELSE
              MOVE 'DISTREF NOT ON DSTMSTR' TO RPT-TEXT
           END-IF.
           PERFORM 800-DETAIL-LINE.
       450-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       800-DETAIL-LINE          SECTION.
      *-----------------------------------------------------------------
       800.
           MOVE DM-DISTRICT TO RPT-DISTRICT.
           MOVE DM-MHOZ     TO RPT-MHOZ.
           MOVE RPT-DETAIL  TO RPT-LINE.
           WRITE RPT-LINE.
           ADD 1 TO WS-LINES.
       800-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       900-SUMMARY              SECTION.
      *-----------------------------------------------------------------
       900.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'MASTER DISTRICTS READ   : ' DELIMITED SIZE
                  WS-DST-READ                 DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'ESSYSDEF ROWS REMOVED   : ' DELIMITED SIZE
                  WS-SYS-REMOVED              DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'ESSYSDEF ROWS MISSING   : ' DELIMITED SIZE
                  WS-SYS-MISSING              DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'ESSYSDEF NOT ON MASTER  : ' DELIMITED SIZE
                  WS-SYS-UNKNOWN              DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'DISTREF ROWS ADDED      : ' DELIMITED SIZE
                  WS-REF-ADDED                DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'DISTREF ROWS CHANGED    : ' DELIMITED SIZE
                  WS-REF-CHANGED              DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'DISTREF NOT ON MASTER   : ' DELIMITED SIZE
                  WS-REF-UNKNOWN              DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
       900-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       990-CLOSE-FILES          SECTION.
      *-----------------------------------------------------------------
       990.
           CLOSE DSTMSTR
                 ESSYSDEF
                 DISTREF
                 ESRULJRN
                 ESDSTSYN-RPT.
       990-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       950-REGISTER-START      SECTION.
      *-----------------------------------------------------------------
       950.
           ACCEPT WS-RR-DATE FROM DATE.
           ADD 20000000 TO WS-RR-DATE.
           ACCEPT WS-RR-TIME FROM TIME.
           MOVE SPACES TO WS-RR-RUNID.
           STRING WS-RR-DATE DELIMITED SIZE
                  WS-RR-TIME(1:6) DELIMITED SIZE
                  INTO WS-RR-RUNID.
           OPEN EXTEND ESRUNREG.
           MOVE 'ESDSTSYN  ' TO RR-JOB.
           MOVE WS-RR-RUNID TO RR-RUNID.
           MOVE 'S'         TO RR-TYPE.
           MOVE WS-RR-DATE  TO RR-DATE.
           MOVE WS-RR-TIME  TO RR-TIME.
           MOVE 0           TO RR-READ RR-WRITTEN.
           MOVE '  '        TO RR-STATUS.
           WRITE RR-REC.
       950-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       960-REGISTER-END        SECTION.
      *-----------------------------------------------------------------
       960.
           ACCEPT WS-RR-TIME FROM TIME.
           MOVE 'ESDSTSYN  ' TO RR-JOB.
           MOVE WS-RR-RUNID TO RR-RUNID.
           MOVE 'E'         TO RR-TYPE.
           MOVE WS-RR-DATE  TO RR-DATE.
           MOVE WS-RR-TIME  TO RR-TIME.
           COMPUTE RR-READ = WS-DST-READ.
           COMPUTE RR-WRITTEN = WS-LINES.
           MOVE 'OK' TO RR-STATUS.
           IF SW-STATUS-5 NOT = '00'
              MOVE 'ER' TO RR-STATUS
           END-IF.
           WRITE RR-REC.
           CLOSE ESRUNREG.
       960-EXIT.
           EXIT.
