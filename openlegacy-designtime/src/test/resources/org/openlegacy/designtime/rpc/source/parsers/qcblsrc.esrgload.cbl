      ************************************************************************
      * ESRGLOAD - load of the regulator's published licence register     **
      ************************************************************************
       PROCESS NOMONOPRC  APOST.
       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID.                     ESRGLOAD.
       AUTHOR.                         BATYAK.
       INSTALLATION.                   AS400.
          DATE-WRITTEN.                15/10/2026.
      *REMARKS.
      *         Loads the licence register the regulator publishes
      *         (ESRGREGF, fixed layout below - one row per licence the
      *         regulator holds for an agent appointed with us) into
      *         ESRGREG, the copy ESRGRECN reconciles RSOCENF against.
      *         The register is authoritative and complete each time,
      *         so every load is a full refresh: rows are keyed on the
      *         tens-group 535-CHECK-R looks up (as RSOCENF is), each
      *         row loaded is stamped RRLDDT with the run date, and the
      *         rows left from earlier loads that the regulator no
      *         longer lists are deleted at the end. An empty or wholly
      *         refused file deletes nothing - a bad transfer must not
      *         empty the register.
      *         Two agents of one group holding the same type leave one
      *         row: an active licence beats a revoked one, then the
      *         later expiry wins. The RRLDDT stamp is what tells a
      *         row of this run from an older one, so the file is
      *         loaded at most once a day.
      *         RGF-STAT: A = active, R = revoked, S = suspended;
      *         RGF-STDT is the date that status took effect.
      *         ESRGREG:  RRMHOZ/RRSOCN/RRSUGR (key), RRAGNT (agent as
      *                   registered), RRLICN (regulator's licence
      *                   number), RRTOKF, RRSTAT, RRSTDT, RRLDDT
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
      *---   the regulator's file, fixed layout they publish
           SELECT  ESRGREGF          ASSIGN TO DATABASE-ESRGREGF
                   ORGANIZATION      IS LINE SEQUENTIAL
                   FILE STATUS       IS SW-STATUS-1.
           SELECT  ESRGREG           ASSIGN TO DATABASE-ESRGREG
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   FILE STATUS       IS SW-STATUS-2.
           SELECT  ESRGLOAD-RPT      ASSIGN TO PRINTER-ESRGLOADP
                   ORGANIZATION      IS LINE SEQUENTIAL
                   FILE STATUS       IS SW-STATUS-3.
      *=================================================================
       DATA DIVISION.
      *=================================================================
       FILE SECTION.
       FD  ESRGREGF
                   LABEL RECORD IS STANDARD.
       01  RGF-REC.
           03 RGF-LICN                  PIC X(12).
           03 RGF-MHOZ                  PIC 9(2).
           03 RGF-SOCN                  PIC 9(6).
           03 RGF-SUGR                  PIC 9(3).
           03 RGF-TOKF                  PIC 9(8).
           03 RGF-STAT                  PIC X.
           03 RGF-STDT                  PIC 9(8).
       FD  ESRGREG
                   LABEL RECORD IS STANDARD.
       01  ESRGREG-REC.
           COPY DDS-ALL-FORMAT OF ESRGREG.
       FD  ESRGLOAD-RPT
                   LABEL RECORD IS STANDARD.
       01  RPT-LINE                    PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  SW-STATUS-1                 PIC XX.
       01  SW-STATUS-2                 PIC XX.
       01  SW-STATUS-3                 PIC XX.
       01  WS-TODAY                    PIC 9(8) VALUE 0.
       01  WS-GROUP-SOCN               PIC 9(6) VALUE 0.
       01  WS-REASON                   PIC X(30) VALUE SPACES.
       01  WS-SWITCHES.
           03 SW-RGF-END               PIC X VALUE '0'.
              88 RGF-END                VALUE '1'.
           03 SW-REG-END               PIC X VALUE '0'.
              88 REG-END                VALUE '1'.
       01  WS-COUNTERS.
           03 WS-ROWS-READ             PIC 9(7) VALUE 0.
           03 WS-LOADED                PIC 9(7) VALUE 0.
           03 WS-MERGED                PIC 9(7) VALUE 0.
           03 WS-REFUSED               PIC 9(7) VALUE 0.
           03 WS-DROPPED               PIC 9(7) VALUE 0.
       01  RPT-DETAIL.
           03 RPT-DATA                  PIC X(40).
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 RPT-TEXT                  PIC X(30).
           03 FILLER                    PIC X(8)  VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *=================================================================
       000-MAIN                SECTION.
      *-----------------------------------------------------------------
       000.
           ACCEPT WS-TODAY FROM DATE.
           ADD 20000000 TO WS-TODAY.
           OPEN INPUT  ESRGREGF.
           OPEN I-O    ESRGREG.
           OPEN OUTPUT ESRGLOAD-RPT.
           MOVE '**  ESRGLOAD - REGULATOR LICENCE REGISTER LOAD  **'
                TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM 100-READ-FILE.
      *---   nothing loaded - keep the previous register as it stands
           IF WS-LOADED = 0
              MOVE '** NOTHING LOADED - PREVIOUS REGISTER KEPT **'
                   TO RPT-LINE
              WRITE RPT-LINE
           ELSE
              PERFORM 200-DROP-STALE
           END-IF.
           PERFORM 900-SUMMARY.
           CLOSE ESRGREGF
                 ESRGREG
                 ESRGLOAD-RPT.
           GOBACK.
      *-----------------------------------------------------------------
       100-READ-FILE            SECTION.
      *-----------------------------------------------------------------
       100.
           PERFORM UNTIL RGF-END
              READ ESRGREGF
                   AT END
                      SET RGF-END TO TRUE
              NOT AT END
                 ADD 1 TO WS-ROWS-READ
                 PERFORM 110-CHECK-ROW
                 IF WS-REASON = SPACES
                    PERFORM 120-LOAD-ROW
                 ELSE
                    ADD 1 TO WS-REFUSED
                    MOVE RGF-REC   TO RPT-DATA
                    MOVE WS-REASON TO RPT-TEXT
                    MOVE RPT-DETAIL TO RPT-LINE
                    WRITE RPT-LINE
                 END-IF
              END-READ
           END-PERFORM.
       100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       110-CHECK-ROW            SECTION.
      *-----------------------------------------------------------------
       110.
           MOVE SPACES TO WS-REASON.
           IF RGF-MHOZ NOT NUMERIC OR
              RGF-SOCN NOT NUMERIC OR
              RGF-SUGR NOT NUMERIC OR
              RGF-TOKF NOT NUMERIC OR
              RGF-STDT NOT NUMERIC
              MOVE 'FIELD NOT NUMERIC' TO WS-REASON
              GO TO 110-EXIT.
           IF RGF-STAT NOT = 'A' AND
              RGF-STAT NOT = 'R' AND
              RGF-STAT NOT = 'S'
              MOVE 'STATUS NOT A, R OR S' TO WS-REASON
              GO TO 110-EXIT.
           IF RGF-TOKF < 19000101
              MOVE 'EXPIRY DATE INVALID' TO WS-REASON.
       110-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       120-LOAD-ROW             SECTION.
      *-----------------------------------------------------------------
       120.
      *---   the same agent rounding 535-CHECK-R applies
           COMPUTE WS-GROUP-SOCN = (RGF-SOCN / 10) * 10.
           MOVE RGF-MHOZ      TO RRMHOZ OF ESRGREG-REC.
           MOVE WS-GROUP-SOCN TO RRSOCN OF ESRGREG-REC.
           MOVE RGF-SUGR      TO RRSUGR OF ESRGREG-REC.
           READ ESRGREG
                INVALID KEY
                   PERFORM 130-BUILD-ROW
                   WRITE ESRGREG-REC
                   ADD 1 TO WS-LOADED
                   GO TO 120-EXIT.
      *---   a row from an earlier load is simply replaced
           IF RRLDDT OF ESRGREG-REC NOT = WS-TODAY
              PERFORM 130-BUILD-ROW
              REWRITE ESRGREG-REC
              ADD 1 TO WS-LOADED
              GO TO 120-EXIT.
      *---   a second agent of the group with the same type this run -
      *---   active beats revoked/suspended, then the later expiry
           ADD 1 TO WS-MERGED.
           IF RRSTAT OF ESRGREG-REC = 'A' AND RGF-STAT NOT = 'A'
              GO TO 120-EXIT.
           IF (RRSTAT OF ESRGREG-REC NOT = 'A' AND RGF-STAT = 'A') OR
              RGF-TOKF > RRTOKF OF ESRGREG-REC
              PERFORM 130-BUILD-ROW
              REWRITE ESRGREG-REC.
       120-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       130-BUILD-ROW            SECTION.
      *-----------------------------------------------------------------
       130.
           MOVE RGF-SOCN      TO RRAGNT OF ESRGREG-REC.
           MOVE RGF-LICN      TO RRLICN OF ESRGREG-REC.
           MOVE RGF-TOKF      TO RRTOKF OF ESRGREG-REC.
           MOVE RGF-STAT      TO RRSTAT OF ESRGREG-REC.
           MOVE RGF-STDT      TO RRSTDT OF ESRGREG-REC.
           MOVE WS-TODAY      TO RRLDDT OF ESRGREG-REC.
       130-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       200-DROP-STALE           SECTION.
      *-----------------------------------------------------------------
       200.
      *---   whatever this run did not stamp, the regulator no longer
      *---   lists - it goes, so ESRGRECN sees the register as published
           MOVE 0 TO RRMHOZ OF ESRGREG-REC
                     RRSOCN OF ESRGREG-REC
                     RRSUGR OF ESRGREG-REC.
           START ESRGREG
                 KEY NOT LESS EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY
                    SET REG-END TO TRUE.
           PERFORM UNTIL REG-END
              READ ESRGREG NEXT
                   AT END
                      SET REG-END TO TRUE
              NOT AT END
                 IF RRLDDT OF ESRGREG-REC NOT = WS-TODAY
                    DELETE ESRGREG
                    ADD 1 TO WS-DROPPED
                 END-IF
              END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       900-SUMMARY              SECTION.
      *-----------------------------------------------------------------
       900.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           STRING 'REGISTER ROWS READ      : ' DELIMITED SIZE
                  WS-ROWS-READ                DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'LICENCES LOADED         : ' DELIMITED SIZE
                  WS-LOADED                   DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'SAME GROUP/TYPE MERGED  : ' DELIMITED SIZE
                  WS-MERGED                   DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'REFUSED - SEE ABOVE     : ' DELIMITED SIZE
                  WS-REFUSED                  DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'NO LONGER REGISTERED    : ' DELIMITED SIZE
                  WS-DROPPED                  DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
       900-EXIT.
           EXIT.
