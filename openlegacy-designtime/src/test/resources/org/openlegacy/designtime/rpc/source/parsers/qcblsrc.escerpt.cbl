      ************************************************************************
      * ESCERPT - monthly CE hours earned vs required, renewal window      **
      ************************************************************************
       PROCESS NOMONOPRC  APOST.
       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID.                     ESCERPT.
       AUTHOR.                         BATYAK.
       INSTALLATION.                   AS400.
          DATE-WRITTEN.                15/10/2026.
      *REMARKS.
      *         Monthly continuing-education report for licensing.
      *         Every RSOCENF licence whose LCTOKF expiry falls inside
      *         the renewal window (the same 90 calendar days ahead as
      *         ESLICEXR's lookahead) is listed with the hours its type
      *         requires (ESCEREQ), the hours earned in the cycle
      *         (ESCECRED, totalled by ESCEHRS) and the hours still
      *         short - a licence that expires on time but short of
      *         hours will not be renewed by the regulator either.
      *         Licence types with no CE requirement are counted in the
      *         summary, not listed; agents with an effective
      *         termination on ESAGTERM are left out, as in ESLICEXR.
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
           SELECT  RSOCENF
                   ASSIGN TO           DATABASE-HHLLC001
                   ORGANIZATION IS     INDEXED
                   ACCESS MODE  IS     DYNAMIC
                   RECORD KEY   IS     EXTERNALLY-DESCRIBED-KEY
                   FILE STATUS  IS     SW-STATUS-1.
           SELECT  ESAGTERM          ASSIGN TO DATABASE-ESAGTERM
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   FILE STATUS       IS SW-STATUS-2.
           SELECT  ESCERPT-RPT       ASSIGN TO PRINTER-ESCERPTP
                   ORGANIZATION      IS LINE SEQUENTIAL
                   FILE STATUS       IS SW-STATUS-3.
      *=================================================================
       DATA DIVISION.
      *=================================================================
       FILE SECTION.
       FD   RSOCENF
            LABEL RECORD IS STANDARD.
       01   RSOCEN-REC.
            COPY DDS-ALL-FORMAT OF HHLLC001.
       FD   ESAGTERM
            LABEL RECORD IS STANDARD.
       01   ESAGTERM-REC.
            COPY DDS-ALL-FORMAT OF ESAGTERM.
       FD  ESCERPT-RPT
                   LABEL RECORD IS STANDARD.
       01  RPT-LINE                    PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  SW-STATUS-1                 PIC XX.
       01  SW-STATUS-2                 PIC XX.
       01  SW-STATUS-3                 PIC XX.
       01  WS-TODAY                    PIC 9(8) VALUE 0.
       01  WS-TODAY-INT                PIC 9(9) VALUE 0.
       01  WS-DAYS-LEFT                PIC S9(9) VALUE 0.
       01  WS-LOOKAHEAD-DAYS           PIC 9(3) VALUE 90.
       01  WS-SWITCHES.
           03 SW-RSOC-END              PIC X VALUE '0'.
              88 RSOC-END               VALUE '1'.
           03 SW-TERMINATED            PIC X VALUE '0'.
              88 AGENT-TERMINATED       VALUE '1'.
       01  WS-COUNTERS.
           03 WS-IN-WINDOW             PIC 9(7) VALUE 0.
           03 WS-HOURS-MET             PIC 9(7) VALUE 0.
           03 WS-HOURS-SHORT           PIC 9(7) VALUE 0.
           03 WS-NO-RULE               PIC 9(7) VALUE 0.
           03 WS-TERMINATED            PIC 9(7) VALUE 0.
      *---   the ESCEHRS parameter set
       01  CEH-PARAM.
           03 CEH-FUNC                 PIC X.
           03 CEH-MHOZ                 PIC 9(2).
           03 CEH-SOCN                 PIC 9(6).
           03 CEH-SUGR                 PIC 9(3).
           03 CEH-TOKF                 PIC 9(8).
           03 CEH-FROM                 PIC 9(8).
           03 CEH-REQ                  PIC 9(3)V9.
           03 CEH-EARNED               PIC 9(4)V9.
           03 CEH-SHORT                PIC 9(3)V9.
           03 CEH-STATUS               PIC X.
       01  RPT-HEAD.
           03 FILLER                    PIC X(10) VALUE 'DS AGENT  '.
           03 FILLER                    PIC X(5)  VALUE 'TYPE '.
           03 FILLER                    PIC X(9)  VALUE 'EXPIRES  '.
           03 FILLER                    PIC X(5)  VALUE 'DAYS '.
           03 FILLER                    PIC X(9)  VALUE 'CYCLE FR '.
           03 FILLER                    PIC X(7)  VALUE '  REQ  '.
           03 FILLER                    PIC X(8)  VALUE ' EARNED '.
           03 FILLER                    PIC X(7)  VALUE ' SHORT '.
           03 FILLER                    PIC X(20) VALUE SPACES.
       01  RPT-DETAIL.
           03 RPT-MHOZ                  PIC 9(2).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 RPT-SOCN                  PIC 9(6).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 RPT-SUGR                  PIC 9(3).
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 RPT-TOKF                  PIC 9(8).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 RPT-DAYS                  PIC ZZZ9.
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 RPT-FROM                  PIC 9(8).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 RPT-REQ                   PIC ZZ9.9.
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 RPT-EARNED                PIC ZZZ9.9.
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 RPT-SHORT                 PIC ZZ9.9.
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 RPT-TEXT                  PIC X(14).
           03 FILLER                    PIC X(5)  VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *=================================================================
       000-MAIN                SECTION.
      *-----------------------------------------------------------------
       000.
           ACCEPT WS-TODAY FROM DATE.
           ADD 20000000 TO WS-TODAY.
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY).
           OPEN INPUT  RSOCENF
                       ESAGTERM.
           OPEN OUTPUT ESCERPT-RPT.
           MOVE '**  ESCERPT - CE HOURS DUE FOR RENEWAL  **'
                TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'RUN DATE ' DELIMITED SIZE
                  WS-TODAY    DELIMITED SIZE
                  ' - EXPIRING WITHIN ' DELIMITED SIZE
                  WS-LOOKAHEAD-DAYS     DELIMITED SIZE
                  ' DAYS'               DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE RPT-HEAD TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM 100-SCAN-RSOCENF.
           MOVE 'E' TO CEH-FUNC.
           CALL 'ESCEHRS' USING CEH-PARAM.
           PERFORM 900-SUMMARY.
           CLOSE RSOCENF
                 ESAGTERM
                 ESCERPT-RPT.
           GOBACK.
      *-----------------------------------------------------------------
       100-SCAN-RSOCENF        SECTION.
      *-----------------------------------------------------------------
       100.
           MOVE LOW-VALUES TO LCMHOZ OF RSOCEN-REC
                              LCSOCN OF RSOCEN-REC
                              LCTCUM OF RSOCEN-REC
                              LCSUGR OF RSOCEN-REC.
           START RSOCENF
                 KEY NOT LESS EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY
                    SET RSOC-END TO TRUE.
           PERFORM UNTIL RSOC-END
              READ RSOCENF NEXT
                   AT END
                      SET RSOC-END TO TRUE
              NOT AT END
                 PERFORM 110-CHECK-WINDOW
              END-READ
           END-PERFORM.
       100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       105-CHECK-TERMINATED    SECTION.
      *-----------------------------------------------------------------
       105.
      *---   TRMHOZ/TRSOCN staged by the caller; a cancelled
      *---   termination, or one not yet effective, does not count
           MOVE '0' TO SW-TERMINATED.
           READ ESAGTERM
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF TRSTAT OF ESAGTERM-REC NOT = 'X' AND
                      TREFDT OF ESAGTERM-REC NOT > WS-TODAY
                      SET AGENT-TERMINATED TO TRUE
                   END-IF
           END-READ.
       105-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       110-CHECK-WINDOW        SECTION.
      *-----------------------------------------------------------------
       110.
      *---   already-expired rows are ESLICEXR's business - past the
      *---   expiry there is no renewal left to prepare for
           COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(LCTOKF OF RSOCEN-REC)
                   - WS-TODAY-INT.
           IF WS-DAYS-LEFT < 0 OR WS-DAYS-LEFT > WS-LOOKAHEAD-DAYS
              GO TO 110-EXIT.
           MOVE LCMHOZ OF RSOCEN-REC TO TRMHOZ OF ESAGTERM-REC.
           MOVE LCSOCN OF RSOCEN-REC TO TRSOCN OF ESAGTERM-REC.
           PERFORM 105-CHECK-TERMINATED.
           IF AGENT-TERMINATED
              ADD 1 TO WS-TERMINATED
              GO TO 110-EXIT.
           MOVE 'C'                  TO CEH-FUNC.
           MOVE LCMHOZ OF RSOCEN-REC TO CEH-MHOZ.
           MOVE LCSOCN OF RSOCEN-REC TO CEH-SOCN.
           MOVE LCSUGR OF RSOCEN-REC TO CEH-SUGR.
           MOVE LCTOKF OF RSOCEN-REC TO CEH-TOKF.
           CALL 'ESCEHRS' USING CEH-PARAM.
           IF CEH-STATUS NOT = '0'
              ADD 1 TO WS-NO-RULE
              GO TO 110-EXIT.
           ADD 1 TO WS-IN-WINDOW.
           MOVE LCMHOZ OF RSOCEN-REC TO RPT-MHOZ.
           MOVE LCSOCN OF RSOCEN-REC TO RPT-SOCN.
           MOVE LCSUGR OF RSOCEN-REC TO RPT-SUGR.
           MOVE LCTOKF OF RSOCEN-REC TO RPT-TOKF.
           MOVE WS-DAYS-LEFT         TO RPT-DAYS.
           MOVE CEH-FROM             TO RPT-FROM.
           MOVE CEH-REQ              TO RPT-REQ.
           MOVE CEH-EARNED           TO RPT-EARNED.
           MOVE CEH-SHORT            TO RPT-SHORT.
           IF CEH-SHORT = 0
              ADD 1 TO WS-HOURS-MET
              MOVE 'HOURS MET'      TO RPT-TEXT
           ELSE
              ADD 1 TO WS-HOURS-SHORT
              MOVE '** SHORT **'    TO RPT-TEXT
           END-IF.
           MOVE RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
       110-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       900-SUMMARY              SECTION.
      *-----------------------------------------------------------------
       900.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           STRING 'LICENCES IN WINDOW      : ' DELIMITED SIZE
                  WS-IN-WINDOW                DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'HOURS MET               : ' DELIMITED SIZE
                  WS-HOURS-MET                DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'SHORT OF HOURS          : ' DELIMITED SIZE
                  WS-HOURS-SHORT              DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'NO CE REQUIREMENT       : ' DELIMITED SIZE
                  WS-NO-RULE                  DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'TERMINATED - LEFT OUT   : ' DELIMITED SIZE
                  WS-TERMINATED               DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
       900-EXIT.
           EXIT.
