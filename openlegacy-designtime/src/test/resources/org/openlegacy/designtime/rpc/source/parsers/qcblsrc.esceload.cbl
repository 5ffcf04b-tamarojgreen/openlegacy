      ************************************************************************
      * ESCELOAD - load of the training provider's CE completion file      **
      ************************************************************************
       PROCESS NOMONOPRC  APOST.
       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID.                     ESCELOAD.
       AUTHOR.                         BATYAK.
       INSTALLATION.                   AS400.
          DATE-WRITTEN.                15/10/2026.
      *REMARKS.
      *         Loads the continuing-education course completions the
      *         training provider sends (ESCEPRVF, fixed layout below,
      *         one row per agent per completed course) into the
      *         ESCECRED credit file that ESCEHRS totals - until now
      *         the hours lived in a licensing spreadsheet. A row is
      *         refused, and printed with the reason for licensing to
      *         take up with the provider, when:
      *           - a field is not numeric or the hours are 0
      *           - the completion date is in the future
      *           - the agent is not on ELMAVL
      *           - the licence type has no ESCEREQ requirement
      *         A course already on ESCECRED for the same agent, type
      *         and date is counted, not loaded twice - the provider
      *         re-sends whole months, so a re-run is harmless.
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
      *---   the provider's file, fixed layout agreed with them
           SELECT  ESCEPRVF          ASSIGN TO DATABASE-ESCEPRVF
                   ORGANIZATION      IS LINE SEQUENTIAL
                   FILE STATUS       IS SW-STATUS-1.
           SELECT  ESCECRED          ASSIGN TO DATABASE-ESCECRED
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   FILE STATUS       IS SW-STATUS-2.
           SELECT  ESCEREQ           ASSIGN TO DATABASE-ESCEREQ
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   FILE STATUS       IS SW-STATUS-3.
           SELECT  ELMAVL            ASSIGN TO DATABASE-ELMAVL
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   FILE STATUS       IS SW-STATUS-4.
           SELECT  ESCELOAD-RPT      ASSIGN TO PRINTER-ESCELOADP
                   ORGANIZATION      IS LINE SEQUENTIAL
                   FILE STATUS       IS SW-STATUS-5.
      *=================================================================
       DATA DIVISION.
      *=================================================================
       FILE SECTION.
       FD  ESCEPRVF
                   LABEL RECORD IS STANDARD.
       01  PRV-REC.
           03 PRV-MHOZ                  PIC 9(2).
           03 PRV-SOCN                  PIC 9(6).
           03 PRV-SUGR                  PIC 9(3).
           03 PRV-CRSE                  PIC X(10).
           03 PRV-TITL                  PIC X(30).
           03 PRV-HOURS                 PIC 9(3)V9.
           03 PRV-DATE                  PIC 9(8).
           03 PRV-PROV                  PIC X(10).
       FD  ESCECRED
                   LABEL RECORD IS STANDARD.
       01  ESCECRED-REC.
           COPY DDS-ALL-FORMAT OF ESCECRED.
       FD  ESCEREQ
                   LABEL RECORD IS STANDARD.
       01  ESCEREQ-REC.
           COPY DDS-ALL-FORMAT OF ESCEREQ.
       FD  ELMAVL
                   LABEL RECORD IS STANDARD.
       01  ELMAVL-REC.
           COPY DDS-ALL-FORMAT OF ELMAVL.
       FD  ESCELOAD-RPT
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
       01  WS-TODAY                    PIC 9(8) VALUE 0.
       01  WS-REASON                   PIC X(30) VALUE SPACES.
       01  WS-SWITCHES.
           03 SW-PRV-END               PIC X VALUE '0'.
              88 PRV-END                VALUE '1'.
       01  WS-COUNTERS.
           03 WS-ROWS-READ             PIC 9(7) VALUE 0.
           03 WS-LOADED                PIC 9(7) VALUE 0.
           03 WS-ALREADY-ON            PIC 9(7) VALUE 0.
           03 WS-REFUSED               PIC 9(7) VALUE 0.
       01  WS-HOURS-LOADED             PIC 9(7)V9 VALUE 0.
       01  WS-HOURS-EDIT               PIC Z(6)9.9.
       01  RPT-DETAIL.
           03 RPT-MHOZ                  PIC X(2).
           03 FILLER                    PIC X(1)  VALUE '/'.
           03 RPT-SOCN                  PIC X(6).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 RPT-SUGR                  PIC X(3).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 RPT-CRSE                  PIC X(10).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 RPT-DATE                  PIC X(8).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 RPT-HOURS                 PIC X(4).
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 RPT-TEXT                  PIC X(30).
           03 FILLER                    PIC X(10) VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *=================================================================
       000-MAIN                SECTION.
      *-----------------------------------------------------------------
       000.
           ACCEPT WS-TODAY FROM DATE.
           ADD 20000000 TO WS-TODAY.
           OPEN INPUT  ESCEPRVF
                       ESCEREQ
                       ELMAVL.
           OPEN I-O    ESCECRED.
           OPEN OUTPUT ESCELOAD-RPT.
           MOVE '**  ESCELOAD - CE COMPLETIONS LOAD  **'
                TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM 100-READ-FEED.
           PERFORM 900-SUMMARY.
           CLOSE ESCEPRVF
                 ESCEREQ
                 ELMAVL
                 ESCECRED
                 ESCELOAD-RPT.
           GOBACK.
      *-----------------------------------------------------------------
       100-READ-FEED            SECTION.
      *-----------------------------------------------------------------
       100.
           PERFORM UNTIL PRV-END
              READ ESCEPRVF
                   AT END
                      SET PRV-END TO TRUE
              NOT AT END
                 ADD 1 TO WS-ROWS-READ
                 PERFORM 110-CHECK-ROW
                 IF WS-REASON = SPACES
                    PERFORM 120-LOAD-ROW
                 ELSE
                    ADD 1 TO WS-REFUSED
                    PERFORM 130-PRINT-ROW
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
           IF PRV-MHOZ  NOT NUMERIC OR
              PRV-SOCN  NOT NUMERIC OR
              PRV-SUGR  NOT NUMERIC OR
              PRV-HOURS NOT NUMERIC OR
              PRV-DATE  NOT NUMERIC
              MOVE 'FIELD NOT NUMERIC' TO WS-REASON
              GO TO 110-EXIT.
           IF PRV-HOURS = 0
              MOVE 'NO HOURS ON ROW' TO WS-REASON
              GO TO 110-EXIT.
           IF PRV-DATE > WS-TODAY OR PRV-DATE < 19000101
              MOVE 'COMPLETION DATE INVALID' TO WS-REASON
              GO TO 110-EXIT.
           MOVE PRV-MHOZ TO M2HVRA OF ELMAVL-REC.
           MOVE PRV-SOCN TO M2HESH OF ELMAVL-REC.
           MOVE 1        TO M2MTBA OF ELMAVL-REC.
           READ ELMAVL
                INVALID KEY
                   MOVE 'AGENT NOT ON ELMAVL' TO WS-REASON
                   GO TO 110-EXIT.
           MOVE PRV-SUGR TO CQSUGR OF ESCEREQ-REC.
           READ ESCEREQ
                INVALID KEY
                   MOVE 'NO CE REQUIREMENT FOR TYPE' TO WS-REASON
           END-READ.
       110-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       120-LOAD-ROW             SECTION.
      *-----------------------------------------------------------------
       120.
           MOVE PRV-MHOZ  TO CCMHOZ  OF ESCECRED-REC.
           MOVE PRV-SOCN  TO CCSOCN  OF ESCECRED-REC.
           MOVE PRV-SUGR  TO CCSUGR  OF ESCECRED-REC.
           MOVE PRV-DATE  TO CCDATE  OF ESCECRED-REC.
           MOVE PRV-CRSE  TO CCCRSE  OF ESCECRED-REC.
           MOVE PRV-TITL  TO CCTITL  OF ESCECRED-REC.
           MOVE PRV-HOURS TO CCHOURS OF ESCECRED-REC.
           MOVE PRV-PROV  TO CCPROV  OF ESCECRED-REC.
           MOVE WS-TODAY  TO CCLDDT  OF ESCECRED-REC.
           WRITE ESCECRED-REC
                 INVALID KEY
                    ADD 1 TO WS-ALREADY-ON
                 NOT INVALID KEY
                    ADD 1 TO WS-LOADED
                    ADD PRV-HOURS TO WS-HOURS-LOADED
           END-WRITE.
       120-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       130-PRINT-ROW            SECTION.
      *-----------------------------------------------------------------
       130.
      *---   printed as sent - a refused row may not be numeric
           MOVE PRV-REC(1:2)   TO RPT-MHOZ.
           MOVE PRV-REC(3:6)   TO RPT-SOCN.
           MOVE PRV-REC(9:3)   TO RPT-SUGR.
           MOVE PRV-CRSE       TO RPT-CRSE.
           MOVE PRV-REC(56:8)  TO RPT-DATE.
           MOVE PRV-REC(52:4)  TO RPT-HOURS.
           MOVE WS-REASON      TO RPT-TEXT.
           MOVE RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
       130-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       900-SUMMARY              SECTION.
      *-----------------------------------------------------------------
       900.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           STRING 'PROVIDER ROWS READ      : ' DELIMITED SIZE
                  WS-ROWS-READ                DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'COMPLETIONS LOADED      : ' DELIMITED SIZE
                  WS-LOADED                   DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-HOURS-LOADED TO WS-HOURS-EDIT.
           STRING 'HOURS LOADED            : ' DELIMITED SIZE
                  WS-HOURS-EDIT               DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'ALREADY ON FILE         : ' DELIMITED SIZE
                  WS-ALREADY-ON               DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'REFUSED - SEE ABOVE     : ' DELIMITED SIZE
                  WS-REFUSED                  DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
       900-EXIT.
           EXIT.
