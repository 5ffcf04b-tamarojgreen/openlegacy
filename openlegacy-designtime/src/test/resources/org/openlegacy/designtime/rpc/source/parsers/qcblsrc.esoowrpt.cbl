      ************************************************************************
      * ESOOWRPT - weekly out-of-access-window sign-on report               **
      ************************************************************************
       PROCESS NOMONOPRC  APOST.
       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID.                     ESOOWRPT.
       AUTHOR.                         BATYAK.
       INSTALLATION.                   AS400.
          DATE-WRITTEN.                15/10/2026.
      *REMARKS.
      *         Weekly list of the sign-ons ESUSERB took outside the
      *         ESACCWIN access window of their district / user group
      *         - evenings, closed weekdays, ESBIZCAL holidays and the
      *         afternoon of a half-day. ESUSERB's 946-NOTE-OUT-OF-
      *         WINDOW logs each one to ESOOWLOG and hands the caller
      *         query-only flags with a 0016 warning instead of
      *         refusing. This report walks the seven days ending
      *         yesterday and prints, per district, every user with
      *         their attempt count, how many of those actually lost
      *         update flags, how many fell on a no-business day, and
      *         the last attempt - so a branch manager sees who keeps
      *         trying to work after hours before it becomes a habit.
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
           SELECT  ESOOWLOG          ASSIGN TO DATABASE-ESOOWLOG
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   FILE STATUS       IS SW-STATUS-1.
           SELECT  ESOOWRPT-RPT      ASSIGN TO PRINTER-ESOOWRPTP
                   ORGANIZATION      IS LINE SEQUENTIAL
                   FILE STATUS       IS SW-STATUS-2.
      *=================================================================
       DATA DIVISION.
      *=================================================================
       FILE SECTION.
       FD  ESOOWLOG
                   LABEL RECORD IS STANDARD.
       01  ESOOWLOG-REC.
           COPY DDS-ALL-FORMAT OF ESOOWLOG.
       FD  ESOOWRPT-RPT
                   LABEL RECORD IS STANDARD.
       01  RPT-LINE                    PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  SW-STATUS-1                 PIC XX.
       01  SW-STATUS-2                 PIC XX.
       01  WS-TODAY                    PIC 9(8) VALUE 0.
       01  WS-FROM-DATE                PIC 9(8) VALUE 0.
       01  WS-TO-DATE                  PIC 9(8) VALUE 0.
       01  WS-DATE-INT                 PIC 9(9) VALUE 0.
       01  I-USR                       PIC 9(4) VALUE 0.
       01  I-MHZ                       PIC 9(3) VALUE 0.
       01  WS-SWITCHES.
           03 SW-LOG-END               PIC X VALUE '0'.
              88 LOG-END                VALUE '1'.
           03 SW-USR-FOUND             PIC X VALUE '0'.
              88 USR-FOUND              VALUE '1'.
       01  WS-COUNTERS.
           03 WS-ATTEMPTS              PIC 9(7) VALUE 0.
           03 WS-DOWNGRADED            PIC 9(7) VALUE 0.
           03 WS-CLOSED-DAY            PIC 9(7) VALUE 0.
           03 WS-DISTRICTS             PIC 9(3) VALUE 0.
           03 WS-UNTABLED              PIC 9(7) VALUE 0.
      *---   per district: attempts, of which downgraded / on an
      *---   ESBIZCAL E/H day
       01  WS-MHZ-TBL.
           03 WS-MHZ-O OCCURS 100.
              05 WS-MHZ-CNT            PIC 9(7) VALUE 0.
              05 WS-MHZ-DG             PIC 9(7) VALUE 0.
              05 WS-MHZ-CLS            PIC 9(7) VALUE 0.
      *---   one row per district/user seen in the week, in first-seen
      *---   order - walked once per district to print its users
       01  WS-USR-TBL.
           03 WS-USR-O OCCURS 2000.
              05 WS-USR-MHOZ           PIC 9(2).
              05 WS-USR-ID             PIC X(10).
              05 WS-USR-SUGU           PIC 9(2).
              05 WS-USR-CNT            PIC 9(5).
              05 WS-USR-DG             PIC 9(5).
              05 WS-USR-CLS            PIC 9(5).
              05 WS-USR-LDATE          PIC 9(8).
              05 WS-USR-LTIME          PIC 9(8).
       01  WS-USR-USED                 PIC 9(4) VALUE 0.
       01  WS-LTIME.
           03 WS-LTIME-HH              PIC 9(2).
           03 WS-LTIME-MM              PIC 9(2).
           03 FILLER                   PIC 9(4).
       01  RPT-MHOZ-HDR.
           03 FILLER                    PIC X(11) VALUE 'DISTRICT : '.
           03 RPT-HDR-MHOZ              PIC 9(2).
           03 FILLER                    PIC X(13) VALUE '   ATTEMPTS :'.
           03 RPT-HDR-CNT               PIC Z(6)9.
           03 FILLER                    PIC X(15) VALUE
                                        '   DOWNGRADED :'.
           03 RPT-HDR-DG                PIC Z(6)9.
           03 FILLER                    PIC X(15) VALUE
                                        '   CLOSED DAY :'.
           03 RPT-HDR-CLS               PIC Z(6)9.
       01  RPT-COL-HDR.
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 FILLER                    PIC X(10) VALUE 'USER'.
           03 FILLER                    PIC X(6)  VALUE '  GRP'.
           03 FILLER                    PIC X(10) VALUE '  ATTEMPTS'.
           03 FILLER                    PIC X(8)  VALUE '   DOWNG'.
           03 FILLER                    PIC X(8)  VALUE '  CLOSED'.
           03 FILLER                    PIC X(20) VALUE
                                        '  LAST ATTEMPT'.
       01  RPT-USR-DETAIL.
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 RPT-USR-ID                PIC X(10).
           03 FILLER                    PIC X(3)  VALUE SPACES.
           03 RPT-USR-SUGU              PIC 9(2).
           03 FILLER                    PIC X(6)  VALUE SPACES.
           03 RPT-USR-CNT               PIC Z(4)9.
           03 FILLER                    PIC X(3)  VALUE SPACES.
           03 RPT-USR-DG                PIC Z(4)9.
           03 FILLER                    PIC X(3)  VALUE SPACES.
           03 RPT-USR-CLS               PIC Z(4)9.
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 RPT-USR-LDATE             PIC 9(8).
           03 FILLER                    PIC X(1)  VALUE SPACE.
           03 RPT-USR-LHH               PIC 9(2).
           03 FILLER                    PIC X(1)  VALUE ':'.
           03 RPT-USR-LMM               PIC 9(2).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *=================================================================
       000-MAIN                SECTION.
      *-----------------------------------------------------------------
       000.
           PERFORM 010-OPEN-FILES.
           PERFORM 100-SCAN-LOG.
           PERFORM 200-DISTRICT-REPORT.
           PERFORM 900-SUMMARY.
           PERFORM 990-CLOSE-FILES.
           GOBACK.
      *-----------------------------------------------------------------
       010-OPEN-FILES          SECTION.
      *-----------------------------------------------------------------
       010.
      *---   the seven days ending yesterday - this runs in the first
      *---   morning suite of the week, so the report covers the whole
      *---   previous week including its weekend and any holiday
           ACCEPT WS-TODAY FROM DATE.
           ADD 20000000 TO WS-TODAY.
           COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY) - 1.
           COMPUTE WS-TO-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           SUBTRACT 6 FROM WS-DATE-INT.
           COMPUTE WS-FROM-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           OPEN INPUT  ESOOWLOG.
           OPEN OUTPUT ESOOWRPT-RPT.
           MOVE '**  ESOOWRPT - OUT-OF-WINDOW SIGN-ON ATTEMPTS  **'
                TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'PERIOD                  : ' DELIMITED SIZE
                  WS-FROM-DATE                DELIMITED SIZE
                  ' - '                       DELIMITED SIZE
                  WS-TO-DATE                  DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
       010-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       100-SCAN-LOG             SECTION.
      *-----------------------------------------------------------------
       100.
           MOVE WS-FROM-DATE TO OWDATE OF ESOOWLOG-REC.
           MOVE 0            TO OWTIME OF ESOOWLOG-REC.
           MOVE LOW-VALUES   TO OWUSER OF ESOOWLOG-REC.
           START ESOOWLOG
                 KEY NOT LESS EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY
                    SET LOG-END TO TRUE.
           PERFORM UNTIL LOG-END
              READ ESOOWLOG NEXT
                   AT END
                      SET LOG-END TO TRUE
              NOT AT END
                 IF OWDATE OF ESOOWLOG-REC > WS-TO-DATE
                    SET LOG-END TO TRUE
                 ELSE
                    PERFORM 110-TALLY-ATTEMPT
                 END-IF
              END-READ
           END-PERFORM.
       100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       110-TALLY-ATTEMPT        SECTION.
      *-----------------------------------------------------------------
       110.
           ADD 1 TO WS-ATTEMPTS.
           ADD 1 TO WS-MHZ-CNT(OWMHOZ OF ESOOWLOG-REC + 1).
           IF OWDGCT OF ESOOWLOG-REC > 0
              ADD 1 TO WS-DOWNGRADED
              ADD 1 TO WS-MHZ-DG(OWMHOZ OF ESOOWLOG-REC + 1).
           IF OWDTYP OF ESOOWLOG-REC = 'E' OR 'H'
              ADD 1 TO WS-CLOSED-DAY
              ADD 1 TO WS-MHZ-CLS(OWMHOZ OF ESOOWLOG-REC + 1).
           MOVE '0' TO SW-USR-FOUND.
           PERFORM VARYING I-USR FROM 1 BY 1
                   UNTIL I-USR > WS-USR-USED OR USR-FOUND
              IF WS-USR-MHOZ(I-USR) = OWMHOZ OF ESOOWLOG-REC AND
                 WS-USR-ID(I-USR)   = OWUSER OF ESOOWLOG-REC
                 SET USR-FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF USR-FOUND
              SUBTRACT 1 FROM I-USR
           ELSE
              IF WS-USR-USED < 2000
                 ADD 1 TO WS-USR-USED
                 MOVE WS-USR-USED TO I-USR
                 MOVE OWMHOZ OF ESOOWLOG-REC TO WS-USR-MHOZ(I-USR)
                 MOVE OWUSER OF ESOOWLOG-REC TO WS-USR-ID(I-USR)
                 MOVE 0 TO WS-USR-CNT(I-USR)
                           WS-USR-DG(I-USR)
                           WS-USR-CLS(I-USR)
              ELSE
                 ADD 1 TO WS-UNTABLED
                 GO TO 110-EXIT
              END-IF
           END-IF.
      *---   the log is read in date/time order, so the last row
      *---   tallied is the user's latest attempt
           ADD 1 TO WS-USR-CNT(I-USR).
           IF OWDGCT OF ESOOWLOG-REC > 0
              ADD 1 TO WS-USR-DG(I-USR).
           IF OWDTYP OF ESOOWLOG-REC = 'E' OR 'H'
              ADD 1 TO WS-USR-CLS(I-USR).
           MOVE OWSUGU OF ESOOWLOG-REC TO WS-USR-SUGU(I-USR).
           MOVE OWDATE OF ESOOWLOG-REC TO WS-USR-LDATE(I-USR).
           MOVE OWTIME OF ESOOWLOG-REC TO WS-USR-LTIME(I-USR).
       110-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       200-DISTRICT-REPORT      SECTION.
      *-----------------------------------------------------------------
       200.
           IF WS-ATTEMPTS = 0
              MOVE SPACES TO RPT-LINE
              WRITE RPT-LINE
              MOVE 'NO OUT-OF-WINDOW SIGN-ONS IN THE PERIOD'
                   TO RPT-LINE
              WRITE RPT-LINE
              GO TO 200-EXIT.
           PERFORM 210-ONE-DISTRICT
                   VARYING I-MHZ FROM 0 BY 1 UNTIL I-MHZ > 99.
       200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       210-ONE-DISTRICT         SECTION.
      *-----------------------------------------------------------------
       210.
           IF WS-MHZ-CNT(I-MHZ + 1) = 0
              GO TO 210-EXIT.
           ADD 1 TO WS-DISTRICTS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE I-MHZ                  TO RPT-HDR-MHOZ.
           MOVE WS-MHZ-CNT(I-MHZ + 1)  TO RPT-HDR-CNT.
           MOVE WS-MHZ-DG(I-MHZ + 1)   TO RPT-HDR-DG.
           MOVE WS-MHZ-CLS(I-MHZ + 1)  TO RPT-HDR-CLS.
           MOVE RPT-MHOZ-HDR TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE RPT-COL-HDR TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING I-USR FROM 1 BY 1 UNTIL I-USR > WS-USR-USED
              IF WS-USR-MHOZ(I-USR) = I-MHZ
                 MOVE WS-USR-ID(I-USR)    TO RPT-USR-ID
                 MOVE WS-USR-SUGU(I-USR)  TO RPT-USR-SUGU
                 MOVE WS-USR-CNT(I-USR)   TO RPT-USR-CNT
                 MOVE WS-USR-DG(I-USR)    TO RPT-USR-DG
                 MOVE WS-USR-CLS(I-USR)   TO RPT-USR-CLS
                 MOVE WS-USR-LDATE(I-USR) TO RPT-USR-LDATE
                 MOVE WS-USR-LTIME(I-USR) TO WS-LTIME
                 MOVE WS-LTIME-HH         TO RPT-USR-LHH
                 MOVE WS-LTIME-MM         TO RPT-USR-LMM
                 MOVE RPT-USR-DETAIL      TO RPT-LINE
                 WRITE RPT-LINE
              END-IF
           END-PERFORM.
       210-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       900-SUMMARY              SECTION.
      *-----------------------------------------------------------------
       900.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'ATTEMPTS                : ' DELIMITED SIZE
                  WS-ATTEMPTS                 DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'DOWNGRADED TO QUERY     : ' DELIMITED SIZE
                  WS-DOWNGRADED               DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'ON A NO-BUSINESS DAY    : ' DELIMITED SIZE
                  WS-CLOSED-DAY               DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'DISTRICTS               : ' DELIMITED SIZE
                  WS-DISTRICTS                DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'DISTRICT/USER ROWS      : ' DELIMITED SIZE
                  WS-USR-USED                 DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
      *---   past 2000 district/user rows the attempts still count in
      *---   the district totals, only the per-user line is lost
           IF WS-UNTABLED > 0
              MOVE SPACES TO RPT-LINE
              STRING 'ATTEMPTS OF UNTABLED    : ' DELIMITED SIZE
                     WS-UNTABLED                 DELIMITED SIZE
                     INTO RPT-LINE
              WRITE RPT-LINE
           END-IF.
       900-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       990-CLOSE-FILES          SECTION.
      *-----------------------------------------------------------------
       990.
           CLOSE ESOOWLOG
                 ESOOWRPT-RPT.
       990-EXIT.
           EXIT.
