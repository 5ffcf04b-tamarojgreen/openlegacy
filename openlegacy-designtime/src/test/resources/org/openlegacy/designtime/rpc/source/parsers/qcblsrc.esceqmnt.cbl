      ************************************************************************
      * ESCEQMNT - continuing-education requirement (ESCEREQ) maintenance  **
      ************************************************************************
       PROCESS NOMONOPRC  APOST.
       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID.                     ESCEQMNT.
       AUTHOR.                         BATYAK.
       INSTALLATION.                   AS400.
          DATE-WRITTEN.                15/10/2026.
      *REMARKS.
      *         Maintenance for the ESCEREQ table - one row per
      *         licence type (LCSUGR) that carries a continuing-
      *         education requirement: the hours the regulator wants
      *         before it renews, and the cycle in months (counted
      *         back from the licence expiry) they must be earned in.
      *         A licence type with no row has no CE requirement -
      *         ESCEHRS reports it as such and ESCELOAD refuses course
      *         completions for it. Replaces the licensing team's
      *         spreadsheet of requirements.
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
           SELECT  ESCEREQ           ASSIGN TO DATABASE-ESCEREQ
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   FILE STATUS       IS SW-STATUS-1.
      *=================================================================
       DATA DIVISION.
      *=================================================================
       FILE SECTION.
       FD  ESCEREQ
                   LABEL RECORD IS STANDARD.
       01  ESCEREQ-REC.
           COPY DDS-ALL-FORMAT OF ESCEREQ.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  SW-STATUS-1                 PIC XX.
       01  WS-TODAY                    PIC 9(8) VALUE 0.
       01  WS-FUNCTION                 PIC X VALUE SPACE.
           88 WS-FUNC-FIND                     VALUE 'F'.
           88 WS-FUNC-ADD                      VALUE 'A'.
           88 WS-FUNC-DELETE                   VALUE 'D'.
           88 WS-FUNC-EXIT                     VALUE 'X'.
       01  WS-KEY-SUGR                 PIC 9(3)    VALUE 0.
       01  WS-KEY-HOURS                PIC 9(3)V9  VALUE 0.
       01  WS-KEY-MONS                 PIC 9(2)    VALUE 0.
       01  WS-KEY-DESC                 PIC X(30)   VALUE SPACES.
       01  WS-MSG                      PIC X(45) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
      *-----------------------------------------------------------------
       01  SC-ESCEQMNT.
           05 BLANK SCREEN.
           05 LINE 1  COL 1   VALUE 'ESCEQMNT - CE REQUIREMENT PER LICE
      -    'NCE TYPE'.
           05 LINE 3  COL 1   VALUE 'FUNCTION (F=FIND, A=ADD/CHANGE, D=
      -    'DEL, X=EXIT):'.
           05 LINE 3  COL 50  PIC X       USING WS-FUNCTION.
           05 LINE 5  COL 1   VALUE 'LICENCE TYPE (LCSUGR):'.
           05 LINE 5  COL 25  PIC 9(3)    USING WS-KEY-SUGR.
           05 LINE 6  COL 1   VALUE 'HOURS REQUIRED       :'.
           05 LINE 6  COL 25  PIC 999.9   USING WS-KEY-HOURS.
           05 LINE 7  COL 1   VALUE 'CYCLE IN MONTHS      :'.
           05 LINE 7  COL 25  PIC 9(2)    USING WS-KEY-MONS.
           05 LINE 8  COL 1   VALUE 'DESCRIPTION          :'.
           05 LINE 8  COL 25  PIC X(30)   USING WS-KEY-DESC.
           05 LINE 10 COL 1   VALUE 'MESSAGE:'.
           05 LINE 10 COL 10  PIC X(45)   FROM WS-MSG.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *=================================================================
       000-MAIN                SECTION.
      *-----------------------------------------------------------------
       000.
           ACCEPT WS-TODAY FROM DATE.
           ADD 20000000 TO WS-TODAY.
           OPEN I-O ESCEREQ.
           PERFORM 100-SCREEN-LOOP UNTIL WS-FUNC-EXIT.
           CLOSE ESCEREQ.
           GOBACK.
      *-----------------------------------------------------------------
       100-SCREEN-LOOP          SECTION.
      *-----------------------------------------------------------------
       100.
           MOVE SPACES TO WS-MSG.
           DISPLAY SC-ESCEQMNT.
           ACCEPT SC-ESCEQMNT.
           EVALUATE TRUE
              WHEN WS-FUNC-FIND
                 PERFORM 200-FIND-ROW
              WHEN WS-FUNC-ADD
                 PERFORM 300-ADD-ROW
              WHEN WS-FUNC-DELETE
                 PERFORM 400-DELETE-ROW
              WHEN WS-FUNC-EXIT
                 CONTINUE
              WHEN OTHER
                 MOVE 'INVALID FUNCTION - USE F, A, D OR X'
                      TO WS-MSG
           END-EVALUATE.
       100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       200-FIND-ROW             SECTION.
      *-----------------------------------------------------------------
       200.
           MOVE WS-KEY-SUGR TO CQSUGR OF ESCEREQ-REC.
           READ ESCEREQ
                INVALID KEY
                   MOVE 0      TO WS-KEY-HOURS
                                  WS-KEY-MONS
                   MOVE SPACES TO WS-KEY-DESC
                   MOVE 'NO ROW - TYPE HAS NO CE REQUIREMENT' TO WS-MSG
                NOT INVALID KEY
                   MOVE CQHOURS OF ESCEREQ-REC TO WS-KEY-HOURS
                   MOVE CQMONS  OF ESCEREQ-REC TO WS-KEY-MONS
                   MOVE CQDESC  OF ESCEREQ-REC TO WS-KEY-DESC
                   MOVE 'ROW FOUND' TO WS-MSG
           END-READ.
       200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       300-ADD-ROW              SECTION.
      *-----------------------------------------------------------------
       300.
           IF WS-KEY-SUGR = 0
              MOVE 'LICENCE TYPE REQUIRED' TO WS-MSG
              GO TO 300-EXIT.
      *---   a zero-hour row would read as "requirement met" - a type
      *---   with nothing to earn is deleted, not keyed as 0
           IF WS-KEY-HOURS = 0
              MOVE 'HOURS MUST BE ABOVE 0 - OR DELETE THE ROW' TO WS-MSG
              GO TO 300-EXIT.
           IF WS-KEY-MONS < 1 OR WS-KEY-MONS > 60
              MOVE 'CYCLE MUST BE 1 TO 60 MONTHS' TO WS-MSG
              GO TO 300-EXIT.
           MOVE WS-KEY-SUGR  TO CQSUGR  OF ESCEREQ-REC.
           MOVE WS-KEY-HOURS TO CQHOURS OF ESCEREQ-REC.
           MOVE WS-KEY-MONS  TO CQMONS  OF ESCEREQ-REC.
           MOVE WS-KEY-DESC  TO CQDESC  OF ESCEREQ-REC.
           MOVE WS-TODAY     TO CQUPDT  OF ESCEREQ-REC.
           WRITE ESCEREQ-REC
                 INVALID KEY
                    REWRITE ESCEREQ-REC
           END-WRITE.
           MOVE 'ROW WRITTEN' TO WS-MSG.
       300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       400-DELETE-ROW           SECTION.
      *-----------------------------------------------------------------
       400.
           MOVE WS-KEY-SUGR TO CQSUGR OF ESCEREQ-REC.
           READ ESCEREQ
                INVALID KEY
                   MOVE 'NO ROW FOR THAT LICENCE TYPE' TO WS-MSG
                   GO TO 400-EXIT.
           DELETE ESCEREQ.
           MOVE 'ROW DELETED' TO WS-MSG.
       400-EXIT.
           EXIT.
