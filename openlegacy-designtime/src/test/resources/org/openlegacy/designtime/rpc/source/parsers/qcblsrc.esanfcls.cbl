      ************************************************************************
      * ESANFCLS - branch-closure cascade: list / archive overrides         **
      ************************************************************************
       PROCESS NOMONOPRC  APOST.
       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID.                     ESANFCLS.
       AUTHOR.                         BATYAK.
       INSTALLATION.                   AS400.
          DATE-WRITTEN.                15/10/2026.
      *REMARKS.
      *         Cleanup behind a branch closed on the ESANFMST branch
      *         master through ESANFMNT. Closing the branch already
      *         takes it out of ES_TV_ANAFIM at sign-on, but the rows
      *         pointing at it stay behind - USERSANF user overrides,
      *         ESCHGAF per-user restrictions and the ESSPANAF
      *         special-branch rule - and used to linger for years.
      *         Two modes, by parameter, in the ESORPHCL manner:
      *           CLS-MODE 'L' - list: print every row that still
      *             references branch CLS-ANAF, change nothing
      *           CLS-MODE 'A' - archive: the same list, and each row
      *             is imaged to the ESANFCAR branch-closure archive
      *             (the ESUSROFF ESUSRARC layout, keyed by branch;
      *             apart from ESANFARC, the ESAUDRET audit archive) and
      *             deleted; a summary row closes the set and the
      *             master row is stamped with the archive date
      *         Operations runs L, reviews the list, then confirms by
      *         running A. A closure keyed for a future date can be
      *         listed ahead but not archived before it takes effect.
      *         CLS-STATUS back to the caller:
      *           '0' = done
      *           '1' = refused - branch not closed on ESANFMST, or
      *                 archive asked before the closing date
      *           '2' = nothing references the branch
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
           SELECT  USERSANF          ASSIGN TO DATABASE-USERSANF
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   FILE STATUS       IS SW-STATUS-2.
           SELECT  ESCHGAF           ASSIGN TO DATABASE-ESCHGAF
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   FILE STATUS       IS SW-STATUS-3.
           SELECT  ESSPANAF          ASSIGN TO DATABASE-ESSPANAF
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   FILE STATUS       IS SW-STATUS-4.
           SELECT  ESANFCAR          ASSIGN TO DATABASE-ESANFCAR
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   FILE STATUS       IS SW-STATUS-5.
           SELECT  ESANFCLS-RPT      ASSIGN TO PRINTER-ESANFCLSP
                   ORGANIZATION      IS LINE SEQUENTIAL
                   FILE STATUS       IS SW-STATUS-6.
      *=================================================================
       DATA DIVISION.
      *=================================================================
       FILE SECTION.
       FD  ESANFMST
                   LABEL RECORD IS STANDARD.
       01  ESANFMST-REC.
           COPY DDS-ALL-FORMAT OF ESANFMST.
       FD  USERSANF
                   LABEL RECORD IS STANDARD.
       01  USERSANF-REC.
           COPY DDS-ALL-FORMATS OF USERSANF.
       FD  ESCHGAF
                   LABEL RECORD IS STANDARD.
       01  ESCHGAF-REC.
           COPY DDS-ALL-FORMAT OF ESCHGAF.
       FD  ESSPANAF
                   LABEL RECORD IS STANDARD.
       01  ESSPANAF-REC.
           COPY DDS-ALL-FORMAT OF ESSPANAF.
       FD  ESANFCAR
                   LABEL RECORD IS STANDARD.
       01  ESANFCAR-REC.
           COPY DDS-ALL-FORMAT OF ESANFCAR.
       FD  ESANFCLS-RPT
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
       01  SW-STATUS-6                 PIC XX.
       01  WS-TODAY                    PIC 9(8) VALUE 0.
       01  WS-TIME                     PIC 9(8) VALUE 0.
       01  WS-ARC-SEQ                  PIC 9(5) VALUE 0.
       01  WS-SWITCHES.
           03 SW-ANF-END               PIC X VALUE '0'.
              88 ANF-END                VALUE '1'.
           03 SW-CHG-END               PIC X VALUE '0'.
              88 CHG-END                VALUE '1'.
           03 SW-ARCHIVE               PIC X VALUE '0'.
              88 ARCHIVE-MODE           VALUE '1'.
       01  WS-COUNTERS.
           03 WS-ANF-ROWS              PIC 9(5) VALUE 0.
           03 WS-CHG-ROWS              PIC 9(5) VALUE 0.
           03 WS-SPA-ROWS              PIC 9(5) VALUE 0.
       01  WS-ACTION                   PIC X(8) VALUE SPACES.
       01  WS-SUMMARY-TEXT             PIC X(100) VALUE SPACES.
       01  RPT-ANF-DETAIL.
           03 FILLER                    PIC X(12) VALUE 'USERSANF   '.
           03 FILLER                    PIC X(6)  VALUE 'USER '.
           03 RPT-ANF-USER              PIC X(10).
           03 FILLER                    PIC X(7)  VALUE '  DIST '.
           03 RPT-ANF-SHEV              PIC 9(3).
           03 FILLER                    PIC X(7)  VALUE '  DATE '.
           03 RPT-ANF-DAT               PIC 9(8).
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 RPT-ANF-ACT               PIC X(8).
       01  RPT-CHG-DETAIL.
           03 FILLER                    PIC X(12) VALUE 'ESCHGAF    '.
           03 FILLER                    PIC X(6)  VALUE 'USER '.
           03 RPT-CHG-USER              PIC X(10).
           03 FILLER                    PIC X(9)  VALUE '  ARSHAA '.
           03 RPT-CHG-ARSH              PIC 9.
           03 FILLER                    PIC X(17) VALUE SPACES.
           03 RPT-CHG-ACT               PIC X(8).
       01  RPT-SPA-DETAIL.
           03 FILLER                    PIC X(12) VALUE 'ESSPANAF   '.
           03 FILLER                    PIC X(16) VALUE
                                        'SPECIAL BRANCH '.
           03 FILLER                    PIC X(7)  VALUE '  EFDT '.
           03 RPT-SPA-EFDT              PIC 9(8).
           03 FILLER                    PIC X(10) VALUE SPACES.
           03 RPT-SPA-ACT               PIC X(8).
      *-----------------------------------------------------------------
       LINKAGE     SECTION.
      *-----------------------------------------------------------------
       01  CLS-ANAF                    PIC 9(3).
       01  CLS-MODE                    PIC X.
       01  CLS-OPERATOR                PIC X(10).
       01  CLS-STATUS                  PIC X.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING CLS-ANAF CLS-MODE CLS-OPERATOR
                                CLS-STATUS.
      *=================================================================
       000-MAIN                SECTION.
      *-----------------------------------------------------------------
       000.
           ACCEPT WS-TODAY FROM DATE.
           ADD 20000000 TO WS-TODAY.
           ACCEPT WS-TIME FROM TIME.
           MOVE '0' TO CLS-STATUS.
           IF CLS-MODE = 'A'
              SET ARCHIVE-MODE TO TRUE
              MOVE 'ARCHIVED' TO WS-ACTION
           ELSE
              MOVE 'LISTED  ' TO WS-ACTION
           END-IF.
           OPEN I-O    ESANFMST
                       USERSANF
                       ESCHGAF
                       ESSPANAF
                       ESANFCAR.
           OPEN OUTPUT ESANFCLS-RPT.
           PERFORM 010-HEADING.
           PERFORM 100-CHECK-CLOSED.
           IF CLS-STATUS = '1'
              GO TO 000-CLOSE.
           PERFORM 200-WALK-USERSANF.
           PERFORM 300-WALK-ESCHGAF.
           PERFORM 400-READ-ESSPANAF.
           IF WS-ANF-ROWS = 0 AND WS-CHG-ROWS = 0 AND
              WS-SPA-ROWS = 0
              MOVE '2' TO CLS-STATUS
              MOVE 'NO ROWS REFERENCE THE BRANCH' TO RPT-LINE
              WRITE RPT-LINE
              GO TO 000-CLOSE.
           PERFORM 800-SUMMARY.
       000-CLOSE.
           CLOSE ESANFMST
                 USERSANF
                 ESCHGAF
                 ESSPANAF
                 ESANFCAR
                 ESANFCLS-RPT.
           GOBACK.
      *-----------------------------------------------------------------
       010-HEADING              SECTION.
      *-----------------------------------------------------------------
       010.
           MOVE '**  ESANFCLS - BRANCH CLOSURE CASCADE  **'
                TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'BRANCH                  : ' DELIMITED SIZE
                  CLS-ANAF                    DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'MODE                    : ' DELIMITED SIZE
                  CLS-MODE                    DELIMITED SIZE
                  '  OPERATOR '               DELIMITED SIZE
                  CLS-OPERATOR                DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
       010-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       100-CHECK-CLOSED         SECTION.
      *-----------------------------------------------------------------
       100.
      *---   only a branch closed on the master may be cascaded, and
      *---   only archived once its closing date has come
           MOVE CLS-ANAF TO AMANAF OF ESANFMST-REC.
           READ ESANFMST
                INVALID KEY
                   MOVE '1' TO CLS-STATUS
                   MOVE 'REFUSED - BRANCH NOT ON ESANFMST' TO RPT-LINE
                   WRITE RPT-LINE
                   GO TO 100-EXIT.
           IF AMSTAT OF ESANFMST-REC NOT = 'C'
              MOVE '1' TO CLS-STATUS
              MOVE 'REFUSED - BRANCH IS NOT CLOSED' TO RPT-LINE
              WRITE RPT-LINE
              GO TO 100-EXIT.
           MOVE SPACES TO RPT-LINE.
           STRING 'CLOSED FROM             : ' DELIMITED SIZE
                  AMCLDT OF ESANFMST-REC      DELIMITED SIZE
                  '  '                        DELIMITED SIZE
                  AMNAME OF ESANFMST-REC      DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           IF ARCHIVE-MODE AND AMCLDT OF ESANFMST-REC > WS-TODAY
              MOVE '1' TO CLS-STATUS
              MOVE 'REFUSED - CLOSING DATE NOT REACHED, LIST ONLY'
                   TO RPT-LINE
              WRITE RPT-LINE
              GO TO 100-EXIT.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
       100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       150-WRITE-ARCHIVE        SECTION.
      *-----------------------------------------------------------------
       150.
      *---   one ESANFCAR image per removed row - AXFILE and AXDATA
      *---   staged by the caller
           MOVE CLS-ANAF     TO AXANAF  OF ESANFCAR-REC.
           MOVE WS-TODAY     TO AXDATE  OF ESANFCAR-REC.
           MOVE WS-TIME      TO AXTIME  OF ESANFCAR-REC.
           ADD 1 TO WS-ARC-SEQ.
           MOVE WS-ARC-SEQ   TO AXSEQ   OF ESANFCAR-REC.
           MOVE CLS-OPERATOR TO AXOPER  OF ESANFCAR-REC.
           WRITE ESANFCAR-REC
                 INVALID KEY
                    REWRITE ESANFCAR-REC
           END-WRITE.
       150-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       200-WALK-USERSANF        SECTION.
      *-----------------------------------------------------------------
       200.
      *---   USERSANF is keyed district/user/branch/date, so finding
      *---   one branch is a full scan - acceptable for a run made
      *---   once per closure
           MOVE LOW-VALUES TO USSHEV OF USERSANF-REC
                              USSNUM OF USERSANF-REC
                              USANF  OF USERSANF-REC
                              USDAT  OF USERSANF-REC.
           START USERSANF
                 KEY NOT LESS EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY
                    SET ANF-END TO TRUE.
           PERFORM UNTIL ANF-END
              READ USERSANF NEXT
                   AT END
                      SET ANF-END TO TRUE
              NOT AT END
                 IF USANF OF USERSANF-REC = CLS-ANAF
                    ADD 1 TO WS-ANF-ROWS
                    MOVE USSNUM OF USERSANF-REC TO RPT-ANF-USER
                    MOVE USSHEV OF USERSANF-REC TO RPT-ANF-SHEV
                    MOVE USDAT  OF USERSANF-REC TO RPT-ANF-DAT
                    MOVE WS-ACTION              TO RPT-ANF-ACT
                    MOVE RPT-ANF-DETAIL         TO RPT-LINE
                    WRITE RPT-LINE
                    IF ARCHIVE-MODE
                       MOVE 'USERSANF  ' TO AXFILE OF ESANFCAR-REC
                       MOVE USERSANF-REC TO AXDATA OF ESANFCAR-REC
                       PERFORM 150-WRITE-ARCHIVE
                       DELETE USERSANF
                    END-IF
                 END-IF
              END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       300-WALK-ESCHGAF         SECTION.
      *-----------------------------------------------------------------
       300.
      *---   ESCHGAF is keyed user/branch - a full scan as well
           MOVE LOW-VALUES TO CGUSER OF ESCHGAF-REC.
           MOVE 0          TO CGANAF OF ESCHGAF-REC.
           START ESCHGAF
                 KEY NOT LESS EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY
                    SET CHG-END TO TRUE.
           PERFORM UNTIL CHG-END
              READ ESCHGAF NEXT
                   AT END
                      SET CHG-END TO TRUE
              NOT AT END
                 IF CGANAF OF ESCHGAF-REC = CLS-ANAF
                    ADD 1 TO WS-CHG-ROWS
                    MOVE CGUSER OF ESCHGAF-REC  TO RPT-CHG-USER
                    MOVE CGARSH OF ESCHGAF-REC  TO RPT-CHG-ARSH
                    MOVE WS-ACTION              TO RPT-CHG-ACT
                    MOVE RPT-CHG-DETAIL         TO RPT-LINE
                    WRITE RPT-LINE
                    IF ARCHIVE-MODE
                       MOVE 'ESCHGAF   ' TO AXFILE OF ESANFCAR-REC
                       MOVE ESCHGAF-REC  TO AXDATA OF ESANFCAR-REC
                       PERFORM 150-WRITE-ARCHIVE
                       DELETE ESCHGAF
                    END-IF
                 END-IF
              END-READ
           END-PERFORM.
       300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       400-READ-ESSPANAF        SECTION.
      *-----------------------------------------------------------------
       400.
      *---   ESSPANAF holds at most one row per branch
           MOVE CLS-ANAF TO SAMHOZ OF ESSPANAF-REC.
           READ ESSPANAF
                INVALID KEY
                   GO TO 400-EXIT.
           ADD 1 TO WS-SPA-ROWS.
           MOVE SAEFDT OF ESSPANAF-REC TO RPT-SPA-EFDT.
           MOVE WS-ACTION              TO RPT-SPA-ACT.
           MOVE RPT-SPA-DETAIL         TO RPT-LINE.
           WRITE RPT-LINE.
           IF ARCHIVE-MODE
              MOVE 'ESSPANAF  '  TO AXFILE OF ESANFCAR-REC
              MOVE ESSPANAF-REC  TO AXDATA OF ESANFCAR-REC
              PERFORM 150-WRITE-ARCHIVE
              DELETE ESSPANAF
           END-IF.
       400-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       800-SUMMARY              SECTION.
      *-----------------------------------------------------------------
       800.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'USERSANF ROWS           : ' DELIMITED SIZE
                  WS-ANF-ROWS                 DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'ESCHGAF ROWS            : ' DELIMITED SIZE
                  WS-CHG-ROWS                 DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'ESSPANAF ROWS           : ' DELIMITED SIZE
                  WS-SPA-ROWS                 DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           IF NOT ARCHIVE-MODE
              MOVE 'LIST ONLY - RERUN WITH MODE A TO ARCHIVE'
                   TO RPT-LINE
              WRITE RPT-LINE
              GO TO 800-EXIT.
      *---   the closure audit record - one summary row closing the
      *---   set, and the master stamped with the archive date
           MOVE SPACES TO WS-SUMMARY-TEXT.
           STRING 'ARCHIVED: USERSANF '   DELIMITED SIZE
                  WS-ANF-ROWS             DELIMITED SIZE
                  ' ESCHGAF '             DELIMITED SIZE
                  WS-CHG-ROWS             DELIMITED SIZE
                  ' ESSPANAF '            DELIMITED SIZE
                  WS-SPA-ROWS             DELIMITED SIZE
                  INTO WS-SUMMARY-TEXT.
           MOVE '*SUMMARY  '    TO AXFILE OF ESANFCAR-REC.
           MOVE WS-SUMMARY-TEXT TO AXDATA OF ESANFCAR-REC.
           PERFORM 150-WRITE-ARCHIVE.
           MOVE CLS-ANAF TO AMANAF OF ESANFMST-REC.
           READ ESANFMST
                INVALID KEY
                   GO TO 800-EXIT.
           MOVE WS-TODAY     TO AMARDT OF ESANFMST-REC.
           MOVE WS-TODAY     TO AMUPDT OF ESANFMST-REC.
           MOVE CLS-OPERATOR TO AMOPER OF ESANFMST-REC.
           REWRITE ESANFMST-REC.
       800-EXIT.
           EXIT.
