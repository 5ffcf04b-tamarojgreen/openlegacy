      ************************************************************************
      * ESCEHRS - continuing-education hours earned vs required, 1 licence **
      ************************************************************************
       PROCESS NOMONOPRC  APOST.
       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID.                     ESCEHRS.
       AUTHOR.                         BATYAK.
       INSTALLATION.                   AS400.
          DATE-WRITTEN.                15/10/2026.
      *REMARKS.
      *         The regulator will not renew a licence without the
      *         continuing-education hours its type requires, so the
      *         LCTOKF expiry alone does not say whether a renewal
      *         will go through. Given one RSOCENF licence (district,
      *         agent, licence type, expiry) this looks up the type's
      *         ESCEREQ requirement and totals the ESCECRED course
      *         completions ESCELOAD loaded for that agent and type
      *         inside the cycle - the CQMONS months up to and
      *         including the expiry date.
      *         CEH-STATUS back to the caller:
      *           '0' - the type has a requirement; CEH-REQ, CEH-EARNED
      *                 and CEH-SHORT (hours still needed, 0 when met)
      *                 are filled, CEH-FROM is the first day of the
      *                 cycle
      *           '1' - no ESCEREQ row for the type - no hours required
      *         Batch callers (ESCERPT, ESLICNTF) call once per licence
      *         row; the files are opened on the first call and stay
      *         open until the caller's closing call with CEH-FUNC 'E'.
      *
      *         ESCECRED  - one row per completed course:
      *                     key CCMHOZ/CCSOCN/CCSUGR/CCDATE/CCCRSE,
      *                     CCTITL course title, CCHOURS hours,
      *                     CCPROV provider, CCLDDT date loaded
      *         ESCEREQ   - requirement per licence type: key CQSUGR,
      *                     CQHOURS hours required, CQMONS cycle in
      *                     months, CQDESC, CQUPDT (see ESCEQMNT)
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
           SELECT  ESCECRED          ASSIGN TO DATABASE-ESCECRED
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   FILE STATUS       IS SW-STATUS-2.
      *=================================================================
       DATA DIVISION.
      *=================================================================
       FILE SECTION.
       FD  ESCEREQ
                   LABEL RECORD IS STANDARD.
       01  ESCEREQ-REC.
           COPY DDS-ALL-FORMAT OF ESCEREQ.
       FD  ESCECRED
                   LABEL RECORD IS STANDARD.
       01  ESCECRED-REC.
           COPY DDS-ALL-FORMAT OF ESCECRED.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  SW-STATUS-1                 PIC XX.
       01  SW-STATUS-2                 PIC XX.
       01  WS-SWITCHES.
           03 SW-FILES-OPEN            PIC X VALUE '0'.
              88 FILES-OPEN             VALUE '1'.
           03 SW-CRED-END              PIC X VALUE '0'.
              88 CRED-END               VALUE '1'.
      *---   cycle start worked back from the expiry in months
       01  WS-FROM-DATE                PIC 9(8) VALUE 0.
       01  FILLER REDEFINES WS-FROM-DATE.
           03 WS-FROM-YYYY             PIC 9(4).
           03 WS-FROM-MM               PIC 9(2).
           03 WS-FROM-DD               PIC 9(2).
       01  WS-MONTHS                   PIC 9(6) VALUE 0.
      *-----------------------------------------------------------------
       LINKAGE     SECTION.
      *-----------------------------------------------------------------
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
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING CEH-PARAM.
      *=================================================================
       000-MAIN                SECTION.
      *-----------------------------------------------------------------
       000.
           IF CEH-FUNC = 'E'
              IF FILES-OPEN
                 CLOSE ESCEREQ
                       ESCECRED
                 MOVE '0' TO SW-FILES-OPEN
              END-IF
              GOBACK.
           IF NOT FILES-OPEN
              OPEN INPUT ESCEREQ
                         ESCECRED
              SET FILES-OPEN TO TRUE.
           MOVE 0 TO CEH-FROM
                     CEH-REQ
                     CEH-EARNED
                     CEH-SHORT.
           MOVE CEH-SUGR TO CQSUGR OF ESCEREQ-REC.
           READ ESCEREQ
                INVALID KEY
                   MOVE '1' TO CEH-STATUS
                   GOBACK.
           MOVE '0' TO CEH-STATUS.
           MOVE CQHOURS OF ESCEREQ-REC TO CEH-REQ.
           PERFORM 100-CYCLE-START.
           PERFORM 200-SUM-CREDITS.
           IF CEH-EARNED < CEH-REQ
              COMPUTE CEH-SHORT = CEH-REQ - CEH-EARNED.
           GOBACK.
      *-----------------------------------------------------------------
       100-CYCLE-START         SECTION.
      *-----------------------------------------------------------------
       100.
      *---   CQMONS months back from the expiry - a 24-month cycle on
      *---   a 15/06/2027 expiry counts completions after 15/06/2025.
      *---   Month ends are pulled back to the 28th so the date stays
      *---   valid; the cycle is a day or three longer, never shorter
           MOVE CEH-TOKF TO WS-FROM-DATE.
           COMPUTE WS-MONTHS = WS-FROM-YYYY * 12 + WS-FROM-MM - 1
                             - CQMONS OF ESCEREQ-REC.
           DIVIDE WS-MONTHS BY 12 GIVING WS-FROM-YYYY
                                 REMAINDER WS-FROM-MM.
           ADD 1 TO WS-FROM-MM.
           IF WS-FROM-DD > 28
              MOVE 28 TO WS-FROM-DD.
           MOVE WS-FROM-DATE TO CEH-FROM.
       100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       200-SUM-CREDITS         SECTION.
      *-----------------------------------------------------------------
       200.
      *---   completions dated after the cycle start up to the expiry,
      *---   for this agent and the licence type they count toward
           MOVE CEH-MHOZ TO CCMHOZ OF ESCECRED-REC.
           MOVE CEH-SOCN TO CCSOCN OF ESCECRED-REC.
           MOVE CEH-SUGR TO CCSUGR OF ESCECRED-REC.
           COMPUTE CCDATE OF ESCECRED-REC = CEH-FROM + 1.
           MOVE LOW-VALUES TO CCCRSE OF ESCECRED-REC.
           MOVE '0' TO SW-CRED-END.
           START ESCECRED
                 KEY NOT LESS EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY
                    SET CRED-END TO TRUE.
           PERFORM UNTIL CRED-END
              READ ESCECRED NEXT
                   AT END
                      SET CRED-END TO TRUE
              NOT AT END
                 IF CCMHOZ OF ESCECRED-REC NOT = CEH-MHOZ OR
                    CCSOCN OF ESCECRED-REC NOT = CEH-SOCN OR
                    CCSUGR OF ESCECRED-REC NOT = CEH-SUGR OR
                    CCDATE OF ESCECRED-REC > CEH-TOKF
                    SET CRED-END TO TRUE
                 ELSE
                    ADD CCHOURS OF ESCECRED-REC TO CEH-EARNED
                 END-IF
              END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.
