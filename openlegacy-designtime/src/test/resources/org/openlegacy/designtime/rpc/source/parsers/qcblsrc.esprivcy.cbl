      ************************************************************************
      * ESPRIVCY - personal-data subject access and erasure requests        **
      ************************************************************************
       PROCESS NOMONOPRC  APOST.
       IDENTIFICATION DIVISION.
      *=================================================================
       PROGRAM-ID.                     ESPRIVCY.
       AUTHOR.                         BATYAK.
       INSTALLATION.                   AS400.
          DATE-WRITTEN.                15/10/2026.
      *REMARKS.
      *         "What do you hold about me" and "delete me" were a
      *         developer searching files by hand. A request is now
      *         registered once on ESPRVREG and processed by this run
      *         into one printable report covering every file that
      *         holds personal data:
      *           agents    - ELMAVL (name, national ID, address,
      *                       phone), ESMAVL email, the ESAGSNAP
      *                       extract baseline, the last ESAGEXTF
      *                       extract, ESMAILQ notice history, the
      *                       ESAGTERM note, the ESAGTARC archive and
      *                       the ESAGOJRN onboarding journal
      *           customers - CUSTMSTR, the CUSTCONT contact (the
      *                       LK-CUSTOMER name, address, phone, email,
      *                       DOB) through CUSTXREF, and CUSTCARD cards
      *         The person is found by national ID (M2TZNK), agent
      *         number (M2HESH, in one district or all) or customer
      *         ID (CM-CUST-ID).
      *         PRV-FUNCTION:
      *           R = register a request - PRV-TYPE A access or
      *               E erasure; the request number comes back in
      *               PRV-REQNO
      *           P = process request PRV-REQNO, or every open
      *               request when it is zero. An access request
      *               prints what is held; an erasure request
      *               anonymizes the personal fields of each row the
      *               ESPRVRET retention rules release and prints the
      *               row as ERASED, or RETAINED with the reason. The
      *               erasure report carries keys only - it must not
      *               become a copy of what it erased.
      *           C = cancel an open request
      *         Retention: ESPRVRET holds one rule per file - keep
      *         outright (RTKEEP Y), or keep for RTYRS years from the
      *         row's own date (termination date, notice date, change
      *         date) - with the reason printed. A file without a rule
      *         is retained: nothing is erased that no rule releases.
      *         Nor is a row whose date is unknown (an agent with no
      *         ESAGTERM row, a card never checked) under a rule that
      *         counts years from it.
      *         An active agent (M2STCR 0) is never erased; the
      *         termination goes through ESAGTRMN first. The extract
      *         is not edited - ESAGEXTR rebuilds it from the erased
      *         rows on its next run. Card rows are deleted, the card
      *         being nothing but its token; other rows keep their
      *         keys with the personal fields blanked.
      *         PRV-STATUS: '0' done, '1' ID type or value invalid,
      *         '2' request type invalid, '3' no such open request,
      *         '4' nothing held for the person (the request is still
      *         closed), '5' function invalid.
      *         ESPRVREG: PGREQ (key), PGTYPE, PGIDTP, PGIDVL, PGMHOZ,
      *                   PGRQDT, PGRQTM, PGOPER, PGSTAT O open / D
      *                   done / X cancelled, PGDNDT, PGHELD, PGERAS,
      *                   PGRETN
      *         ESPRVRET: RTFILE (key), RTKEEP, RTYRS, RTRSN
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
           SELECT  ESPRVREG          ASSIGN TO DATABASE-ESPRVREG
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   FILE STATUS       IS SW-STATUS-1.
           SELECT  ESPRVRET          ASSIGN TO DATABASE-ESPRVRET
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   FILE STATUS       IS SW-STATUS-2.
           SELECT  ELMAVL            ASSIGN TO DATABASE-ELMAVL
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   FILE STATUS       IS SW-STATUS-3.
           SELECT  ESMAVL            ASSIGN TO DATABASE-ESMAVL
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   WITH DUPLICATES
                   FILE STATUS       IS SW-STATUS-4.
           SELECT  ESAGSNAP          ASSIGN TO DATABASE-ESAGSNAP
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   FILE STATUS       IS SW-STATUS-5.
           SELECT  ESAGTERM          ASSIGN TO DATABASE-ESAGTERM
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   FILE STATUS       IS SW-STATUS-6.
           SELECT  ESAGTARC          ASSIGN TO DATABASE-ESAGTARC
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   FILE STATUS       IS SW-STATUS-7.
           SELECT  ESMAILQ           ASSIGN TO DATABASE-ESMAILQ
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   FILE STATUS       IS SW-STATUS-8.
           SELECT  ESAGOJRN          ASSIGN TO DATABASE-ESAGOJRN
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   FILE STATUS       IS SW-STATUS-9.
           SELECT  ESAGEXTF          ASSIGN TO DATABASE-ESAGEXTF
                   ORGANIZATION      IS LINE SEQUENTIAL
                   FILE STATUS       IS SW-STATUS-10.
           SELECT  CUSTMSTR          ASSIGN TO DATABASE-CUSTMSTR
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS CM-CUST-ID
                   FILE STATUS       IS SW-STATUS-11.
           SELECT  CUSTXREF          ASSIGN TO DATABASE-CUSTXREF
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS XR-CUST-ID
                   FILE STATUS       IS SW-STATUS-12.
           SELECT  CUSTCONT          ASSIGN TO DATABASE-CUSTCONT
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS CT-LK-CUST-ID
                   FILE STATUS       IS SW-STATUS-13.
           SELECT  CUSTCARD          ASSIGN TO DATABASE-CUSTCARD
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS CC-KEY
                   FILE STATUS       IS SW-STATUS-14.
           SELECT  ESPRIVCY-RPT      ASSIGN TO PRINTER-ESPRIVCP
                   ORGANIZATION      IS LINE SEQUENTIAL
                   FILE STATUS       IS SW-STATUS-15.
      *=================================================================
       DATA DIVISION.
      *=================================================================
       FILE SECTION.
       FD  ESPRVREG
                   LABEL RECORD IS STANDARD.
       01  ESPRVREG-REC.
           COPY DDS-ALL-FORMAT OF ESPRVREG.
       FD  ESPRVRET
                   LABEL RECORD IS STANDARD.
       01  ESPRVRET-REC.
           COPY DDS-ALL-FORMAT OF ESPRVRET.
       FD  ELMAVL
                   LABEL RECORD IS STANDARD.
       01  ELMAVL-REC.
           COPY DDS-ALL-FORMAT OF ELMAVL.
       FD  ESMAVL
                   LABEL RECORD IS STANDARD.
       01  ESMAVL-REC.
           COPY DDS-ALL-FORMAT OF ESMAVL.
       FD  ESAGSNAP
                   LABEL RECORD IS STANDARD.
       01  ESAGSNAP-REC.
           COPY DDS-ALL-FORMAT OF ESAGSNAP.
       FD  ESAGTERM
                   LABEL RECORD IS STANDARD.
       01  ESAGTERM-REC.
           COPY DDS-ALL-FORMAT OF ESAGTERM.
       FD  ESAGTARC
                   LABEL RECORD IS STANDARD.
       01  ESAGTARC-REC.
           COPY DDS-ALL-FORMAT OF ESAGTARC.
       FD  ESMAILQ
                   LABEL RECORD IS STANDARD.
       01  ESMAILQ-REC.
           COPY DDS-ALL-FORMAT OF ESMAILQ.
       FD  ESAGOJRN
                   LABEL RECORD IS STANDARD.
       01  ESAGOJRN-REC.
           COPY DDS-ALL-FORMAT OF ESAGOJRN.
      *---   the ESAGEXTR interface file - see its EXT-DETAIL layout
       FD  ESAGEXTF
                   LABEL RECORD IS STANDARD.
       01  EXT-LINE.
           03 EXT-REC-TYPE              PIC X.
           03 EXT-MHOZ                  PIC 9(2).
           03 EXT-SOCHEN                PIC 9(6).
           03 FILLER                    PIC X(123).
      *---   the order side's customer files - see CUSTMNT/CUSTLINK/
      *---   CARDMNT
       FD  CUSTMSTR
                   LABEL RECORD IS STANDARD.
       01  CUSTMSTR-REC.
           03 CM-CUST-ID                PIC X(10).
           03 CM-DISTRICT               PIC X(5).
           03 CM-CREDIT-LIMIT           PIC 9(9)V99.
           03 CM-TAX-EXEMPT             PIC X.
           03 CM-FREE-FREIGHT           PIC X.
           03 CM-AGENT-MHOZ             PIC 9(2).
           03 CM-AGENT-SOCN             PIC 9(6).
       FD  CUSTXREF
                   LABEL RECORD IS STANDARD.
       01  CUSTXREF-REC.
           03 XR-CUST-ID                PIC X(10).
           03 XR-LK-CUST-ID             PIC 9(9).
           03 XR-LINK-DATE              PIC 9(8).
           03 XR-OPERATOR-ID            PIC X(10).
       FD  CUSTCONT
                   LABEL RECORD IS STANDARD.
       01  CUSTCONT-REC.
           03 CT-LK-CUST-ID             PIC 9(9).
           03 CT-NAME                   PIC X(25).
           03 CT-ADDRESS                PIC X(25).
           03 CT-PHONE                  PIC X(20).
           03 CT-EMAIL                  PIC X(40).
           03 CT-DOB                    PIC 9(8).
           03 CT-CUST-ID                PIC X(10).
           03 CT-CHANGE-DATE            PIC 9(8).
           03 CT-OPERATOR-ID            PIC X(10).
       FD  CUSTCARD
                   LABEL RECORD IS STANDARD.
       01  CUSTCARD-REC.
           03 CC-KEY.
              05 CC-CUST-ID             PIC X(10).
              05 CC-SLOT                PIC 9(2).
           03 CC-CARD-TOKEN             PIC 9(11).
           03 CC-CARD-LAST4             PIC 9(4).
           03 CC-CARD-PREFIX            PIC 9(5).
           03 CC-SUG-SHERUT             PIC 9(3).
           03 CC-CARD-IND               PIC X.
           03 CC-CHECK-DATE             PIC 9(8).
       FD  ESPRIVCY-RPT
                   LABEL RECORD IS STANDARD.
       01  RPT-LINE                    PIC X(132).
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
       01  SW-STATUS-14                PIC XX.
       01  SW-STATUS-15                PIC XX.
       01  WS-TODAY                    PIC 9(8) VALUE 0.
       01  WS-TIME                     PIC 9(8) VALUE 0.
       01  WS-NEXT-REQ                 PIC 9(7) VALUE 0.
       01  WS-ID-NUM                   PIC 9(6) VALUE 0.
      *---   the agent being gathered
       01  WS-AG-MHOZ                  PIC 9(2) VALUE 0.
       01  WS-AG-SOCN                  PIC 9(6) VALUE 0.
       01  WS-AG-TRDT                  PIC 9(8) VALUE 0.
      *---   retention check in/out - see 600-CHECK-RETENTION
       01  WS-RT-FILE                  PIC X(10) VALUE SPACES.
       01  WS-RT-REFDT                 PIC 9(8) VALUE 0.
       01  WS-RT-LIMIT                 PIC 9(8) VALUE 0.
       01  WS-RT-REASON                PIC X(40) VALUE SPACES.
      *---   a keep decided by the caller before the rules are asked
       01  WS-FORCE-REASON             PIC X(40) VALUE SPACES.
       01  WS-SWITCHES.
           03 SW-REG-END               PIC X VALUE '0'.
              88 REG-END                VALUE '1'.
           03 SW-AGT-END               PIC X VALUE '0'.
              88 AGT-END                VALUE '1'.
           03 SW-SUB-END               PIC X VALUE '0'.
              88 SUB-END                VALUE '1'.
           03 SW-ERASE                 PIC X VALUE '0'.
              88 ERASE-MODE             VALUE '1'.
           03 SW-RETAIN                PIC X VALUE '0'.
              88 RETAIN-ROW             VALUE '1'.
           03 SW-AGENT-MATCH           PIC X VALUE '0'.
              88 AGENT-MATCH            VALUE '1'.
           03 SW-NEW-AGENT             PIC X VALUE '0'.
              88 NEW-AGENT              VALUE '1'.
      *---   per request, copied to the register row and PRV-
       01  WS-COUNTERS.
           03 WS-HELD                  PIC 9(5) VALUE 0.
           03 WS-ERASED                PIC 9(5) VALUE 0.
           03 WS-RETAINED              PIC 9(5) VALUE 0.
           03 WS-REQ-DONE              PIC 9(5) VALUE 0.
       01  WS-DATA                     PIC X(100) VALUE SPACES.
       01  RPT-DETAIL.
           03 RPT-FILE                  PIC X(10).
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 RPT-KEY                   PIC X(20).
           03 FILLER                    PIC X(2)  VALUE SPACES.
           03 RPT-TEXT                  PIC X(98).
       01  WS-AG-KEY.
           03 WS-AGK-MHOZ               PIC 9(2).
           03 FILLER                    PIC X     VALUE '/'.
           03 WS-AGK-SOCN               PIC 9(6).
           03 FILLER                    PIC X(11) VALUE SPACES.
      *-----------------------------------------------------------------
       LINKAGE     SECTION.
      *-----------------------------------------------------------------
       01  PRV-CONTROL.
           03 PRV-FUNCTION             PIC X.
      *---   A = access, E = erasure (R only)
           03 PRV-TYPE                 PIC X.
      *---   T = national ID, A = agent number, C = customer ID
           03 PRV-IDTYPE               PIC X.
           03 PRV-IDVAL                PIC X(10).
      *---   the agent number's district - 0 = every district
           03 PRV-MHOZ                 PIC 9(2).
           03 PRV-OPERATOR             PIC X(10).
           03 PRV-REQNO                PIC 9(7).
           03 PRV-STATUS               PIC X.
           03 PRV-HELD                 PIC 9(5).
           03 PRV-ERASED               PIC 9(5).
           03 PRV-RETAINED             PIC 9(5).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PRV-CONTROL.
      *=================================================================
       000-MAIN                SECTION.
      *-----------------------------------------------------------------
       000.
           ACCEPT WS-TODAY FROM DATE.
           ADD 20000000 TO WS-TODAY.
           ACCEPT WS-TIME FROM TIME.
           MOVE '0' TO PRV-STATUS.
           MOVE 0   TO PRV-HELD PRV-ERASED PRV-RETAINED.
           OPEN I-O    ESPRVREG.
           EVALUATE PRV-FUNCTION
              WHEN 'R'
                 PERFORM 100-REGISTER
              WHEN 'P'
                 PERFORM 200-PROCESS
              WHEN 'C'
                 PERFORM 150-CANCEL
              WHEN OTHER
                 MOVE '5' TO PRV-STATUS
           END-EVALUATE.
           CLOSE ESPRVREG.
           GOBACK.
      *-----------------------------------------------------------------
       100-REGISTER             SECTION.
      *-----------------------------------------------------------------
       100.
           IF PRV-TYPE NOT = 'A' AND PRV-TYPE NOT = 'E'
              MOVE '2' TO PRV-STATUS
              GO TO 100-EXIT.
           IF PRV-IDVAL = SPACES
              MOVE '1' TO PRV-STATUS
              GO TO 100-EXIT.
           EVALUATE PRV-IDTYPE
              WHEN 'T'
              WHEN 'C'
                 CONTINUE
              WHEN 'A'
                 IF PRV-IDVAL(1:6) NOT NUMERIC
                    MOVE '1' TO PRV-STATUS
                 END-IF
              WHEN OTHER
                 MOVE '1' TO PRV-STATUS
           END-EVALUATE.
           IF PRV-STATUS NOT = '0'
              GO TO 100-EXIT.
      *---   the register is small - the next number is one past the
      *---   highest on file
           MOVE 0 TO WS-NEXT-REQ.
           MOVE 0 TO PGREQ OF ESPRVREG-REC.
           START ESPRVREG
                 KEY NOT LESS EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY
                    SET REG-END TO TRUE.
           PERFORM UNTIL REG-END
              READ ESPRVREG NEXT
                   AT END
                      SET REG-END TO TRUE
              NOT AT END
                 MOVE PGREQ OF ESPRVREG-REC TO WS-NEXT-REQ
              END-READ
           END-PERFORM.
           ADD 1 TO WS-NEXT-REQ.
           MOVE WS-NEXT-REQ  TO PGREQ  OF ESPRVREG-REC.
           MOVE PRV-TYPE     TO PGTYPE OF ESPRVREG-REC.
           MOVE PRV-IDTYPE   TO PGIDTP OF ESPRVREG-REC.
           MOVE PRV-IDVAL    TO PGIDVL OF ESPRVREG-REC.
           MOVE PRV-MHOZ     TO PGMHOZ OF ESPRVREG-REC.
           MOVE WS-TODAY     TO PGRQDT OF ESPRVREG-REC.
           MOVE WS-TIME      TO PGRQTM OF ESPRVREG-REC.
           MOVE PRV-OPERATOR TO PGOPER OF ESPRVREG-REC.
           MOVE 'O'          TO PGSTAT OF ESPRVREG-REC.
           MOVE 0            TO PGDNDT OF ESPRVREG-REC
                                PGHELD OF ESPRVREG-REC
                                PGERAS OF ESPRVREG-REC
                                PGRETN OF ESPRVREG-REC.
           WRITE ESPRVREG-REC.
           MOVE WS-NEXT-REQ  TO PRV-REQNO.
       100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       150-CANCEL               SECTION.
      *-----------------------------------------------------------------
       150.
           MOVE PRV-REQNO TO PGREQ OF ESPRVREG-REC.
           READ ESPRVREG
                INVALID KEY
                   MOVE '3' TO PRV-STATUS
                   GO TO 150-EXIT.
           IF PGSTAT OF ESPRVREG-REC NOT = 'O'
              MOVE '3' TO PRV-STATUS
              GO TO 150-EXIT.
           MOVE 'X'      TO PGSTAT OF ESPRVREG-REC.
           MOVE WS-TODAY TO PGDNDT OF ESPRVREG-REC.
           REWRITE ESPRVREG-REC.
       150-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       200-PROCESS              SECTION.
      *-----------------------------------------------------------------
       200.
           OPEN INPUT  ESPRVRET
                       CUSTMSTR
                       CUSTXREF.
           OPEN I-O    ELMAVL
                       ESMAVL
                       ESAGSNAP
                       ESAGTERM
                       ESAGTARC
                       ESMAILQ
                       ESAGOJRN
                       CUSTCONT
                       CUSTCARD.
           OPEN OUTPUT ESPRIVCY-RPT.
           MOVE '**  ESPRIVCY - PERSONAL-DATA REQUESTS  **' TO RPT-LINE.
           WRITE RPT-LINE.
           IF PRV-REQNO > 0
              MOVE PRV-REQNO TO PGREQ OF ESPRVREG-REC
              READ ESPRVREG
                   INVALID KEY
                      MOVE '3' TO PRV-STATUS
              END-READ
              IF PRV-STATUS = '0' AND PGSTAT OF ESPRVREG-REC NOT = 'O'
                 MOVE '3' TO PRV-STATUS
              END-IF
              IF PRV-STATUS = '0'
                 PERFORM 300-PROCESS-ONE
              END-IF
              GO TO 200-CLOSE.
      *---   every open request, in request order
           MOVE 0 TO PGREQ OF ESPRVREG-REC.
           START ESPRVREG
                 KEY NOT LESS EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY
                    SET REG-END TO TRUE.
           PERFORM UNTIL REG-END
              READ ESPRVREG NEXT
                   AT END
                      SET REG-END TO TRUE
              NOT AT END
                 IF PGSTAT OF ESPRVREG-REC = 'O'
                    PERFORM 300-PROCESS-ONE
                 END-IF
              END-READ
           END-PERFORM.
       200-CLOSE.
           CLOSE ESPRVRET
                 CUSTMSTR
                 CUSTXREF
                 ELMAVL
                 ESMAVL
                 ESAGSNAP
                 ESAGTERM
                 ESAGTARC
                 ESMAILQ
                 ESAGOJRN
                 CUSTCONT
                 CUSTCARD
                 ESPRIVCY-RPT.
       200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       300-PROCESS-ONE          SECTION.
      *-----------------------------------------------------------------
       300.
           MOVE 0 TO WS-HELD WS-ERASED WS-RETAINED.
           MOVE '0' TO SW-ERASE.
           IF PGTYPE OF ESPRVREG-REC = 'E'
              SET ERASE-MODE TO TRUE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'REQUEST                 : ' DELIMITED SIZE
                  PGREQ  OF ESPRVREG-REC      DELIMITED SIZE
                  '  TYPE '                   DELIMITED SIZE
                  PGTYPE OF ESPRVREG-REC      DELIMITED SIZE
                  '  REGISTERED '             DELIMITED SIZE
                  PGRQDT OF ESPRVREG-REC      DELIMITED SIZE
                  ' BY '                      DELIMITED SIZE
                  PGOPER OF ESPRVREG-REC      DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING 'SUBJECT                 : ' DELIMITED SIZE
                  PGIDTP OF ESPRVREG-REC      DELIMITED SIZE
                  ' '                         DELIMITED SIZE
                  PGIDVL OF ESPRVREG-REC      DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           EVALUATE PGIDTP OF ESPRVREG-REC
              WHEN 'C'
                 PERFORM 500-CUSTOMER
              WHEN OTHER
                 PERFORM 400-AGENT-SEARCH
           END-EVALUATE.
           IF WS-HELD = 0
              MOVE 'NOTHING HELD FOR THIS SUBJECT' TO RPT-LINE
              WRITE RPT-LINE
              MOVE '4' TO PRV-STATUS.
           MOVE SPACES TO RPT-LINE.
           STRING 'ROWS HELD/ERASED/KEPT   : ' DELIMITED SIZE
                  WS-HELD                     DELIMITED SIZE
                  ' / '                       DELIMITED SIZE
                  WS-ERASED                   DELIMITED SIZE
                  ' / '                       DELIMITED SIZE
                  WS-RETAINED                 DELIMITED SIZE
                  INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'D'         TO PGSTAT OF ESPRVREG-REC.
           MOVE WS-TODAY    TO PGDNDT OF ESPRVREG-REC.
           MOVE WS-HELD     TO PGHELD OF ESPRVREG-REC.
           MOVE WS-ERASED   TO PGERAS OF ESPRVREG-REC.
           MOVE WS-RETAINED TO PGRETN OF ESPRVREG-REC.
           REWRITE ESPRVREG-REC.
           ADD WS-HELD     TO PRV-HELD.
           ADD WS-ERASED   TO PRV-ERASED.
           ADD WS-RETAINED TO PRV-RETAINED.
           ADD 1 TO WS-REQ-DONE.
       300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       400-AGENT-SEARCH         SECTION.
      *-----------------------------------------------------------------
       400.
      *---   ELMAVL is keyed by district/agent/line, so neither a
      *---   national ID nor an agent number across districts can be
      *---   read directly - one pass, every matching row gathered
           IF PGIDTP OF ESPRVREG-REC = 'A'
              MOVE PGIDVL OF ESPRVREG-REC(1:6) TO WS-ID-NUM.
           MOVE '0' TO SW-AGT-END.
           MOVE 0 TO WS-AG-MHOZ WS-AG-SOCN.
           MOVE 0 TO M2HVRA OF ELMAVL-REC
                     M2HESH OF ELMAVL-REC
                     M2MTBA OF ELMAVL-REC.
           START ELMAVL
                 KEY NOT LESS EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY
                    SET AGT-END TO TRUE.
           PERFORM UNTIL AGT-END
              READ ELMAVL NEXT
                   AT END
                      SET AGT-END TO TRUE
              NOT AT END
                 MOVE '0' TO SW-AGENT-MATCH
                 IF PGIDTP OF ESPRVREG-REC = 'T'
                    AND M2TZNK OF ELMAVL-REC =
                        PGIDVL OF ESPRVREG-REC(1:9)
                    SET AGENT-MATCH TO TRUE
                 END-IF
                 IF PGIDTP OF ESPRVREG-REC = 'A'
                    AND M2HESH OF ELMAVL-REC = WS-ID-NUM
                    AND (PGMHOZ OF ESPRVREG-REC = 0 OR
                         PGMHOZ OF ESPRVREG-REC = M2HVRA OF ELMAVL-REC)
                    SET AGENT-MATCH TO TRUE
                 END-IF
                 IF AGENT-MATCH
                    PERFORM 410-AGENT-ROWS
                 END-IF
              END-READ
           END-PERFORM.
       400-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       410-AGENT-ROWS           SECTION.
      *-----------------------------------------------------------------
       410.
      *---   the ELMAVL row in hand, then - once per agent, the
      *---   lines of one agent being adjacent - everything else held
      *---   under the same district/agent. The agent's own rows
      *---   follow the termination date; an agent still active keeps
      *---   them all.
           IF M2HVRA OF ELMAVL-REC = WS-AG-MHOZ AND
              M2HESH OF ELMAVL-REC = WS-AG-SOCN
              MOVE '0' TO SW-NEW-AGENT
           ELSE
              SET NEW-AGENT TO TRUE.
           MOVE M2HVRA OF ELMAVL-REC TO WS-AG-MHOZ WS-AGK-MHOZ.
           MOVE M2HESH OF ELMAVL-REC TO WS-AG-SOCN WS-AGK-SOCN.
           IF NEW-AGENT
              PERFORM 415-TERMINATION.
      *---   ELMAVL
           MOVE SPACES TO WS-DATA.
           STRING 'NAME='  DELIMITED SIZE
                  M2LAK  OF ELMAVL-REC DELIMITED SIZE
                  ' ID='   DELIMITED SIZE
                  M2TZNK OF ELMAVL-REC DELIMITED SIZE
                  ' ADDR=' DELIMITED SIZE
                  M2ADDR OF ELMAVL-REC DELIMITED SIZE
                  ' TEL='  DELIMITED SIZE
                  M2TELP OF ELMAVL-REC DELIMITED SIZE
                  INTO WS-DATA.
           MOVE 'ELMAVL    ' TO RPT-FILE WS-RT-FILE.
           MOVE WS-AG-KEY    TO RPT-KEY.
           MOVE WS-AG-TRDT   TO WS-RT-REFDT.
           PERFORM 412-ACTIVE-KEEP.
           PERFORM 700-DISPOSE.
           IF ERASE-MODE AND NOT RETAIN-ROW
              MOVE 'ERASED' TO M2LAK  OF ELMAVL-REC
              MOVE SPACES   TO M2ADDR OF ELMAVL-REC
              MOVE 0        TO M2TZNK OF ELMAVL-REC
                               M2TELP OF ELMAVL-REC
              REWRITE ELMAVL-REC
           END-IF.
           IF NOT NEW-AGENT
              GO TO 410-EXIT.
           PERFORM 420-ESMAVL.
           PERFORM 430-ESAGSNAP.
           PERFORM 440-ESAGTERM.
           PERFORM 450-ESAGTARC.
           PERFORM 460-ESMAILQ.
           PERFORM 470-ESAGOJRN.
           PERFORM 480-ESAGEXTF.
       410-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       412-ACTIVE-KEEP          SECTION.
      *-----------------------------------------------------------------
       412.
           MOVE SPACES TO WS-FORCE-REASON.
           IF M2STCR OF ELMAVL-REC = 0
              MOVE 'ACTIVE AGENT - TERMINATE THROUGH ESAGTRMN'
                   TO WS-FORCE-REASON.
       412-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       415-TERMINATION          SECTION.
      *-----------------------------------------------------------------
       415.
           MOVE 0 TO WS-AG-TRDT.
           MOVE WS-AG-MHOZ TO TRMHOZ OF ESAGTERM-REC.
           MOVE WS-AG-SOCN TO TRSOCN OF ESAGTERM-REC.
           READ ESAGTERM
                INVALID KEY
                   MOVE SPACE TO TRSTAT OF ESAGTERM-REC.
           IF TRSTAT OF ESAGTERM-REC = 'P' OR
              TRSTAT OF ESAGTERM-REC = 'A'
              MOVE TREFDT OF ESAGTERM-REC TO WS-AG-TRDT.
       415-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       420-ESMAVL               SECTION.
      *-----------------------------------------------------------------
       420.
           MOVE '0' TO SW-SUB-END.
           MOVE WS-AG-MHOZ TO MSMHOZ OF ESMAVL-REC.
           MOVE WS-AG-SOCN TO MSACC1 OF ESMAVL-REC.
           MOVE 0          TO MSMTBA OF ESMAVL-REC.
           START ESMAVL
                 KEY NOT LESS EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY
                    SET SUB-END TO TRUE.
           PERFORM UNTIL SUB-END
              READ ESMAVL NEXT
                   AT END
                      SET SUB-END TO TRUE
              NOT AT END
                 IF MSMHOZ OF ESMAVL-REC NOT = WS-AG-MHOZ OR
                    MSACC1 OF ESMAVL-REC NOT = WS-AG-SOCN
                    SET SUB-END TO TRUE
                 ELSE
                    MOVE SPACES TO WS-DATA
                    STRING 'EMAIL=' DELIMITED SIZE
                           MSMAIL1 OF ESMAVL-REC DELIMITED SIZE
                           INTO WS-DATA
                    MOVE 'ESMAVL    ' TO RPT-FILE WS-RT-FILE
                    MOVE WS-AG-KEY    TO RPT-KEY
                    MOVE WS-AG-TRDT   TO WS-RT-REFDT
                    PERFORM 700-DISPOSE
                    IF ERASE-MODE AND NOT RETAIN-ROW
                       MOVE SPACES TO MSMAIL1 OF ESMAVL-REC
                       REWRITE ESMAVL-REC
                    END-IF
                 END-IF
              END-READ
           END-PERFORM.
       420-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       430-ESAGSNAP             SECTION.
      *-----------------------------------------------------------------
       430.
           MOVE WS-AG-MHOZ TO AGMHOZ OF ESAGSNAP-REC.
           MOVE WS-AG-SOCN TO AGSOCN OF ESAGSNAP-REC.
           READ ESAGSNAP
                INVALID KEY
                   GO TO 430-EXIT.
           MOVE SPACES TO WS-DATA.
           STRING 'NAME='   DELIMITED SIZE
                  AGNAME OF ESAGSNAP-REC DELIMITED SIZE
                  ' ID='    DELIMITED SIZE
                  AGTZ   OF ESAGSNAP-REC DELIMITED SIZE
                  ' EMAIL=' DELIMITED SIZE
                  AGMAIL OF ESAGSNAP-REC DELIMITED SIZE
                  INTO WS-DATA.
           MOVE 'ESAGSNAP  ' TO RPT-FILE WS-RT-FILE.
           MOVE WS-AG-KEY    TO RPT-KEY.
           MOVE WS-AG-TRDT   TO WS-RT-REFDT.
           PERFORM 700-DISPOSE.
           IF ERASE-MODE AND NOT RETAIN-ROW
              MOVE 'ERASED' TO AGNAME OF ESAGSNAP-REC
              MOVE 0        TO AGTZ   OF ESAGSNAP-REC
                               AGTEL  OF ESAGSNAP-REC
              MOVE SPACES   TO AGADDR OF ESAGSNAP-REC
                               AGMAIL OF ESAGSNAP-REC
              REWRITE ESAGSNAP-REC
           END-IF.
       430-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       440-ESAGTERM             SECTION.
      *-----------------------------------------------------------------
       440.
           IF TRSTAT OF ESAGTERM-REC = SPACE
              GO TO 440-EXIT.
           MOVE SPACES TO WS-DATA.
           STRING 'EFFECTIVE=' DELIMITED SIZE
                  TREFDT OF ESAGTERM-REC DELIMITED SIZE
                  ' NOTE='     DELIMITED SIZE
                  TRNOTE OF ESAGTERM-REC DELIMITED SIZE
                  INTO WS-DATA.
           MOVE 'ESAGTERM  ' TO RPT-FILE WS-RT-FILE.
           MOVE WS-AG-KEY    TO RPT-KEY.
           MOVE WS-AG-TRDT   TO WS-RT-REFDT.
           PERFORM 700-DISPOSE.
           IF ERASE-MODE AND NOT RETAIN-ROW
              MOVE SPACES TO TRNOTE OF ESAGTERM-REC
              REWRITE ESAGTERM-REC
           END-IF.
       440-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       450-ESAGTARC             SECTION.
      *-----------------------------------------------------------------
       450.
           MOVE '0' TO SW-SUB-END.
           MOVE WS-AG-MHOZ TO AAMHOZ OF ESAGTARC-REC.
           MOVE WS-AG-SOCN TO AASOCN OF ESAGTARC-REC.
           MOVE 0          TO AADATE OF ESAGTARC-REC
                              AATIME OF ESAGTARC-REC
                              AASEQ  OF ESAGTARC-REC.
           START ESAGTARC
                 KEY NOT LESS EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY
                    SET SUB-END TO TRUE.
           PERFORM UNTIL SUB-END
              READ ESAGTARC NEXT
                   AT END
                      SET SUB-END TO TRUE
              NOT AT END
                 IF AAMHOZ OF ESAGTARC-REC NOT = WS-AG-MHOZ OR
                    AASOCN OF ESAGTARC-REC NOT = WS-AG-SOCN
                    SET SUB-END TO TRUE
                 ELSE
                    MOVE SPACES TO WS-DATA
                    STRING AADATE OF ESAGTARC-REC DELIMITED SIZE
                           ' '                    DELIMITED SIZE
                           AAFILE OF ESAGTARC-REC DELIMITED SIZE
                           ' '                    DELIMITED SIZE
                           AADATA OF ESAGTARC-REC DELIMITED SIZE
                           INTO WS-DATA
                    MOVE 'ESAGTARC  ' TO RPT-FILE WS-RT-FILE
                    MOVE WS-AG-KEY    TO RPT-KEY
                    MOVE AADATE OF ESAGTARC-REC TO WS-RT-REFDT
                    PERFORM 700-DISPOSE
                    IF ERASE-MODE AND NOT RETAIN-ROW
                       MOVE 'ERASED' TO AADATA OF ESAGTARC-REC
                       REWRITE ESAGTARC-REC
                    END-IF
                 END-IF
              END-READ
           END-PERFORM.
       450-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       460-ESMAILQ              SECTION.
      *-----------------------------------------------------------------
       460.
      *---   the notice queue is keyed by date - a full pass
           MOVE '0' TO SW-SUB-END.
           MOVE 0 TO MQDATE OF ESMAILQ-REC
                     MQSEQ  OF ESMAILQ-REC.
           START ESMAILQ
                 KEY NOT LESS EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY
                    SET SUB-END TO TRUE.
           PERFORM UNTIL SUB-END
              READ ESMAILQ NEXT
                   AT END
                      SET SUB-END TO TRUE
              NOT AT END
                 IF MQMHOZ OF ESMAILQ-REC = WS-AG-MHOZ AND
                    MQSOCN OF ESMAILQ-REC = WS-AG-SOCN
                    MOVE SPACES TO WS-DATA
                    STRING MQDATE OF ESMAILQ-REC DELIMITED SIZE
                           ' TO='   DELIMITED SIZE
                           MQMAIL OF ESMAILQ-REC DELIMITED SIZE
                           ' NAME=' DELIMITED SIZE
                           MQNAME OF ESMAILQ-REC DELIMITED SIZE
                           INTO WS-DATA
                    MOVE 'ESMAILQ   ' TO RPT-FILE WS-RT-FILE
                    MOVE WS-AG-KEY    TO RPT-KEY
                    MOVE MQDATE OF ESMAILQ-REC TO WS-RT-REFDT
                    PERFORM 700-DISPOSE
                    IF ERASE-MODE AND NOT RETAIN-ROW
                       MOVE SPACES   TO MQMAIL OF ESMAILQ-REC
                       MOVE 'ERASED' TO MQNAME OF ESMAILQ-REC
                       REWRITE ESMAILQ-REC
                    END-IF
                 END-IF
              END-READ
           END-PERFORM.
       460-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       470-ESAGOJRN             SECTION.
      *-----------------------------------------------------------------
       470.
           MOVE '0' TO SW-SUB-END.
           MOVE 0 TO OJDATE OF ESAGOJRN-REC
                     OJSEQ  OF ESAGOJRN-REC.
           START ESAGOJRN
                 KEY NOT LESS EXTERNALLY-DESCRIBED-KEY
                 INVALID KEY
                    SET SUB-END TO TRUE.
           PERFORM UNTIL SUB-END
              READ ESAGOJRN NEXT
                   AT END
                      SET SUB-END TO TRUE
              NOT AT END
                 IF OJMHOZ OF ESAGOJRN-REC = WS-AG-MHOZ AND
                    OJSOCN OF ESAGOJRN-REC = WS-AG-SOCN
                    MOVE SPACES TO WS-DATA
                    STRING OJDATE  OF ESAGOJRN-REC DELIMITED SIZE
                           ' '                     DELIMITED SIZE
                           OJFILE  OF ESAGOJRN-REC DELIMITED SIZE
                           ' '                     DELIMITED SIZE
                           OJIMAGE OF ESAGOJRN-REC DELIMITED SIZE
                           INTO WS-DATA
                    MOVE 'ESAGOJRN  ' TO RPT-FILE WS-RT-FILE
                    MOVE WS-AG-KEY    TO RPT-KEY
                    MOVE OJDATE OF ESAGOJRN-REC TO WS-RT-REFDT
                    PERFORM 700-DISPOSE
                    IF ERASE-MODE AND NOT RETAIN-ROW
                       MOVE 'ERASED' TO OJIMAGE OF ESAGOJRN-REC
                       REWRITE ESAGOJRN-REC
                    END-IF
                 END-IF
              END-READ
           END-PERFORM.
       470-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       480-ESAGEXTF             SECTION.
      *-----------------------------------------------------------------
       480.
      *---   the last extract sent downstream - listed, not edited:
      *---   the next ESAGEXTR run rebuilds it from the rows above
           MOVE '0' TO SW-SUB-END.
           OPEN INPUT ESAGEXTF.
           IF SW-STATUS-10 NOT = '00'
              GO TO 480-EXIT.
           PERFORM UNTIL SUB-END
              READ ESAGEXTF
                   AT END
                      SET SUB-END TO TRUE
              NOT AT END
                 IF EXT-REC-TYPE = 'D' AND
                    EXT-MHOZ     = WS-AG-MHOZ AND
                    EXT-SOCHEN   = WS-AG-SOCN
                    ADD 1 TO WS-HELD
                    MOVE 'ESAGEXTF  ' TO RPT-FILE
                    MOVE WS-AG-KEY    TO RPT-KEY
                    IF ERASE-MODE
                       MOVE 'LAST EXTRACT - CLEARS ON NEXT ESAGEXTR RUN'
                            TO RPT-TEXT
                    ELSE
                       MOVE EXT-LINE(10:98) TO RPT-TEXT
                    END-IF
                    MOVE RPT-DETAIL TO RPT-LINE
                    WRITE RPT-LINE
                 END-IF
              END-READ
           END-PERFORM.
           CLOSE ESAGEXTF.
       480-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       500-CUSTOMER             SECTION.
      *-----------------------------------------------------------------
       500.
      *---   CUSTMSTR itself holds no personal field - listed so the
      *---   report shows the customer exists, never erased
           MOVE PGIDVL OF ESPRVREG-REC TO CM-CUST-ID.
           READ CUSTMSTR
                INVALID KEY
                   GO TO 510.
           MOVE SPACES TO WS-DATA.
           STRING 'DISTRICT=' DELIMITED SIZE
                  CM-DISTRICT DELIMITED SIZE
                  INTO WS-DATA.
           MOVE 'CUSTMSTR  '   TO RPT-FILE WS-RT-FILE.
           MOVE CM-CUST-ID     TO RPT-KEY.
           MOVE 0              TO WS-RT-REFDT.
           MOVE 'CUSTOMER MASTER - NO PERSONAL FIELDS'
                TO WS-FORCE-REASON.
           PERFORM 700-DISPOSE.
       510.
      *---   the LK-CUSTOMER contact, through the cross-reference
           MOVE SPACES TO WS-FORCE-REASON.
           MOVE PGIDVL OF ESPRVREG-REC TO XR-CUST-ID.
           READ CUSTXREF
                INVALID KEY
                   GO TO 520.
           MOVE XR-LK-CUST-ID TO CT-LK-CUST-ID.
           READ CUSTCONT
                INVALID KEY
                   GO TO 520.
           MOVE SPACES TO WS-DATA.
           STRING 'NAME='   DELIMITED SIZE
                  CT-NAME     DELIMITED SIZE
                  ' ADDR='  DELIMITED SIZE
                  CT-ADDRESS  DELIMITED SIZE
                  ' TEL='   DELIMITED SIZE
                  CT-PHONE    DELIMITED SIZE
                  ' EMAIL=' DELIMITED SIZE
                  CT-EMAIL    DELIMITED SIZE
                  ' DOB='   DELIMITED SIZE
                  CT-DOB      DELIMITED SIZE
                  INTO WS-DATA.
           MOVE 'CUSTCONT  '   TO RPT-FILE WS-RT-FILE.
           MOVE SPACES         TO RPT-KEY.
           MOVE CT-LK-CUST-ID  TO RPT-KEY(1:9).
           MOVE CT-CHANGE-DATE TO WS-RT-REFDT.
           PERFORM 700-DISPOSE.
           IF ERASE-MODE AND NOT RETAIN-ROW
              MOVE 'ERASED' TO CT-NAME
              MOVE SPACES   TO CT-ADDRESS
                               CT-PHONE
                               CT-EMAIL
              MOVE 0        TO CT-DOB
              MOVE WS-TODAY TO CT-CHANGE-DATE
              MOVE PRV-OPERATOR TO CT-OPERATOR-ID
              REWRITE CUSTCONT-REC
           END-IF.
       520.
      *---   cards on file - a card is nothing but its token, so an
      *---   erased card row is deleted outright
           MOVE SPACES TO WS-FORCE-REASON.
           MOVE '0' TO SW-SUB-END.
           MOVE PGIDVL OF ESPRVREG-REC TO CC-CUST-ID.
           MOVE 0                      TO CC-SLOT.
           START CUSTCARD
                 KEY NOT LESS CC-KEY
                 INVALID KEY
                    SET SUB-END TO TRUE.
           PERFORM UNTIL SUB-END
              READ CUSTCARD NEXT
                   AT END
                      SET SUB-END TO TRUE
              NOT AT END
                 IF CC-CUST-ID NOT = PGIDVL OF ESPRVREG-REC
                    SET SUB-END TO TRUE
                 ELSE
                    MOVE SPACES TO WS-DATA
                    STRING 'SLOT='   DELIMITED SIZE
                           CC-SLOT        DELIMITED SIZE
                           ' TOKEN=' DELIMITED SIZE
                           CC-CARD-TOKEN  DELIMITED SIZE
                           ' LAST4=' DELIMITED SIZE
                           CC-CARD-LAST4  DELIMITED SIZE
                           INTO WS-DATA
                    MOVE 'CUSTCARD  '  TO RPT-FILE WS-RT-FILE
                    MOVE CC-KEY        TO RPT-KEY
                    MOVE CC-CHECK-DATE TO WS-RT-REFDT
                    PERFORM 700-DISPOSE
                    IF ERASE-MODE AND NOT RETAIN-ROW
                       DELETE CUSTCARD
                    END-IF
                 END-IF
              END-READ
           END-PERFORM.
       500-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       600-CHECK-RETENTION      SECTION.
      *-----------------------------------------------------------------
       600.
      *---   in: WS-RT-FILE, WS-RT-REFDT (the row's own date), and
      *---   WS-FORCE-REASON when the caller already knows the row
      *---   stays. Out: RETAIN-ROW and WS-RT-REASON.
           MOVE '0'    TO SW-RETAIN.
           MOVE SPACES TO WS-RT-REASON.
           IF WS-FORCE-REASON NOT = SPACES
              SET RETAIN-ROW TO TRUE
              MOVE WS-FORCE-REASON TO WS-RT-REASON
              GO TO 600-EXIT.
           MOVE WS-RT-FILE TO RTFILE OF ESPRVRET-REC.
           READ ESPRVRET
                INVALID KEY
                   SET RETAIN-ROW TO TRUE
                   MOVE 'NO RETENTION RULE ON ESPRVRET' TO WS-RT-REASON
                   GO TO 600-EXIT.
           IF RTKEEP OF ESPRVRET-REC = 'Y'
              SET RETAIN-ROW TO TRUE
              MOVE RTRSN OF ESPRVRET-REC TO WS-RT-REASON
              GO TO 600-EXIT.
           IF RTYRS OF ESPRVRET-REC = 0
              GO TO 600-EXIT.
      *---   no date to count the years from - keep the row
           IF WS-RT-REFDT = 0
              SET RETAIN-ROW TO TRUE
              MOVE 'RETENTION START DATE UNKNOWN' TO WS-RT-REASON
              GO TO 600-EXIT.
           COMPUTE WS-RT-LIMIT = WS-RT-REFDT +
                                 RTYRS OF ESPRVRET-REC * 10000.
           IF WS-RT-LIMIT > WS-TODAY
              SET RETAIN-ROW TO TRUE
              MOVE RTRSN OF ESPRVRET-REC TO WS-RT-REASON.
       600-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       700-DISPOSE              SECTION.
      *-----------------------------------------------------------------
       700.
      *---   one row found: an access request prints its data; an
      *---   erasure request decides and prints the outcome only
           ADD 1 TO WS-HELD.
           MOVE '0' TO SW-RETAIN.
           IF NOT ERASE-MODE
              MOVE WS-DATA TO RPT-TEXT
              GO TO 700-PRINT.
           PERFORM 600-CHECK-RETENTION.
           IF RETAIN-ROW
              ADD 1 TO WS-RETAINED
              MOVE SPACES TO RPT-TEXT
              STRING 'RETAINED - ' DELIMITED SIZE
                     WS-RT-REASON  DELIMITED SIZE
                     INTO RPT-TEXT
           ELSE
              ADD 1 TO WS-ERASED
              MOVE 'ERASED' TO RPT-TEXT
           END-IF.
       700-PRINT.
           MOVE RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
       700-EXIT.
           EXIT.
