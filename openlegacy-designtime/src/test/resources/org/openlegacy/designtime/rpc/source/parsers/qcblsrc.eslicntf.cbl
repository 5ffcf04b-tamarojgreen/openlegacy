      *         licence notifies afresh. Expired licences knock agents
      *         out of every clerk's list via 535-CHECK-R; prevention
      *         is worth real money.
      *         The regulator also will not renew without the licence
      *         type's continuing-education hours, so each notice
      *         carries the hours the agent still needs in the cycle
      *         (MQCEHRS, from ESCEHRS over the ESCECRED credits; 0 when
      *         met or when the type has no ESCEREQ requirement).
      *=================================================================
       ENVIRONMENT DIVISION.
      *=================================================================
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   FILE STATUS       IS SW-STATUS-6.
      *---   the ESAGTRMN termination register - an agent whose
      *---   termination is effective drops out of the run
           SELECT  ESAGTERM          ASSIGN TO DATABASE-ESAGTERM
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   FILE STATUS       IS SW-STATUS-7.
      *=================================================================
       DATA DIVISION.
      *=================================================================
            LABEL RECORD IS STANDARD.
       01   ESBIZCAL-REC.
            COPY DDS-ALL-FORMAT OF ESBIZCAL.
       FD   ESAGTERM
            LABEL RECORD IS STANDARD.
       01   ESAGTERM-REC.
            COPY DDS-ALL-FORMAT OF ESAGTERM.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  SW-STATUS-4                 PIC XX.
       01  SW-STATUS-5                 PIC XX.
       01  SW-STATUS-6                 PIC XX.
       01  SW-STATUS-7                 PIC XX.
       01  WS-TODAY                    PIC 9(8) VALUE 0.
       01  WS-TODAY-INT                PIC 9(9) VALUE 0.
       01  WS-EXPIR-INT                PIC 9(9) VALUE 0.
              88 RSOC-END               VALUE '1'.
           03 SW-MQ-DONE               PIC X VALUE '0'.
              88 MQ-DONE                VALUE '1'.
           03 SW-TERMINATED            PIC X VALUE '0'.
              88 AGENT-TERMINATED       VALUE '1'.
       01  WS-COUNTERS.
           03 WS-ROWS-READ             PIC 9(7) VALUE 0.
           03 WS-NOTIFIED              PIC 9(7) VALUE 0.
           03 WS-ALREADY-SENT          PIC 9(7) VALUE 0.
           03 WS-NO-MAIL               PIC 9(7) VALUE 0.
           03 WS-TERMINATED            PIC 9(7) VALUE 0.
           03 WS-CE-SHORT              PIC 9(7) VALUE 0.
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
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *=================================================================
           OPEN INPUT RSOCENF
                      ESMAVL
                      ELMAVL
                      ESBIZCAL
                      ESAGTERM.
           OPEN I-O   ESNTFHST
                      ESMAILQ.
           PERFORM 100-SCAN-RSOCENF.
           MOVE 'E' TO CEH-FUNC.
           CALL 'ESCEHRS' USING CEH-PARAM.
           DISPLAY 'ESLICNTF ROWS READ ' WS-ROWS-READ
                   ' NOTIFIED ' WS-NOTIFIED
                   ' ALREADY SENT ' WS-ALREADY-SENT
                   ' NO MAIL ' WS-NO-MAIL
                   ' TERMINATED ' WS-TERMINATED
                   ' CE SHORT ' WS-CE-SHORT.
           CLOSE RSOCENF
                 ESMAVL
                 ELMAVL
                 ESBIZCAL
                 ESAGTERM
                 ESNTFHST
                 ESMAILQ.
           GOBACK.
                      SET RSOC-END TO TRUE
              NOT AT END
                 ADD 1 TO WS-ROWS-READ
                 MOVE LCMHOZ OF RSOCEN-REC TO TRMHOZ OF ESAGTERM-REC
                 MOVE LCSOCN OF RSOCEN-REC TO TRSOCN OF ESAGTERM-REC
                 PERFORM 105-CHECK-TERMINATED
                 IF AGENT-TERMINATED
                    ADD 1 TO WS-TERMINATED
                 ELSE
                    PERFORM 110-CHECK-WINDOW
                 END-IF
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
           MOVE LCSUGR OF RSOCEN-REC   TO MQSUGR  OF ESMAILQ-REC.
           MOVE LCTOKF OF RSOCEN-REC   TO MQTOKF  OF ESMAILQ-REC.
           MOVE WS-TIER                TO MQTIER  OF ESMAILQ-REC.
      *---   CE hours still needed for the renewal in the current cycle
           MOVE 'C'                    TO CEH-FUNC.
           MOVE LCMHOZ OF RSOCEN-REC   TO CEH-MHOZ.
           MOVE LCSOCN OF RSOCEN-REC   TO CEH-SOCN.
           MOVE LCSUGR OF RSOCEN-REC   TO CEH-SUGR.
           MOVE LCTOKF OF RSOCEN-REC   TO CEH-TOKF.
           CALL 'ESCEHRS' USING CEH-PARAM.
           MOVE 0 TO MQCEHRS OF ESMAILQ-REC.
           IF CEH-STATUS = '0' AND CEH-SHORT > 0
              MOVE CEH-SHORT TO MQCEHRS OF ESMAILQ-REC
              ADD 1 TO WS-CE-SHORT.
      *---   queued pending for the ESMAILDS dispatcher - it owns the
      *---   sent/failed/retry lifecycle of the row from here on
           MOVE '0' TO MQSTAT  OF ESMAILQ-REC.
