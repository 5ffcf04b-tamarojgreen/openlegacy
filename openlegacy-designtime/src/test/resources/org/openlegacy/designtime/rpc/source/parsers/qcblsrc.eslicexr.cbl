                   ACCESS MODE  IS     DYNAMIC
                   RECORD KEY   IS     EXTERNALLY-DESCRIBED-KEY
                   FILE STATUS  IS     SW-STATUS.
      *---   the ESAGTRMN termination register - an agent whose
      *---   termination is effective drops out of the run
           SELECT  ESAGTERM          ASSIGN TO DATABASE-ESAGTERM
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   FILE STATUS       IS SW-STATUS-T.
           SELECT  ESLICEXR-RPT     ASSIGN TO PRINTER-ESLICEXP
                   ORGANIZATION      IS LINE SEQUENTIAL
                   FILE STATUS       IS SW-STATUS-RPT.
            LABEL RECORD IS STANDARD.
       01   RSOCEN-REC.
            COPY DDS-ALL-FORMAT OF HHLLC001.
       FD   ESAGTERM
            LABEL RECORD IS STANDARD.
       01   ESAGTERM-REC.
            COPY DDS-ALL-FORMAT OF ESAGTERM.
       FD  ESLICEXR-RPT
                   LABEL RECORD IS STANDARD.
       01  RPT-LINE                    PIC X(80).
       01  WS-RR-TIME                  PIC 9(8) VALUE 0.
       01  SW-STATUS                   PIC XX.
       01  SW-STATUS-RPT                PIC XX.
       01  SW-STATUS-T                 PIC XX.
       01  WS-TODAY-CCYYMMDD           PIC 9(8) VALUE 0.
       01  WS-TODAY-INT                PIC 9(9) VALUE 0.
       01  WS-EXPIR-INT                PIC 9(9) VALUE 0.
       01  WS-SWITCHES.
           03 SW-RSOC-END              PIC X VALUE '0'.
              88 RSOC-END               VALUE '1'.
           03 SW-TERMINATED            PIC X VALUE '0'.
              88 AGENT-TERMINATED       VALUE '1'.
       01  WS-COUNTERS.
           03 WS-ROWS-READ             PIC 9(7) VALUE 0.
           03 WS-ROWS-REPORTED         PIC 9(7) VALUE 0.
           03 WS-ROWS-TERMINATED       PIC 9(7) VALUE 0.
       01  RPT-DETAIL.
           03 RPT-MHOZ                  PIC 9(2).
           03 FILLER                    PIC X(2)  VALUE SPACES.
           ADD 20000000 TO WS-TODAY-CCYYMMDD.
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD).
           OPEN INPUT  RSOCENF
                       ESAGTERM.
           OPEN OUTPUT ESLICEXR-RPT.
           MOVE 'O' TO RW-FUNC.
           CALL 'ESRPTWRT' USING RW-PARAM.
                      SET RSOC-END TO TRUE
              NOT AT END
                 ADD 1 TO WS-ROWS-READ
                 MOVE LCMHOZ OF RSOCEN-REC TO TRMHOZ OF ESAGTERM-REC
                 MOVE LCSOCN OF RSOCEN-REC TO TRSOCN OF ESAGTERM-REC
                 PERFORM 105-CHECK-TERMINATED
                 IF AGENT-TERMINATED
                    ADD 1 TO WS-ROWS-TERMINATED
                 ELSE
                    PERFORM 110-CHECK-LOOKAHEAD
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
                      TREFDT OF ESAGTERM-REC NOT > WS-TODAY-CCYYMMDD
                      SET AGENT-TERMINATED TO TRUE
                   END-IF
           END-READ.
       105-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       110-CHECK-LOOKAHEAD     SECTION.
      *-----------------------------------------------------------------
                  WS-ROWS-REPORTED            DELIMITED SIZE
                  INTO RPT-LINE.
           PERFORM 005-PUT-LINE.
           STRING 'TERMINATED - LEFT OUT   : ' DELIMITED SIZE
                  WS-ROWS-TERMINATED          DELIMITED SIZE
                  INTO RPT-LINE.
           PERFORM 005-PUT-LINE.
       900-EXIT.
           EXIT.
      *-----------------------------------------------------------------
           MOVE 'C' TO RW-FUNC.
           CALL 'ESRPTWRT' USING RW-PARAM.
           CLOSE RSOCENF
                 ESAGTERM
                 ESLICEXR-RPT.
       990-EXIT.
           EXIT.
