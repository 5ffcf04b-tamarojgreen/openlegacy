                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   FILE STATUS       IS SW-STATUS-5.
      *---   the ESAGTRMN termination register - an agent whose
      *---   termination is effective is not fed downstream, even
      *---   before the nightly apply has flipped M2STCR
           SELECT  ESAGTERM          ASSIGN TO DATABASE-ESAGTERM
                   ORGANIZATION      IS INDEXED
                   ACCESS MODE       IS DYNAMIC
                   RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
                   FILE STATUS       IS SW-STATUS-6.
           SELECT  ESAGEXTF          ASSIGN TO DATABASE-ESAGEXTF
                   ORGANIZATION      IS LINE SEQUENTIAL
                   FILE STATUS       IS SW-STATUS-4.
                   LABEL RECORD IS STANDARD.
       01  ESAGSNAP-REC.
           COPY DDS-ALL-FORMAT OF ESAGSNAP.
       FD  ESAGTERM
                   LABEL RECORD IS STANDARD.
       01  ESAGTERM-REC.
           COPY DDS-ALL-FORMAT OF ESAGTERM.
       FD  ESAGEXTF
                   LABEL RECORD IS STANDARD.
       01  EXT-LINE                    PIC X(132).
       01  SW-STATUS-3                 PIC XX.
       01  SW-STATUS-4                 PIC XX.
       01  SW-STATUS-5                 PIC XX.
       01  SW-STATUS-6                 PIC XX.
       01  WS-RUN-DATE                 PIC 9(8) VALUE 0.
       01  WS-SWITCHES.
           03 SW-MAVL-END              PIC X VALUE '0'.
              88 DELTA-MODE             VALUE '1'.
           03 SW-AGT-GONE              PIC X VALUE '0'.
              88 AGENT-GONE             VALUE '1'.
           03 SW-TERMINATED            PIC X VALUE '0'.
              88 AGENT-TERMINATED       VALUE '1'.
       01  WS-COUNTERS.
           03 WS-DETAIL-CNT            PIC 9(7) VALUE 0.
      *---   the agent's current image, built once per agent and
              SET DELTA-MODE TO TRUE.
           OPEN INPUT  ELMAVL
                       ESMAVL
                       ESLICSUM
                       ESAGTERM.
           OPEN I-O    ESAGSNAP.
           OPEN OUTPUT ESAGEXTF.
           MOVE WS-RUN-DATE TO EXT-H-DATE.
           CLOSE ELMAVL
                 ESMAVL
                 ESLICSUM
                 ESAGTERM
                 ESAGSNAP
                 ESAGEXTF.
           GOBACK.
              NOT AT END
                 IF M2MTBA OF ELMAVL-REC = 1 AND
                    M2STCR OF ELMAVL-REC = 0
                    MOVE M2HVRA OF ELMAVL-REC TO TRMHOZ OF ESAGTERM-REC
                    MOVE M2HESH OF ELMAVL-REC TO TRSOCN OF ESAGTERM-REC
                    PERFORM 105-CHECK-TERMINATED
                    IF NOT AGENT-TERMINATED
                       PERFORM 110-HANDLE-AGENT
                    END-IF
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
                      TREFDT OF ESAGTERM-REC NOT > WS-RUN-DATE
                      SET AGENT-TERMINATED TO TRUE
                   END-IF
           END-READ.
       105-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       110-HANDLE-AGENT        SECTION.
      *-----------------------------------------------------------------
                      SET AGENT-GONE TO TRUE
                   END-IF
           END-READ.
           IF NOT AGENT-GONE
              MOVE AGMHOZ OF ESAGSNAP-REC TO TRMHOZ OF ESAGTERM-REC
              MOVE AGSOCN OF ESAGSNAP-REC TO TRSOCN OF ESAGTERM-REC
              PERFORM 105-CHECK-TERMINATED
              IF AGENT-TERMINATED
                 SET AGENT-GONE TO TRUE
              END-IF
           END-IF.
           IF NOT AGENT-GONE
              GO TO 210-EXIT.
           MOVE AGMHOZ OF ESAGSNAP-REC TO EXT-D-MHOZ.
