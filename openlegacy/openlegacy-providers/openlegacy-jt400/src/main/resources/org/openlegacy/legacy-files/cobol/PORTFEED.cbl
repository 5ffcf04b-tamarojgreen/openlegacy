1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. PORTFEED.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT RUNREG ASSIGN TO DATABASE-ESRUNREG
1.06 261015                ORGANIZATION IS LINE SEQUENTIAL
1.07 261015                FILE STATUS IS WS-RR-STATUS.
1.08 261015            SELECT ORDLDONE ASSIGN TO DATABASE-ORDLDONE
1.09 261015                ORGANIZATION IS INDEXED
1.10 261015                ACCESS MODE IS DYNAMIC
1.11 261015                RECORD KEY IS LD-PORTAL-REF
1.12 261015                FILE STATUS IS WS-DON-STATUS.
1.13 261015            SELECT LOADERR ASSIGN TO DATABASE-ORDLOADE
1.14 261015                ORGANIZATION IS LINE SEQUENTIAL
1.15 261015                FILE STATUS IS WS-ERR-STATUS.
1.16 261015            SELECT ORDDTL ASSIGN TO DATABASE-ORDDTL
1.17 261015                ORGANIZATION IS INDEXED
1.18 261015                ACCESS MODE IS DYNAMIC
1.19 261015                RECORD KEY IS OD-KEY
1.20 261015                FILE STATUS IS WS-DTL-STATUS.
1.21 261015            SELECT PORTSENT ASSIGN TO DATABASE-PORTSENT
1.22 261015                ORGANIZATION IS INDEXED
1.23 261015                ACCESS MODE IS DYNAMIC
1.24 261015                RECORD KEY IS PS-PORTAL-REF
1.25 261015                FILE STATUS IS WS-SNT-STATUS.
1.26 261015            SELECT PORTSTAT ASSIGN TO DATABASE-PORTSTAT
1.27 261015                ORGANIZATION IS LINE SEQUENTIAL
1.28 261015                FILE STATUS IS WS-FED-STATUS.
1.29 261015        DATA DIVISION.
1.30 261015        FILE SECTION.
1.31 261015        FD  RUNREG
1.32 261015                LABEL RECORD IS STANDARD.
1.33 261015        01  RR-REC.
1.34 261015           03 RR-JOB           PIC X(10).
1.35 261015           03 RR-RUNID         PIC X(14).
1.36 261015           03 RR-TYPE          PIC X.
1.37 261015           03 RR-DATE          PIC 9(8).
1.38 261015           03 RR-TIME          PIC 9(8).
1.39 261015           03 RR-READ          PIC 9(7).
1.40 261015           03 RR-WRITTEN       PIC 9(7).
1.41 261015           03 RR-STATUS        PIC X(2).
1.42 261015        FD  ORDLDONE
1.43 261015                LABEL RECORD IS STANDARD.
1.44 261015       * loaded portal references - see ORDLOAD
1.45 261015        01  ORDLDONE-REC.
1.46 261015           03  LD-PORTAL-REF     PIC X(12).
1.47 261015           03  LD-ORDER-NUM      PIC 9(8).
1.48 261015           03  LD-LOAD-DATE      PIC 9(8).
1.49 261015           03  LD-LINE           PIC 9(3).
1.50 261015        FD  LOADERR
1.51 261015                LABEL RECORD IS STANDARD.
1.52 261015       * the last ORDLOAD run's rejects - see ORDLOAD
1.53 261015        01  ERR-REC.
1.54 261015           03  ERR-REASON        PIC X(4).
1.55 261015           03  ERR-DATA.
1.56 261015              05  ERR-PORTAL-REF PIC X(12).
1.57 261015              05  FILLER         PIC X(23).
1.58 261015        FD  ORDDTL
1.59 261015                LABEL RECORD IS STANDARD.
1.60 261015       * order line layout - see ORDENTRY
1.61 261015        01  ORDDTL-REC.
1.62 261015           03  OD-KEY.
1.63 261015              05  OD-ORDER-NUM   PIC 9(8).
1.64 261015              05  OD-LINE        PIC 9(3).
1.65 261015           03  OD-ITEM-NUM       PIC 9(8).
1.66 261015           03  OD-QTY            PIC 9(5).
1.67 261015           03  OD-EXT-PRICE      PIC 9(7)V99.
1.68 261015           03  OD-STATUS         PIC X.
1.69 261015           03  OD-PRICE-SRC      PIC X.
1.70 261015           03  OD-WHSE           PIC X(3).
1.71 261015           03  OD-REQ-DATE       PIC 9(8).
1.72 261015           03  OD-PROM-DATE      PIC 9(8).
1.73 261015           03  OD-SHIP-DATE      PIC 9(8).
1.74 261015           03  OD-KIT-LINE       PIC 9(3).
1.75 261015           03  OD-ORIG-ITEM      PIC 9(8).
4.20 261015       * allocated lot - see ORDENTRY
4.21 261015           03  OD-LOT-NUM        PIC X(12).
4.22 261015       * cost at shipment - see SHIPCONF
4.23 261015           03  OD-UNIT-COST      PIC 9(5)V99.
4.24 261015           03  OD-EXT-COST       PIC 9(7)V99.
1.76 261015        FD  PORTSENT
1.77 261015                LABEL RECORD IS STANDARD.
1.78 261015       * what the portal was last told about each reference - a
1.79 261015       * reference goes out again only when this no longer matches
1.80 261015        01  PORTSENT-REC.
1.81 261015           03  PS-PORTAL-REF     PIC X(12).
1.82 261015           03  PS-ORDER-NUM      PIC 9(8).
1.83 261015           03  PS-LINE           PIC 9(3).
1.84 261015           03  PS-STATE          PIC X.
1.85 261015           03  PS-PROM-DATE      PIC 9(8).
1.86 261015           03  PS-REASON         PIC X(4).
1.87 261015           03  PS-SENT-DATE      PIC 9(8).
1.88 261015           03  PS-SENT-TIME      PIC 9(8).
1.89 261015        FD  PORTSTAT
1.90 261015                LABEL RECORD IS STANDARD.
1.91 261015       * documented fixed outbound interface layout - one record per
1.92 261015       * portal line reference whose state changed since the last run.
1.93 261015       * State: A = accepted (stock allocated, a drop-ship or a kit),
1.94 261015       * B = backordered, S = shipped, I = invoiced, X = cancelled,
1.95 261015       * R = rejected by ORDLOAD - order and line are zero and the
1.96 261015       * ORDLOAD reason code (NVAL, CUST, ITEM, DISC, CRED, ORDE) is
1.97 261015       * given; the reason is spaces on every other state
1.98 261015        01  PORTSTAT-REC.
1.99 261015           03  PF-PORTAL-REF     PIC X(12).
2.00 261015           03  PF-ORDER-NUM      PIC 9(8).
2.01 261015           03  PF-LINE           PIC 9(3).
2.02 261015           03  PF-STATE          PIC X.
2.03 261015           03  PF-PROM-DATE      PIC 9(8).
2.04 261015           03  PF-REASON         PIC X(4).
2.05 261015           03  PF-FEED-DATE      PIC 9(8).
2.06 261015           03  PF-FEED-TIME      PIC 9(6).
2.07 261015        WORKING-STORAGE SECTION.
2.08 261015        01  WS-RR-STATUS      PIC XX.
2.09 261015        01  WS-RR-RUNID       PIC X(14) VALUE SPACES.
2.10 261015        01  WS-RR-DATE        PIC 9(8) VALUE 0.
2.11 261015        01  WS-RR-TIME        PIC 9(8) VALUE 0.
2.12 261015        01  WS-RR-READ        PIC 9(7) VALUE 0.
2.13 261015        01  WS-RR-WRITTEN     PIC 9(7) VALUE 0.
2.14 261015        01  WS-DON-STATUS     PIC XX.
2.15 261015        01  WS-ERR-STATUS     PIC XX.
2.16 261015        01  WS-DTL-STATUS     PIC XX.
2.17 261015        01  WS-SNT-STATUS     PIC XX.
2.18 261015        01  WS-FED-STATUS     PIC XX.
2.19 261015        01  WS-ERR-END        PIC X VALUE 'N'.
2.20 261015           88 ERR-END               VALUE 'Y'.
2.21 261015        01  WS-LD-END         PIC X VALUE 'N'.
2.22 261015           88 LD-END                VALUE 'Y'.
2.23 261015        01  WS-SENT-FOUND     PIC X VALUE 'N'.
2.24 261015           88 SENT-FOUND            VALUE 'Y'.
2.25 261015        01  WS-NEW-REF        PIC X(12) VALUE SPACES.
2.26 261015        01  WS-NEW-STATE      PIC X VALUE SPACE.
2.27 261015        01  WS-NEW-PROM       PIC 9(8) VALUE 0.
2.28 261015        01  WS-NEW-REASON     PIC X(4) VALUE SPACES.
2.29 261015        01  WS-LINE-CNT       PIC 9(7) VALUE 0.
2.30 261015        01  WS-REJECT-CNT     PIC 9(7) VALUE 0.
2.31 261015        01  WS-SENT-CNT       PIC 9(7) VALUE 0.
2.32 261015        01  WS-UNCHG-CNT      PIC 9(7) VALUE 0.
2.33 261015        01  WS-NO-LINE-CNT    PIC 9(7) VALUE 0.
2.34 261015        PROCEDURE DIVISION.
2.35 261015        BEGIN.
2.36 261015       * outbound order-status feed to the web portal, run several
2.37 261015       * times a day. Every portal reference ORDLOAD loaded is looked
2.38 261015       * up on its order line and every line it rejected on the last
2.39 261015       * load is taken with its reason code; a reference goes on the
2.40 261015       * feed only when its state, promised date or reason differs
2.41 261015       * from what PORTSENT says the portal was told last, so each run
2.42 261015       * carries the changes since the one before. The rejects are
2.43 261015       * taken first - a reference rejected once and loaded after
2.44 261015       * correction is then told its order line
2.45 261015            PERFORM 950-REGISTER-START.
2.46 261015            OPEN INPUT ORDLDONE.
2.47 261015            OPEN INPUT LOADERR.
2.48 261015            OPEN INPUT ORDDTL.
2.49 261015            OPEN I-O PORTSENT.
2.50 261015            OPEN OUTPUT PORTSTAT.
2.51 261015            MOVE 'N' TO WS-ERR-END.
2.52 261015            IF WS-ERR-STATUS NOT = '00'
2.53 261015               SET ERR-END TO TRUE.
2.54 261015            PERFORM UNTIL ERR-END
2.55 261015               READ LOADERR
2.56 261015                   AT END
2.57 261015                      SET ERR-END TO TRUE
2.58 261015                   NOT AT END
2.59 261015                      ADD 1 TO WS-RR-READ
2.60 261015                      PERFORM 300-REJECT-ONE THRU 300-EXIT
2.61 261015               END-READ
2.62 261015            END-PERFORM.
2.63 261015            MOVE 'N' TO WS-LD-END.
2.64 261015            MOVE LOW-VALUES TO LD-PORTAL-REF.
2.65 261015            START ORDLDONE
2.66 261015                KEY NOT LESS LD-PORTAL-REF
2.67 261015                INVALID KEY
2.68 261015                   SET LD-END TO TRUE.
2.69 261015            PERFORM UNTIL LD-END
2.70 261015               READ ORDLDONE NEXT
2.71 261015                   AT END
2.72 261015                      SET LD-END TO TRUE
2.73 261015                   NOT AT END
2.74 261015                      ADD 1 TO WS-RR-READ
2.75 261015                      PERFORM 400-LOADED-ONE THRU 400-EXIT
2.76 261015               END-READ
2.77 261015            END-PERFORM.
2.78 261015            DISPLAY 'PORTFEED LINES ' WS-LINE-CNT
2.79 261015                    ' REJECTS ' WS-REJECT-CNT
2.80 261015                    ' SENT ' WS-SENT-CNT
2.81 261015                    ' UNCHANGED ' WS-UNCHG-CNT
2.82 261015                    ' LINE NOT FOUND ' WS-NO-LINE-CNT.
2.83 261015            CLOSE ORDLDONE.
2.84 261015            CLOSE LOADERR.
2.85 261015            CLOSE ORDDTL.
2.86 261015            CLOSE PORTSENT.
2.87 261015            CLOSE PORTSTAT.
2.88 261015            PERFORM 960-REGISTER-END.
2.89 261015            STOP RUN.
2.90 261015        300-REJECT-ONE.
2.91 261015       * a reject whose reference has since been loaded (a corrected
2.92 261015       * re-run) is told from the order line instead
2.93 261015            IF ERR-PORTAL-REF = SPACES
2.94 261015               GO TO 300-EXIT.
2.95 261015            ADD 1 TO WS-REJECT-CNT.
2.96 261015            MOVE ERR-PORTAL-REF TO LD-PORTAL-REF.
2.97 261015            READ ORDLDONE
2.98 261015                INVALID KEY
2.99 261015                   CONTINUE
3.00 261015                NOT INVALID KEY
3.01 261015                   GO TO 300-EXIT
3.02 261015            END-READ.
3.03 261015            MOVE ERR-PORTAL-REF TO WS-NEW-REF.
3.04 261015            MOVE 'R'            TO WS-NEW-STATE.
3.05 261015            MOVE 0              TO WS-NEW-PROM.
3.06 261015            MOVE ERR-REASON     TO WS-NEW-REASON.
3.07 261015            MOVE 0              TO OD-ORDER-NUM OD-LINE.
3.08 261015            PERFORM 600-SEND-IF-CHANGED THRU 600-EXIT.
3.09 261015        300-EXIT.
3.10 261015            EXIT.
3.11 261015        400-LOADED-ONE.
3.12 261015       * references loaded before ORDLDONE carried the line number
3.13 261015       * cannot be matched to a line and are counted, not sent
3.14 261015            IF LD-LINE = 0
3.15 261015               ADD 1 TO WS-NO-LINE-CNT
3.16 261015               GO TO 400-EXIT.
3.17 261015            ADD 1 TO WS-LINE-CNT.
3.18 261015            MOVE LD-ORDER-NUM TO OD-ORDER-NUM.
3.19 261015            MOVE LD-LINE      TO OD-LINE.
3.20 261015            READ ORDDTL
3.21 261015                INVALID KEY
3.22 261015                   ADD 1 TO WS-NO-LINE-CNT
3.23 261015                   GO TO 400-EXIT
3.24 261015            END-READ.
3.25 261015            EVALUATE OD-STATUS
3.26 261015               WHEN 'B'
3.27 261015                  MOVE 'B' TO WS-NEW-STATE
3.28 261015               WHEN 'S'
3.29 261015                  MOVE 'S' TO WS-NEW-STATE
3.30 261015               WHEN 'I'
3.31 261015                  MOVE 'I' TO WS-NEW-STATE
3.32 261015               WHEN 'X'
3.33 261015                  MOVE 'X' TO WS-NEW-STATE
3.34 261015               WHEN OTHER
3.35 261015                  MOVE 'A' TO WS-NEW-STATE
3.36 261015            END-EVALUATE.
3.37 261015            MOVE OD-PROM-DATE  TO WS-NEW-PROM.
3.38 261015            MOVE SPACES        TO WS-NEW-REASON.
3.39 261015            MOVE LD-PORTAL-REF TO WS-NEW-REF.
3.40 261015            PERFORM 600-SEND-IF-CHANGED THRU 600-EXIT.
3.41 261015        400-EXIT.
3.42 261015            EXIT.
3.43 261015        600-SEND-IF-CHANGED.
3.44 261015       * the reference, its new state, promised date and reason and
3.45 261015       * OD-KEY (zero for a reject) are set by the caller
3.46 261015            MOVE WS-NEW-REF TO PS-PORTAL-REF.
3.47 261015            MOVE 'Y' TO WS-SENT-FOUND.
3.48 261015            READ PORTSENT
3.49 261015                INVALID KEY
3.50 261015                   MOVE 'N' TO WS-SENT-FOUND
3.51 261015            END-READ.
3.52 261015            IF SENT-FOUND
3.53 261015               IF PS-STATE = WS-NEW-STATE
3.54 261015               AND PS-PROM-DATE = WS-NEW-PROM
3.55 261015               AND PS-REASON = WS-NEW-REASON
3.56 261015               AND PS-ORDER-NUM = OD-ORDER-NUM
3.57 261015               AND PS-LINE = OD-LINE
3.58 261015                  ADD 1 TO WS-UNCHG-CNT
3.59 261015                  GO TO 600-EXIT
3.60 261015               END-IF
3.61 261015            END-IF.
3.62 261015            MOVE WS-NEW-REF    TO PF-PORTAL-REF PS-PORTAL-REF.
3.63 261015            MOVE OD-ORDER-NUM  TO PF-ORDER-NUM PS-ORDER-NUM.
3.64 261015            MOVE OD-LINE       TO PF-LINE PS-LINE.
3.65 261015            MOVE WS-NEW-STATE  TO PF-STATE PS-STATE.
3.66 261015            MOVE WS-NEW-PROM   TO PF-PROM-DATE PS-PROM-DATE.
3.67 261015            MOVE WS-NEW-REASON TO PF-REASON PS-REASON.
3.68 261015            MOVE WS-RR-DATE    TO PF-FEED-DATE PS-SENT-DATE.
3.69 261015            MOVE WS-RR-TIME(1:6) TO PF-FEED-TIME.
3.70 261015            MOVE WS-RR-TIME    TO PS-SENT-TIME.
3.71 261015            WRITE PORTSTAT-REC.
3.72 261015            ADD 1 TO WS-SENT-CNT WS-RR-WRITTEN.
3.73 261015            IF SENT-FOUND
3.74 261015               REWRITE PORTSENT-REC
3.75 261015            ELSE
3.76 261015               WRITE PORTSENT-REC
3.77 261015                   INVALID KEY
3.78 261015                      CONTINUE
3.79 261015               END-WRITE
3.80 261015            END-IF.
3.81 261015        600-EXIT.
3.82 261015            EXIT.
3.83 261015        950-REGISTER-START.
3.84 261015            ACCEPT WS-RR-DATE FROM DATE.
3.85 261015            ADD 20000000 TO WS-RR-DATE.
3.86 261015            ACCEPT WS-RR-TIME FROM TIME.
3.87 261015            MOVE SPACES TO WS-RR-RUNID.
3.88 261015            STRING WS-RR-DATE DELIMITED SIZE
3.89 261015                   WS-RR-TIME(1:6) DELIMITED SIZE
3.90 261015                   INTO WS-RR-RUNID.
3.91 261015            OPEN EXTEND RUNREG.
3.92 261015            MOVE 'PORTFEED  ' TO RR-JOB.
3.93 261015            MOVE WS-RR-RUNID TO RR-RUNID.
3.94 261015            MOVE 'S'         TO RR-TYPE.
3.95 261015            MOVE WS-RR-DATE  TO RR-DATE.
3.96 261015            MOVE WS-RR-TIME  TO RR-TIME.
3.97 261015            MOVE 0           TO RR-READ RR-WRITTEN.
3.98 261015            MOVE '  '        TO RR-STATUS.
3.99 261015            WRITE RR-REC.
4.00 261015        950-EXIT.
4.01 261015            EXIT.
4.02 261015        960-REGISTER-END.
4.03 261015            ACCEPT WS-RR-TIME FROM TIME.
4.04 261015            MOVE 'PORTFEED  ' TO RR-JOB.
4.05 261015            MOVE WS-RR-RUNID TO RR-RUNID.
4.06 261015            MOVE 'E'         TO RR-TYPE.
4.07 261015            MOVE WS-RR-DATE  TO RR-DATE.
4.08 261015            MOVE WS-RR-TIME  TO RR-TIME.
4.09 261015            MOVE WS-RR-READ    TO RR-READ.
4.10 261015            MOVE WS-RR-WRITTEN TO RR-WRITTEN.
4.11 261015            MOVE 'OK' TO RR-STATUS.
4.12 261015            IF WS-FED-STATUS NOT = '00'
4.13 261015               MOVE 'ER' TO RR-STATUS
4.14 261015            END-IF.
4.15 261015            WRITE RR-REC.
4.16 261015            CLOSE RUNREG.
4.17 261015        960-EXIT.
4.18 261015            EXIT.
4.19 261015        HALT.
