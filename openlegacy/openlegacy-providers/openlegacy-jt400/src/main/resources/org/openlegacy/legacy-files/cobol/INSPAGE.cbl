1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. INSPAGE.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT RUNREG ASSIGN TO DATABASE-ESRUNREG
1.06 261015                ORGANIZATION IS LINE SEQUENTIAL
1.07 261015                FILE STATUS IS WS-RR-STATUS.
1.08 261015            SELECT QCHOLD ASSIGN TO DATABASE-QCHOLD
1.09 261015                ORGANIZATION IS INDEXED
1.10 261015                ACCESS MODE IS DYNAMIC
1.11 261015                RECORD KEY IS QH-NUM
1.12 261015                FILE STATUS IS WS-QCH-STATUS.
1.13 261015            SELECT AGERPT ASSIGN TO PRINTER-INSPAGE
1.14 261015                ORGANIZATION IS LINE SEQUENTIAL
1.15 261015                FILE STATUS IS WS-RPT-STATUS.
1.16 261015        DATA DIVISION.
1.17 261015        FILE SECTION.
1.18 261015        FD  RUNREG
1.19 261015                LABEL RECORD IS STANDARD.
1.20 261015        01  RR-REC.
1.21 261015           03 RR-JOB           PIC X(10).
1.22 261015           03 RR-RUNID         PIC X(14).
1.23 261015           03 RR-TYPE          PIC X.
1.24 261015           03 RR-DATE          PIC 9(8).
1.25 261015           03 RR-TIME          PIC 9(8).
1.26 261015           03 RR-READ          PIC 9(7).
1.27 261015           03 RR-WRITTEN       PIC 9(7).
1.28 261015           03 RR-STATUS        PIC X(2).
1.29 261015        FD  QCHOLD
1.30 261015                LABEL RECORD IS STANDARD.
1.31 261015       * receipt held for inspection - see PORECV
1.32 261015        01  QCHOLD-REC.
1.33 261015           03  QH-NUM            PIC 9(8).
1.34 261015           03  QH-PO-NUM         PIC 9(8).
1.35 261015           03  QH-PO-LINE        PIC 9(3).
1.36 261015           03  QH-ITEM-NUM       PIC 9(8).
1.37 261015           03  QH-WHSE           PIC X(3).
1.38 261015           03  QH-SUPP-ID        PIC X(6).
1.39 261015           03  QH-QTY            PIC 9(5).
1.40 261015           03  QH-QTY-PASSED     PIC 9(5).
1.41 261015           03  QH-QTY-RETURNED   PIC 9(5).
1.42 261015           03  QH-QTY-SCRAPPED   PIC 9(5).
1.43 261015           03  QH-RECV-DATE      PIC 9(8).
1.44 261015           03  QH-OPERATOR       PIC X(10).
1.45 261015           03  QH-LAST-DATE      PIC 9(8).
1.46 261015           03  QH-STATUS         PIC X.
3.44 261015       * lot received - see PORECV
3.45 261015           03  QH-LOT-NUM        PIC X(12).
3.46 261015           03  QH-EXPIRY-DATE    PIC 9(8).
1.47 261015        FD  AGERPT
1.48 261015                LABEL RECORD IS STANDARD.
1.49 261015        01  RPT-LINE          PIC X(80).
1.50 261015        WORKING-STORAGE SECTION.
1.51 261015        01  WS-RR-STATUS      PIC XX.
1.52 261015        01  WS-RR-RUNID       PIC X(14) VALUE SPACES.
1.53 261015        01  WS-RR-DATE        PIC 9(8) VALUE 0.
1.54 261015        01  WS-RR-TIME        PIC 9(8) VALUE 0.
1.55 261015        01  WS-RR-READ        PIC 9(7) VALUE 0.
1.56 261015        01  WS-RR-WRITTEN     PIC 9(7) VALUE 0.
1.57 261015        01  WS-QCH-STATUS     PIC XX.
1.58 261015        01  WS-RPT-STATUS     PIC XX.
1.59 261015        01  WS-QCH-END        PIC X VALUE 'N'.
1.60 261015           88 QCH-END               VALUE 'Y'.
1.61 261015       * a receipt still undecided after this many days is aged
1.62 261015        01  WS-AGE-LIMIT      PIC 9(3) VALUE 3.
1.63 261015        01  WS-DAYS-HELD      PIC 9(5) VALUE 0.
1.64 261015        01  WS-QCH-OPEN       PIC 9(5) VALUE 0.
1.65 261015       * control block
1.66 261015        01  WS-HOLDS-OPEN     PIC 9(7) VALUE 0.
1.67 261015        01  WS-HOLDS-AGED     PIC 9(7) VALUE 0.
1.68 261015        01  WS-QTY-OPEN       PIC 9(9) VALUE 0.
1.69 261015        01  WS-QTY-AGED       PIC 9(9) VALUE 0.
1.70 261015        01  WS-RPT-HEAD.
1.71 261015           03  FILLER            PIC X(9)  VALUE 'HOLD'.
1.72 261015           03  FILLER            PIC X(13) VALUE 'PO       LN'.
1.73 261015           03  FILLER            PIC X(9)  VALUE 'ITEM'.
1.74 261015           03  FILLER            PIC X(4)  VALUE 'WHS'.
1.75 261015           03  FILLER            PIC X(7)  VALUE 'SUPP'.
1.76 261015           03  FILLER            PIC X(9)  VALUE 'RECEIVED'.
1.77 261015           03  FILLER            PIC X(6)  VALUE '   QTY'.
1.78 261015           03  FILLER            PIC X(6)  VALUE '  DAYS'.
1.79 261015        01  WS-RPT-DETAIL.
1.80 261015           03  RPT-HOLD-NUM      PIC 9(8).
1.81 261015           03  FILLER            PIC X(1) VALUE SPACES.
1.82 261015           03  RPT-PO-NUM        PIC 9(8).
1.83 261015           03  FILLER            PIC X(1) VALUE SPACES.
1.84 261015           03  RPT-PO-LINE       PIC ZZ9.
1.85 261015           03  FILLER            PIC X(1) VALUE SPACES.
1.86 261015           03  RPT-ITEM-NUM      PIC Z(7)9.
1.87 261015           03  FILLER            PIC X(1) VALUE SPACES.
1.88 261015           03  RPT-WHSE          PIC X(3).
1.89 261015           03  FILLER            PIC X(1) VALUE SPACES.
1.90 261015           03  RPT-SUPP-ID       PIC X(6).
1.91 261015           03  FILLER            PIC X(1) VALUE SPACES.
1.92 261015           03  RPT-RECV-DATE     PIC 9(8).
1.93 261015           03  FILLER            PIC X(1) VALUE SPACES.
1.94 261015           03  RPT-QTY           PIC ZZZZ9.
1.95 261015           03  FILLER            PIC X(1) VALUE SPACES.
1.96 261015           03  RPT-DAYS          PIC ZZZZ9.
1.97 261015           03  FILLER            PIC X(1) VALUE SPACES.
1.98 261015           03  RPT-AGED          PIC X(4).
1.99 261015       * every report line is also registered in the ESRPTWRT
2.00 261015       * repository, so a purged spool no longer loses the report
2.01 261015        01  RW-PARAM.
2.02 261015           03  RW-JOB        PIC X(10) VALUE 'INSPAGE   '.
2.03 261015           03  RW-FUNC       PIC X     VALUE SPACE.
2.04 261015           03  RW-LINE       PIC X(132) VALUE SPACES.
2.05 261015        PROCEDURE DIVISION.
2.06 261015        BEGIN.
2.07 261015       * daily list of receipts sitting in inspection - every hold
2.08 261015       * PORECV raised that INSPREL has not yet fully decided, with
2.09 261015       * what is still undecided and how long it has waited; past the
2.10 261015       * age limit the line is marked AGED for the quality desk
2.11 261015            PERFORM 950-REGISTER-START.
2.12 261015            OPEN INPUT QCHOLD.
2.13 261015            OPEN OUTPUT AGERPT.
2.14 261015            MOVE 'O' TO RW-FUNC.
2.15 261015            CALL 'ESRPTWRT' USING RW-PARAM.
2.16 261015            MOVE SPACES TO RPT-LINE.
2.17 261015            STRING 'RECEIPTS IN INSPECTION ' DELIMITED SIZE
2.18 261015                   WS-RR-DATE DELIMITED SIZE
2.19 261015                   INTO RPT-LINE.
2.20 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
2.21 261015            MOVE WS-RPT-HEAD TO RPT-LINE.
2.22 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
2.23 261015            MOVE 'N' TO WS-QCH-END.
2.24 261015            MOVE LOW-VALUES TO QH-NUM.
2.25 261015            START QCHOLD
2.26 261015                KEY NOT LESS QH-NUM
2.27 261015                INVALID KEY
2.28 261015                   SET QCH-END TO TRUE.
2.29 261015            PERFORM UNTIL QCH-END
2.30 261015               READ QCHOLD NEXT
2.31 261015                   AT END
2.32 261015                      SET QCH-END TO TRUE
2.33 261015                   NOT AT END
2.34 261015                      ADD 1 TO WS-RR-READ
2.35 261015                      PERFORM 400-HOLD THRU 400-EXIT
2.36 261015               END-READ
2.37 261015            END-PERFORM.
2.38 261015            PERFORM 900-CONTROL-BLOCK THRU 900-EXIT.
2.39 261015            CLOSE QCHOLD.
2.40 261015            MOVE 'C' TO RW-FUNC.
2.41 261015            CALL 'ESRPTWRT' USING RW-PARAM.
2.42 261015            PERFORM 960-REGISTER-END.
2.43 261015            CLOSE AGERPT.
2.44 261015            STOP RUN.
2.45 261015        150-PUT-LINE.
2.46 261015            MOVE RPT-LINE TO RW-LINE.
2.47 261015            WRITE RPT-LINE.
2.48 261015            MOVE 'L' TO RW-FUNC.
2.49 261015            CALL 'ESRPTWRT' USING RW-PARAM.
2.50 261015        150-EXIT.
2.51 261015            EXIT.
2.52 261015        400-HOLD.
2.53 261015            IF QH-STATUS NOT = 'H'
2.54 261015               GO TO 400-EXIT.
2.55 261015            COMPUTE WS-QCH-OPEN = QH-QTY - QH-QTY-PASSED
2.56 261015                - QH-QTY-RETURNED - QH-QTY-SCRAPPED.
2.57 261015            COMPUTE WS-DAYS-HELD =
2.58 261015                FUNCTION INTEGER-OF-DATE(WS-RR-DATE) -
2.59 261015                FUNCTION INTEGER-OF-DATE(QH-RECV-DATE).
2.60 261015            ADD 1 TO WS-HOLDS-OPEN.
2.61 261015            ADD WS-QCH-OPEN TO WS-QTY-OPEN.
2.62 261015            MOVE SPACES TO RPT-AGED.
2.63 261015            IF WS-DAYS-HELD > WS-AGE-LIMIT
2.64 261015               MOVE 'AGED' TO RPT-AGED
2.65 261015               ADD 1 TO WS-HOLDS-AGED
2.66 261015               ADD WS-QCH-OPEN TO WS-QTY-AGED
2.67 261015            END-IF.
2.68 261015            MOVE QH-NUM        TO RPT-HOLD-NUM.
2.69 261015            MOVE QH-PO-NUM     TO RPT-PO-NUM.
2.70 261015            MOVE QH-PO-LINE    TO RPT-PO-LINE.
2.71 261015            MOVE QH-ITEM-NUM   TO RPT-ITEM-NUM.
2.72 261015            MOVE QH-WHSE       TO RPT-WHSE.
2.73 261015            MOVE QH-SUPP-ID    TO RPT-SUPP-ID.
2.74 261015            MOVE QH-RECV-DATE  TO RPT-RECV-DATE.
2.75 261015            MOVE WS-QCH-OPEN   TO RPT-QTY.
2.76 261015            MOVE WS-DAYS-HELD  TO RPT-DAYS.
2.77 261015            MOVE WS-RPT-DETAIL TO RPT-LINE.
2.78 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
2.79 261015            ADD 1 TO WS-RR-WRITTEN.
2.80 261015        400-EXIT.
2.81 261015            EXIT.
2.82 261015        900-CONTROL-BLOCK.
2.83 261015            MOVE SPACES TO RPT-LINE.
2.84 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
2.85 261015            MOVE 'CONTROL TOTALS' TO RPT-LINE.
2.86 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
2.87 261015            MOVE SPACES TO RPT-LINE.
2.88 261015            STRING 'HOLDS READ ' DELIMITED SIZE
2.89 261015                   WS-RR-READ DELIMITED SIZE
2.90 261015                   ' IN INSPECTION ' DELIMITED SIZE
2.91 261015                   WS-HOLDS-OPEN DELIMITED SIZE
2.92 261015                   ' QTY ' DELIMITED SIZE
2.93 261015                   WS-QTY-OPEN DELIMITED SIZE
2.94 261015                   INTO RPT-LINE.
2.95 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
2.96 261015            MOVE SPACES TO RPT-LINE.
2.97 261015            STRING 'AGED OVER ' DELIMITED SIZE
2.98 261015                   WS-AGE-LIMIT DELIMITED SIZE
2.99 261015                   ' DAYS ' DELIMITED SIZE
3.00 261015                   WS-HOLDS-AGED DELIMITED SIZE
3.01 261015                   ' QTY ' DELIMITED SIZE
3.02 261015                   WS-QTY-AGED DELIMITED SIZE
3.03 261015                   INTO RPT-LINE.
3.04 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
3.05 261015        900-EXIT.
3.06 261015            EXIT.
3.07 261015        950-REGISTER-START.
3.08 261015            ACCEPT WS-RR-DATE FROM DATE.
3.09 261015            ADD 20000000 TO WS-RR-DATE.
3.10 261015            ACCEPT WS-RR-TIME FROM TIME.
3.11 261015            MOVE SPACES TO WS-RR-RUNID.
3.12 261015            STRING WS-RR-DATE DELIMITED SIZE
3.13 261015                   WS-RR-TIME(1:6) DELIMITED SIZE
3.14 261015                   INTO WS-RR-RUNID.
3.15 261015            OPEN EXTEND RUNREG.
3.16 261015            MOVE 'INSPAGE   ' TO RR-JOB.
3.17 261015            MOVE WS-RR-RUNID TO RR-RUNID.
3.18 261015            MOVE 'S'         TO RR-TYPE.
3.19 261015            MOVE WS-RR-DATE  TO RR-DATE.
3.20 261015            MOVE WS-RR-TIME  TO RR-TIME.
3.21 261015            MOVE 0           TO RR-READ RR-WRITTEN.
3.22 261015            MOVE '  '        TO RR-STATUS.
3.23 261015            WRITE RR-REC.
3.24 261015        950-EXIT.
3.25 261015            EXIT.
3.26 261015        960-REGISTER-END.
3.27 261015            ACCEPT WS-RR-TIME FROM TIME.
3.28 261015            MOVE 'INSPAGE   ' TO RR-JOB.
3.29 261015            MOVE WS-RR-RUNID TO RR-RUNID.
3.30 261015            MOVE 'E'         TO RR-TYPE.
3.31 261015            MOVE WS-RR-DATE  TO RR-DATE.
3.32 261015            MOVE WS-RR-TIME  TO RR-TIME.
3.33 261015            MOVE WS-RR-READ    TO RR-READ.
3.34 261015            MOVE WS-RR-WRITTEN TO RR-WRITTEN.
3.35 261015            MOVE 'OK' TO RR-STATUS.
3.36 261015            IF WS-RPT-STATUS NOT = '00'
3.37 261015               MOVE 'ER' TO RR-STATUS
3.38 261015            END-IF.
3.39 261015            WRITE RR-REC.
3.40 261015            CLOSE RUNREG.
3.41 261015        960-EXIT.
3.42 261015            EXIT.
3.43 261015        HALT.
