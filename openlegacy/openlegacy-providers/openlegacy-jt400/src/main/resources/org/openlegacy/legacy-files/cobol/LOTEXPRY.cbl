1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. LOTEXPRY.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT RUNREG ASSIGN TO DATABASE-ESRUNREG
1.06 261015                ORGANIZATION IS LINE SEQUENTIAL
1.07 261015                FILE STATUS IS WS-RR-STATUS.
1.08 261015            SELECT LOTSTOCK ASSIGN TO DATABASE-LOTSTOCK
1.09 261015                ORGANIZATION IS INDEXED
1.10 261015                ACCESS MODE IS DYNAMIC
1.11 261015                RECORD KEY IS LS-KEY
1.12 261015                FILE STATUS IS WS-LOT-STATUS.
1.13 261015            SELECT EXPRPT ASSIGN TO PRINTER-LOTEXPRY
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
1.29 261015        FD  LOTSTOCK
1.30 261015                LABEL RECORD IS STANDARD.
1.31 261015       * stock by item, warehouse and lot - see INVPOST
1.32 261015        01  LOTSTOCK-REC.
1.33 261015           03  LS-KEY.
1.34 261015              05  LS-ITEM-NUM    PIC 9(8).
1.35 261015              05  LS-WHSE        PIC X(3).
1.36 261015              05  LS-LOT-NUM     PIC X(12).
1.37 261015           03  LS-EXPIRY-DATE    PIC 9(8).
1.38 261015           03  LS-RECV-DATE      PIC 9(8).
1.39 261015           03  LS-QTY-ON-HAND    PIC 9(5).
1.40 261015           03  LS-QTY-PICKED     PIC 9(5).
1.41 261015        FD  EXPRPT
1.42 261015                LABEL RECORD IS STANDARD.
1.43 261015        01  RPT-LINE          PIC X(80).
1.44 261015        WORKING-STORAGE SECTION.
1.45 261015        01  WS-RR-STATUS      PIC XX.
1.46 261015        01  WS-RR-RUNID       PIC X(14) VALUE SPACES.
1.47 261015        01  WS-RR-DATE        PIC 9(8) VALUE 0.
1.48 261015        01  WS-RR-TIME        PIC 9(8) VALUE 0.
1.49 261015        01  WS-RR-READ        PIC 9(7) VALUE 0.
1.50 261015        01  WS-RR-WRITTEN     PIC 9(7) VALUE 0.
1.51 261015        01  WS-LOT-STATUS     PIC XX.
1.52 261015        01  WS-RPT-STATUS     PIC XX.
1.53 261015        01  WS-LOT-END        PIC X VALUE 'N'.
1.54 261015           88 LOT-END               VALUE 'Y'.
1.55 261015        01  WS-AS-OF          PIC 9(8) VALUE 0.
1.56 261015        01  WS-WINDOW         PIC 9(3) VALUE 0.
1.57 261015        01  WS-DAYS-LEFT      PIC S9(5) VALUE 0.
1.58 261015       * control block
1.59 261015        01  WS-LOTS-EXPIRED   PIC 9(7) VALUE 0.
1.60 261015        01  WS-QTY-EXPIRED    PIC 9(9) VALUE 0.
1.61 261015        01  WS-LOTS-NEAR      PIC 9(7) VALUE 0.
1.62 261015        01  WS-QTY-NEAR       PIC 9(9) VALUE 0.
1.63 261015        01  WS-ROWS-NO-LOT    PIC 9(7) VALUE 0.
1.64 261015        01  WS-QTY-NO-LOT     PIC 9(9) VALUE 0.
1.65 261015        01  WS-RPT-HEAD.
1.66 261015           03  FILLER            PIC X(9)  VALUE 'ITEM'.
1.67 261015           03  FILLER            PIC X(4)  VALUE 'WHS'.
1.68 261015           03  FILLER            PIC X(13) VALUE 'LOT'.
1.69 261015           03  FILLER            PIC X(9)  VALUE 'EXPIRES'.
1.70 261015           03  FILLER            PIC X(6)  VALUE ' DAYS'.
1.71 261015           03  FILLER            PIC X(6)  VALUE '   QTY'.
1.72 261015        01  WS-RPT-DETAIL.
1.73 261015           03  RPT-ITEM-NUM      PIC Z(7)9.
1.74 261015           03  FILLER            PIC X(1) VALUE SPACES.
1.75 261015           03  RPT-WHSE          PIC X(3).
1.76 261015           03  FILLER            PIC X(1) VALUE SPACES.
1.77 261015           03  RPT-LOT-NUM       PIC X(12).
1.78 261015           03  FILLER            PIC X(1) VALUE SPACES.
1.79 261015           03  RPT-EXPIRY        PIC 9(8).
1.80 261015           03  FILLER            PIC X(1) VALUE SPACES.
1.81 261015           03  RPT-DAYS          PIC ----9.
1.82 261015           03  FILLER            PIC X(1) VALUE SPACES.
1.83 261015           03  RPT-QTY           PIC ZZZZ9.
1.84 261015           03  FILLER            PIC X(1) VALUE SPACES.
1.85 261015           03  RPT-FLAG          PIC X(7).
1.86 261015       * every report line is also registered in the ESRPTWRT
1.87 261015       * repository, so a purged spool no longer loses the report
1.88 261015        01  RW-PARAM.
1.89 261015           03  RW-JOB        PIC X(10) VALUE 'LOTEXPRY  '.
1.90 261015           03  RW-FUNC       PIC X     VALUE SPACE.
1.91 261015           03  RW-LINE       PIC X(132) VALUE SPACES.
1.92 261015        LINKAGE SECTION.
1.93 261015       * the date to measure from, YYYYMMDD - 0 = today
1.94 261015        01 EXP-AS-OF         PIC 9(8).
1.95 261015       * how many days ahead counts as near expiry - 0 = 30
1.96 261015        01 EXP-WINDOW        PIC 9(3).
1.97 261015        PROCEDURE DIVISION USING EXP-AS-OF EXP-WINDOW.
1.98 261015        BEGIN.
1.99 261015       * weekly near-expiry list - every lot with stock on hand that
2.00 261015       * has expired or expires inside the window, so it can be sold
2.01 261015       * off, moved or written down before it is dead stock. LOTPICK
2.02 261015       * no longer ships an expired lot, so those are flagged EXPIRED;
2.03 261015       * stock on a lot-controlled item held with no lot is listed as
2.04 261015       * NO LOT for the warehouse to identify
2.05 261015            PERFORM 950-REGISTER-START.
2.06 261015            MOVE EXP-AS-OF TO WS-AS-OF.
2.07 261015            IF WS-AS-OF = 0
2.08 261015               MOVE WS-RR-DATE TO WS-AS-OF.
2.09 261015            MOVE EXP-WINDOW TO WS-WINDOW.
2.10 261015            IF WS-WINDOW = 0
2.11 261015               MOVE 30 TO WS-WINDOW.
2.12 261015            OPEN INPUT LOTSTOCK.
2.13 261015            OPEN OUTPUT EXPRPT.
2.14 261015            MOVE 'O' TO RW-FUNC.
2.15 261015            CALL 'ESRPTWRT' USING RW-PARAM.
2.16 261015            MOVE SPACES TO RPT-LINE.
2.17 261015            STRING 'LOTS EXPIRING WITHIN ' DELIMITED SIZE
2.18 261015                   WS-WINDOW DELIMITED SIZE
2.19 261015                   ' DAYS OF ' DELIMITED SIZE
2.20 261015                   WS-AS-OF DELIMITED SIZE
2.21 261015                   INTO RPT-LINE.
2.22 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
2.23 261015            MOVE WS-RPT-HEAD TO RPT-LINE.
2.24 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
2.25 261015            MOVE 'N' TO WS-LOT-END.
2.26 261015            MOVE LOW-VALUES TO LS-KEY.
2.27 261015            START LOTSTOCK
2.28 261015                KEY NOT LESS LS-KEY
2.29 261015                INVALID KEY
2.30 261015                   SET LOT-END TO TRUE.
2.31 261015            PERFORM UNTIL LOT-END
2.32 261015               READ LOTSTOCK NEXT
2.33 261015                   AT END
2.34 261015                      SET LOT-END TO TRUE
2.35 261015                   NOT AT END
2.36 261015                      ADD 1 TO WS-RR-READ
2.37 261015                      PERFORM 400-LOT THRU 400-EXIT
2.38 261015               END-READ
2.39 261015            END-PERFORM.
2.40 261015            PERFORM 900-CONTROL-BLOCK THRU 900-EXIT.
2.41 261015            CLOSE LOTSTOCK.
2.42 261015            MOVE 'C' TO RW-FUNC.
2.43 261015            CALL 'ESRPTWRT' USING RW-PARAM.
2.44 261015            PERFORM 960-REGISTER-END.
2.45 261015            CLOSE EXPRPT.
2.46 261015            STOP RUN.
2.47 261015        150-PUT-LINE.
2.48 261015            MOVE RPT-LINE TO RW-LINE.
2.49 261015            WRITE RPT-LINE.
2.50 261015            MOVE 'L' TO RW-FUNC.
2.51 261015            CALL 'ESRPTWRT' USING RW-PARAM.
2.52 261015        150-EXIT.
2.53 261015            EXIT.
2.54 261015        400-LOT.
2.55 261015            IF LS-QTY-ON-HAND = 0
2.56 261015               GO TO 400-EXIT.
2.57 261015            MOVE SPACES TO RPT-FLAG.
2.58 261015            MOVE 0 TO WS-DAYS-LEFT.
2.59 261015            IF LS-LOT-NUM = SPACES
2.60 261015               MOVE 'NO LOT' TO RPT-FLAG
2.61 261015               ADD 1 TO WS-ROWS-NO-LOT
2.62 261015               ADD LS-QTY-ON-HAND TO WS-QTY-NO-LOT
2.63 261015               GO TO 450-PRINT.
2.64 261015       * a lot that does not expire is never near expiry
2.65 261015            IF LS-EXPIRY-DATE = 0
2.66 261015               GO TO 400-EXIT.
2.67 261015            COMPUTE WS-DAYS-LEFT =
2.68 261015                FUNCTION INTEGER-OF-DATE(LS-EXPIRY-DATE) -
2.69 261015                FUNCTION INTEGER-OF-DATE(WS-AS-OF).
2.70 261015            IF WS-DAYS-LEFT > WS-WINDOW
2.71 261015               GO TO 400-EXIT.
2.72 261015            IF WS-DAYS-LEFT < 0
2.73 261015               MOVE 'EXPIRED' TO RPT-FLAG
2.74 261015               ADD 1 TO WS-LOTS-EXPIRED
2.75 261015               ADD LS-QTY-ON-HAND TO WS-QTY-EXPIRED
2.76 261015            ELSE
2.77 261015               ADD 1 TO WS-LOTS-NEAR
2.78 261015               ADD LS-QTY-ON-HAND TO WS-QTY-NEAR
2.79 261015            END-IF.
2.80 261015        450-PRINT.
2.81 261015            MOVE LS-ITEM-NUM    TO RPT-ITEM-NUM.
2.82 261015            MOVE LS-WHSE        TO RPT-WHSE.
2.83 261015            MOVE LS-LOT-NUM     TO RPT-LOT-NUM.
2.84 261015            MOVE LS-EXPIRY-DATE TO RPT-EXPIRY.
2.85 261015            MOVE WS-DAYS-LEFT   TO RPT-DAYS.
2.86 261015            MOVE LS-QTY-ON-HAND TO RPT-QTY.
2.87 261015            MOVE WS-RPT-DETAIL  TO RPT-LINE.
2.88 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
2.89 261015            ADD 1 TO WS-RR-WRITTEN.
2.90 261015        400-EXIT.
2.91 261015            EXIT.
2.92 261015        900-CONTROL-BLOCK.
2.93 261015            MOVE SPACES TO RPT-LINE.
2.94 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
2.95 261015            MOVE 'CONTROL TOTALS' TO RPT-LINE.
2.96 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
2.97 261015            MOVE SPACES TO RPT-LINE.
2.98 261015            STRING 'LOT ROWS READ ' DELIMITED SIZE
2.99 261015                   WS-RR-READ DELIMITED SIZE
3.00 261015                   INTO RPT-LINE.
3.01 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
3.02 261015            MOVE SPACES TO RPT-LINE.
3.03 261015            STRING 'EXPIRED ' DELIMITED SIZE
3.04 261015                   WS-LOTS-EXPIRED DELIMITED SIZE
3.05 261015                   ' QTY ' DELIMITED SIZE
3.06 261015                   WS-QTY-EXPIRED DELIMITED SIZE
3.07 261015                   INTO RPT-LINE.
3.08 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
3.09 261015            MOVE SPACES TO RPT-LINE.
3.10 261015            STRING 'NEAR EXPIRY ' DELIMITED SIZE
3.11 261015                   WS-LOTS-NEAR DELIMITED SIZE
3.12 261015                   ' QTY ' DELIMITED SIZE
3.13 261015                   WS-QTY-NEAR DELIMITED SIZE
3.14 261015                   INTO RPT-LINE.
3.15 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
3.16 261015            MOVE SPACES TO RPT-LINE.
3.17 261015            STRING 'NO LOT ' DELIMITED SIZE
3.18 261015                   WS-ROWS-NO-LOT DELIMITED SIZE
3.19 261015                   ' QTY ' DELIMITED SIZE
3.20 261015                   WS-QTY-NO-LOT DELIMITED SIZE
3.21 261015                   INTO RPT-LINE.
3.22 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
3.23 261015        900-EXIT.
3.24 261015            EXIT.
3.25 261015        950-REGISTER-START.
3.26 261015            ACCEPT WS-RR-DATE FROM DATE.
3.27 261015            ADD 20000000 TO WS-RR-DATE.
3.28 261015            ACCEPT WS-RR-TIME FROM TIME.
3.29 261015            MOVE SPACES TO WS-RR-RUNID.
3.30 261015            STRING WS-RR-DATE DELIMITED SIZE
3.31 261015                   WS-RR-TIME(1:6) DELIMITED SIZE
3.32 261015                   INTO WS-RR-RUNID.
3.33 261015            OPEN EXTEND RUNREG.
3.34 261015            MOVE 'LOTEXPRY  ' TO RR-JOB.
3.35 261015            MOVE WS-RR-RUNID TO RR-RUNID.
3.36 261015            MOVE 'S'         TO RR-TYPE.
3.37 261015            MOVE WS-RR-DATE  TO RR-DATE.
3.38 261015            MOVE WS-RR-TIME  TO RR-TIME.
3.39 261015            MOVE 0           TO RR-READ RR-WRITTEN.
3.40 261015            MOVE '  '        TO RR-STATUS.
3.41 261015            WRITE RR-REC.
3.42 261015        950-EXIT.
3.43 261015            EXIT.
3.44 261015        960-REGISTER-END.
3.45 261015            ACCEPT WS-RR-TIME FROM TIME.
3.46 261015            MOVE 'LOTEXPRY  ' TO RR-JOB.
3.47 261015            MOVE WS-RR-RUNID TO RR-RUNID.
3.48 261015            MOVE 'E'         TO RR-TYPE.
3.49 261015            MOVE WS-RR-DATE  TO RR-DATE.
3.50 261015            MOVE WS-RR-TIME  TO RR-TIME.
3.51 261015            MOVE WS-RR-READ    TO RR-READ.
3.52 261015            MOVE WS-RR-WRITTEN TO RR-WRITTEN.
3.53 261015            MOVE 'OK' TO RR-STATUS.
3.54 261015            IF WS-RPT-STATUS NOT = '00'
3.55 261015               MOVE 'ER' TO RR-STATUS
3.56 261015            END-IF.
3.57 261015            WRITE RR-REC.
3.58 261015            CLOSE RUNREG.
3.59 261015        960-EXIT.
3.60 261015            EXIT.
3.61 261015        HALT.
