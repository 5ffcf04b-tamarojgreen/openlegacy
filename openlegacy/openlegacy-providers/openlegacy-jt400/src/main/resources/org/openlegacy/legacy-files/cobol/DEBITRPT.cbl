1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. DEBITRPT.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT SUPDEBIT ASSIGN TO DATABASE-SUPDEBIT
1.06 261015                ORGANIZATION IS INDEXED
1.07 261015                ACCESS MODE IS DYNAMIC
1.08 261015                RECORD KEY IS DN-NUM
1.09 261015                FILE STATUS IS WS-DBN-STATUS.
1.10 261015            SELECT SUPPMSTR ASSIGN TO DATABASE-SUPPMSTR
1.11 261015                ORGANIZATION IS INDEXED
1.12 261015                ACCESS MODE IS DYNAMIC
1.13 261015                RECORD KEY IS SU-SUPP-ID
1.14 261015                FILE STATUS IS WS-SUP-STATUS.
1.15 261015            SELECT DEBRPT ASSIGN TO PRINTER-DEBITRPT
1.16 261015                ORGANIZATION IS LINE SEQUENTIAL
1.17 261015                FILE STATUS IS WS-RPT-STATUS.
1.18 261015        DATA DIVISION.
1.19 261015        FILE SECTION.
1.20 261015        FD  SUPDEBIT
1.21 261015                LABEL RECORD IS STANDARD.
1.22 261015       * supplier debit note layout - see RTVENTRY
1.23 261015        01  SUPDEBIT-REC.
1.24 261015           03  DN-NUM            PIC 9(8).
1.25 261015           03  DN-SUPP-ID        PIC X(6).
1.26 261015           03  DN-DATE           PIC 9(8).
1.27 261015           03  DN-PO-NUM         PIC 9(8).
1.28 261015           03  DN-PO-LINE        PIC 9(3).
1.29 261015           03  DN-ITEM-NUM       PIC 9(8).
1.30 261015           03  DN-WHSE           PIC X(3).
1.31 261015           03  DN-QTY            PIC 9(5).
1.32 261015           03  DN-UNIT-COST      PIC 9(5)V99.
1.33 261015           03  DN-AMOUNT         PIC 9(7)V99.
3.58 261015           03  DN-CURRENCY       PIC X(3).
1.34 261015           03  DN-REASON         PIC X.
1.35 261015           03  DN-OPERATOR       PIC X(10).
1.36 261015           03  DN-CREDITED       PIC 9(7)V99.
1.37 261015           03  DN-SETTLE-DATE    PIC 9(8).
1.38 261015           03  DN-STATUS         PIC X.
1.39 261015        FD  SUPPMSTR
1.40 261015                LABEL RECORD IS STANDARD.
1.41 261015        01  SUPPMSTR-REC.
1.42 261015           03  SU-SUPP-ID        PIC X(6).
1.43 261015           03  SU-NAME           PIC X(30).
1.44 261015       * N = unavailable - see POGEN
1.45 261015           03  SU-AVAIL          PIC X.
3.55 261015       * the currency the supplier bills in - ITEMSUPP and PO costs
3.56 261015       * for the supplier are held in it; spaces = local currency
3.57 261015           03  SU-CURRENCY       PIC X(3).
1.46 261015        FD  DEBRPT
1.47 261015                LABEL RECORD IS STANDARD.
1.48 261015        01  RPT-LINE          PIC X(80).
1.49 261015        WORKING-STORAGE SECTION.
1.50 261015        01  WS-DBN-STATUS     PIC XX.
1.51 261015        01  WS-SUP-STATUS     PIC XX.
1.52 261015        01  WS-RPT-STATUS     PIC XX.
1.53 261015        01  WS-TODAY          PIC 9(8) VALUE 0.
1.54 261015        01  WS-DN-END         PIC X VALUE 'N'.
1.55 261015           88 DN-END                VALUE 'Y'.
1.56 261015        01  WS-OPEN-AMT       PIC 9(7)V99 VALUE 0.
1.57 261015        01  WS-DAYS-OPEN      PIC 9(5) VALUE 0.
1.58 261015       * control block - accounting ties the report out against these
1.59 261015        01  WS-NOTES-READ     PIC 9(7) VALUE 0.
1.60 261015        01  WS-NOTES-OPEN     PIC 9(7) VALUE 0.
1.61 261015        01  WS-COMPANY-OPEN   PIC 9(11)V99 VALUE 0.
3.59 261015       * notes are in their PO's currency - the company total is put
3.60 261015       * into local currency at today's rate; notes in a currency with
3.61 261015       * no rate on file are counted out of it
3.62 261015        01  WS-LOCAL-AMT      PIC 9(9)V99 VALUE 0.
3.63 261015        01  WS-NORATE-CNT     PIC 9(7) VALUE 0.
3.64 261015        01  XRQ-DATE          PIC 9(8) VALUE 0.
3.65 261015        01  XRQ-RATE          PIC 9(4)V9(6).
3.66 261015        01  XRQ-RATE-DATE     PIC 9(8).
3.67 261015        01  XRQ-STATUS        PIC X.
3.68 261015           88 XRQ-OK               VALUE '0'.
1.62 261015        01  WS-SUPP-TBL.
1.63 261015           03  WS-SUPP-O OCCURS 200.
1.64 261015              05  WS-SUPP-ID         PIC X(6).
3.69 261015              05  WS-SUPP-CURR       PIC X(3).
1.65 261015              05  WS-SUPP-NOTES      PIC 9(5).
1.66 261015              05  WS-SUPP-OPEN       PIC 9(9)V99.
1.67 261015        01  WS-SUPP-CNT       PIC 9(3) VALUE 0.
1.68 261015        01  I-SUPP            PIC 9(3) VALUE 0.
1.69 261015        01  WS-SUPP-FOUND     PIC X VALUE 'N'.
1.70 261015           88 SUPP-FOUND            VALUE 'Y'.
1.71 261015        01  WS-SUPP-LOST      PIC 9(7) VALUE 0.
1.72 261015        01  WS-RPT-AMT        PIC Z(10)9.99.
1.73 261015        01  WS-RPT-HEAD.
1.74 261015           03  FILLER            PIC X(9)  VALUE 'NOTE'.
1.75 261015           03  FILLER            PIC X(7)  VALUE 'SUPP'.
1.76 261015           03  FILLER            PIC X(9)  VALUE 'DATE'.
1.77 261015           03  FILLER            PIC X(13) VALUE 'PO       LN'.
3.70 261015           03  FILLER            PIC X(15) VALUE 'ITEM     R CUR'.
1.79 261015           03  FILLER            PIC X(11) VALUE '    AMOUNT'.
1.80 261015           03  FILLER            PIC X(11) VALUE '      OPEN'.
1.81 261015           03  FILLER            PIC X(5)  VALUE ' DAYS'.
1.82 261015        01  WS-RPT-DETAIL.
1.83 261015           03  RPT-DN-NUM        PIC 9(8).
1.84 261015           03  FILLER            PIC X(1) VALUE SPACES.
1.85 261015           03  RPT-SUPP-ID       PIC X(6).
1.86 261015           03  FILLER            PIC X(1) VALUE SPACES.
1.87 261015           03  RPT-DATE          PIC 9(8).
1.88 261015           03  FILLER            PIC X(1) VALUE SPACES.
1.89 261015           03  RPT-PO-NUM        PIC 9(8).
1.90 261015           03  FILLER            PIC X(1) VALUE SPACES.
1.91 261015           03  RPT-PO-LINE       PIC ZZ9.
1.92 261015           03  FILLER            PIC X(1) VALUE SPACES.
1.93 261015           03  RPT-ITEM-NUM      PIC Z(7)9.
1.94 261015           03  FILLER            PIC X(1) VALUE SPACES.
1.95 261015           03  RPT-REASON        PIC X.
3.71 261015           03  FILLER            PIC X(1) VALUE SPACES.
3.72 261015           03  RPT-CURR          PIC X(3).
3.73 261015           03  FILLER            PIC X(1) VALUE SPACES.
1.97 261015           03  RPT-AMOUNT        PIC Z(6)9.99.
1.98 261015           03  FILLER            PIC X(1) VALUE SPACES.
1.99 261015           03  RPT-OPEN          PIC Z(6)9.99.
2.00 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.01 261015           03  RPT-DAYS          PIC ZZZZ9.
2.02 261015        01  WS-SUPP-DETAIL.
2.03 261015           03  RPT-S-SUPP-ID     PIC X(6).
2.04 261015           03  FILLER            PIC X(2) VALUE SPACES.
2.05 261015           03  RPT-S-NAME        PIC X(30).
2.06 261015           03  FILLER            PIC X(2) VALUE SPACES.
2.07 261015           03  RPT-S-NOTES       PIC ZZZZ9.
2.08 261015           03  FILLER            PIC X(2) VALUE SPACES.
2.09 261015           03  RPT-S-OPEN        PIC Z(8)9.99.
3.74 261015           03  FILLER            PIC X(1) VALUE SPACES.
3.75 261015           03  RPT-S-CURR        PIC X(3).
2.10 261015       * every report line is also registered in the ESRPTWRT
2.11 261015       * repository, so a purged spool no longer loses the report
2.12 261015        01  RW-PARAM.
2.13 261015           03  RW-JOB        PIC X(10) VALUE 'DEBITRPT  '.
2.14 261015           03  RW-FUNC       PIC X     VALUE SPACE.
2.15 261015           03  RW-LINE       PIC X(132) VALUE SPACES.
2.16 261015        PROCEDURE DIVISION.
2.17 261015        BEGIN.
2.18 261015       * open supplier debit notes - every return to vendor the
2.19 261015       * supplier has not yet credited in full, with its age, then what
2.20 261015       * each supplier owes back in total, for purchasing to chase
2.21 261015            ACCEPT WS-TODAY FROM DATE.
2.22 261015            ADD 20000000 TO WS-TODAY.
2.23 261015            MOVE 'N' TO WS-DN-END.
2.24 261015            OPEN INPUT SUPDEBIT.
2.25 261015            OPEN INPUT SUPPMSTR.
2.26 261015            OPEN OUTPUT DEBRPT.
2.27 261015            MOVE 'O' TO RW-FUNC.
2.28 261015            CALL 'ESRPTWRT' USING RW-PARAM.
2.29 261015            MOVE SPACES TO RPT-LINE.
2.30 261015            STRING 'OPEN SUPPLIER DEBIT NOTES ' DELIMITED SIZE
2.31 261015                   WS-TODAY DELIMITED SIZE
2.32 261015                   INTO RPT-LINE.
2.33 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
2.34 261015            MOVE WS-RPT-HEAD TO RPT-LINE.
2.35 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
2.36 261015            MOVE LOW-VALUES TO DN-NUM.
2.37 261015            START SUPDEBIT
2.38 261015                KEY NOT LESS DN-NUM
2.39 261015                INVALID KEY
2.40 261015                   SET DN-END TO TRUE.
2.41 261015            PERFORM UNTIL DN-END
2.42 261015               READ SUPDEBIT NEXT
2.43 261015                   AT END
2.44 261015                      SET DN-END TO TRUE
2.45 261015                   NOT AT END
2.46 261015                      ADD 1 TO WS-NOTES-READ
2.47 261015                      PERFORM 400-NOTE THRU 400-EXIT
2.48 261015               END-READ
2.49 261015            END-PERFORM.
2.50 261015            PERFORM 700-SUPPLIER-TOTALS THRU 700-EXIT.
2.51 261015            PERFORM 900-CONTROL-BLOCK THRU 900-EXIT.
2.52 261015            CLOSE SUPDEBIT.
2.53 261015            CLOSE SUPPMSTR.
2.54 261015            MOVE 'C' TO RW-FUNC.
2.55 261015            CALL 'ESRPTWRT' USING RW-PARAM.
2.56 261015            CLOSE DEBRPT.
2.57 261015            STOP RUN.
2.58 261015        150-PUT-LINE.
2.59 261015            MOVE RPT-LINE TO RW-LINE.
2.60 261015            WRITE RPT-LINE.
2.61 261015            MOVE 'L' TO RW-FUNC.
2.62 261015            CALL 'ESRPTWRT' USING RW-PARAM.
2.63 261015        150-EXIT.
2.64 261015            EXIT.
2.65 261015        400-NOTE.
2.66 261015            IF DN-STATUS NOT = 'O'
2.67 261015               GO TO 400-EXIT.
2.68 261015            COMPUTE WS-OPEN-AMT = DN-AMOUNT - DN-CREDITED.
2.69 261015            COMPUTE WS-DAYS-OPEN =
2.70 261015                FUNCTION INTEGER-OF-DATE(WS-TODAY) -
2.71 261015                FUNCTION INTEGER-OF-DATE(DN-DATE).
2.72 261015            ADD 1 TO WS-NOTES-OPEN.
3.76 261015            CALL 'EXRATEQ' USING DN-CURRENCY XRQ-DATE XRQ-RATE
3.77 261015                XRQ-RATE-DATE XRQ-STATUS.
3.78 261015            IF XRQ-OK
3.79 261015               COMPUTE WS-LOCAL-AMT ROUNDED = WS-OPEN-AMT * XRQ-RATE
3.80 261015               ADD WS-LOCAL-AMT TO WS-COMPANY-OPEN
3.81 261015            ELSE
3.82 261015               ADD 1 TO WS-NORATE-CNT
3.83 261015            END-IF.
2.74 261015            MOVE DN-NUM        TO RPT-DN-NUM.
2.75 261015            MOVE DN-SUPP-ID    TO RPT-SUPP-ID.
2.76 261015            MOVE DN-DATE       TO RPT-DATE.
2.77 261015            MOVE DN-PO-NUM     TO RPT-PO-NUM.
2.78 261015            MOVE DN-PO-LINE    TO RPT-PO-LINE.
2.79 261015            MOVE DN-ITEM-NUM   TO RPT-ITEM-NUM.
2.80 261015            MOVE DN-REASON     TO RPT-REASON.
3.84 261015            MOVE DN-CURRENCY   TO RPT-CURR.
2.81 261015            MOVE DN-AMOUNT     TO RPT-AMOUNT.
2.82 261015            MOVE WS-OPEN-AMT   TO RPT-OPEN.
2.83 261015            MOVE WS-DAYS-OPEN  TO RPT-DAYS.
2.84 261015            MOVE WS-RPT-DETAIL TO RPT-LINE.
2.85 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
2.86 261015            MOVE 'N' TO WS-SUPP-FOUND.
2.87 261015            PERFORM VARYING I-SUPP FROM 1 BY 1
2.88 261015                    UNTIL I-SUPP > WS-SUPP-CNT
2.89 261015               IF WS-SUPP-ID(I-SUPP) = DN-SUPP-ID
3.95 261015                  AND WS-SUPP-CURR(I-SUPP) = DN-CURRENCY
2.90 261015                  ADD 1 TO WS-SUPP-NOTES(I-SUPP)
2.91 261015                  ADD WS-OPEN-AMT TO WS-SUPP-OPEN(I-SUPP)
2.92 261015                  SET SUPP-FOUND TO TRUE
2.93 261015                  COMPUTE I-SUPP = WS-SUPP-CNT + 1
2.94 261015               END-IF
2.95 261015            END-PERFORM.
2.96 261015            IF NOT SUPP-FOUND
2.97 261015               IF WS-SUPP-CNT < 200
2.98 261015                  ADD 1 TO WS-SUPP-CNT
2.99 261015                  MOVE DN-SUPP-ID  TO WS-SUPP-ID(WS-SUPP-CNT)
3.85 261015                  MOVE DN-CURRENCY TO WS-SUPP-CURR(WS-SUPP-CNT)
3.00 261015                  MOVE 1           TO WS-SUPP-NOTES(WS-SUPP-CNT)
3.01 261015                  MOVE WS-OPEN-AMT TO WS-SUPP-OPEN(WS-SUPP-CNT)
3.02 261015               ELSE
3.03 261015                  ADD 1 TO WS-SUPP-LOST
3.04 261015               END-IF
3.05 261015            END-IF.
3.06 261015        400-EXIT.
3.07 261015            EXIT.
3.08 261015        700-SUPPLIER-TOTALS.
3.09 261015            MOVE SPACES TO RPT-LINE.
3.10 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
3.11 261015            MOVE 'OWED BACK BY SUPPLIER' TO RPT-LINE.
3.12 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
3.13 261015            PERFORM VARYING I-SUPP FROM 1 BY 1
3.14 261015                    UNTIL I-SUPP > WS-SUPP-CNT
3.15 261015               MOVE WS-SUPP-ID(I-SUPP) TO SU-SUPP-ID
3.16 261015               READ SUPPMSTR
3.17 261015                   INVALID KEY
3.18 261015                      MOVE SPACES TO SU-NAME
3.19 261015               END-READ
3.20 261015               MOVE WS-SUPP-ID(I-SUPP)    TO RPT-S-SUPP-ID
3.21 261015               MOVE SU-NAME               TO RPT-S-NAME
3.22 261015               MOVE WS-SUPP-NOTES(I-SUPP) TO RPT-S-NOTES
3.86 261015               MOVE WS-SUPP-CURR(I-SUPP)  TO RPT-S-CURR
3.23 261015               MOVE WS-SUPP-OPEN(I-SUPP)  TO RPT-S-OPEN
3.24 261015               MOVE WS-SUPP-DETAIL TO RPT-LINE
3.25 261015               PERFORM 150-PUT-LINE THRU 150-EXIT
3.26 261015            END-PERFORM.
3.27 261015        700-EXIT.
3.28 261015            EXIT.
3.29 261015        900-CONTROL-BLOCK.
3.30 261015            MOVE SPACES TO RPT-LINE.
3.31 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
3.32 261015            MOVE 'CONTROL TOTALS' TO RPT-LINE.
3.33 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
3.34 261015            MOVE WS-COMPANY-OPEN TO WS-RPT-AMT.
3.35 261015            MOVE SPACES TO RPT-LINE.
3.36 261015            STRING 'DEBIT NOTES READ ' DELIMITED SIZE
3.37 261015                   WS-NOTES-READ DELIMITED SIZE
3.38 261015                   ' OPEN ' DELIMITED SIZE
3.39 261015                   WS-NOTES-OPEN DELIMITED SIZE
3.40 261015                   ' OWED ' DELIMITED SIZE
3.41 261015                   WS-RPT-AMT DELIMITED SIZE
3.42 261015                   INTO RPT-LINE.
3.43 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
3.87 261015            IF WS-NORATE-CNT > 0
3.88 261015               MOVE SPACES TO RPT-LINE
3.89 261015               STRING 'NOTES NOT IN OWED TOTAL - NO EXCHANGE RATE '
3.90 261015                      DELIMITED SIZE
3.91 261015                      WS-NORATE-CNT DELIMITED SIZE
3.92 261015                      INTO RPT-LINE
3.93 261015               PERFORM 150-PUT-LINE THRU 150-EXIT
3.94 261015            END-IF.
3.44 261015            IF WS-SUPP-LOST > 0
3.45 261015               MOVE SPACES TO RPT-LINE
3.46 261015               STRING 'NOTES NOT IN SUPPLIER TOTALS - TABLE FULL '
3.47 261015                      DELIMITED SIZE
3.48 261015                      WS-SUPP-LOST DELIMITED SIZE
3.49 261015                      INTO RPT-LINE
3.50 261015               PERFORM 150-PUT-LINE THRU 150-EXIT
3.51 261015            END-IF.
3.52 261015        900-EXIT.
3.53 261015            EXIT.
3.54 261015        HALT.
