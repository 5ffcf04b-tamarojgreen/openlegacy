1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. FXREVAL.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT POHDR ASSIGN TO DATABASE-POHDR
1.06 261015                ORGANIZATION IS INDEXED
1.07 261015                ACCESS MODE IS DYNAMIC
1.08 261015                RECORD KEY IS PH-PO-NUM
1.09 261015                FILE STATUS IS WS-POH-STATUS.
1.10 261015            SELECT POLINE ASSIGN TO DATABASE-POLINE
1.11 261015                ORGANIZATION IS INDEXED
1.12 261015                ACCESS MODE IS DYNAMIC
1.13 261015                RECORD KEY IS PL-KEY
1.14 261015                FILE STATUS IS WS-POL-STATUS.
1.15 261015            SELECT FXRPT ASSIGN TO PRINTER-FXREVAL
1.16 261015                ORGANIZATION IS LINE SEQUENTIAL
1.17 261015                FILE STATUS IS WS-RPT-STATUS.
1.18 261015        DATA DIVISION.
1.19 261015        FILE SECTION.
1.20 261015        FD  POHDR
1.21 261015                LABEL RECORD IS STANDARD.
1.22 261015        01  POHDR-REC.
1.23 261015           03  PH-PO-NUM         PIC 9(8).
1.24 261015           03  PH-SUPP-ID        PIC X(6).
1.25 261015           03  PH-ORDER-DATE     PIC 9(8).
1.26 261015           03  PH-STATUS         PIC X.
1.27 261015       * PO cost currency - see POCONF
1.28 261015           03  PH-CURRENCY       PIC X(3).
1.29 261015        FD  POLINE
1.30 261015                LABEL RECORD IS STANDARD.
1.31 261015        01  POLINE-REC.
1.32 261015           03  PL-KEY.
1.33 261015              05  PL-PO-NUM      PIC 9(8).
1.34 261015              05  PL-LINE        PIC 9(3).
1.35 261015           03  PL-ITEM-NUM       PIC 9(8).
1.36 261015           03  PL-WHSE           PIC X(3).
1.37 261015           03  PL-QTY-ORDERED    PIC 9(5).
1.38 261015           03  PL-QTY-RECEIVED   PIC 9(5).
1.39 261015           03  PL-UNIT-COST      PIC 9(5)V99.
1.40 261015           03  PL-EXPECTED-DATE  PIC 9(8).
1.41 261015           03  PL-STATUS         PIC X.
1.42 261015           03  PL-OVER           PIC X.
1.43 261015           03  PL-LATE           PIC X.
1.44 261015       * drop-ship customer order reference - see POCONF
1.45 261015           03  PL-ORDER-NUM      PIC 9(8).
1.46 261015           03  PL-ORDER-LINE     PIC 9(3).
1.47 261015       * quantity supplier invoices have been matched against - see
1.48 261015       * SUPMATCH
1.49 261015           03  PL-QTY-INVOICED   PIC 9(5).
4.41 261015       * date of the latest receipt - see PORECV
4.42 261015           03  PL-RECV-DATE      PIC 9(8).
1.50 261015        FD  FXRPT
1.51 261015                LABEL RECORD IS STANDARD.
1.52 261015        01  RPT-LINE          PIC X(80).
1.53 261015        WORKING-STORAGE SECTION.
1.54 261015        01  WS-POH-STATUS     PIC XX.
1.55 261015        01  WS-POL-STATUS     PIC XX.
1.56 261015        01  WS-RPT-STATUS     PIC XX.
1.57 261015        01  WS-POL-END        PIC X VALUE 'N'.
1.58 261015           88 POL-END               VALUE 'Y'.
1.59 261015       * the local currency - see EXRATEQ
1.60 261015        01  WS-LOCAL-CURR     PIC X(3) VALUE 'ILS'.
1.61 261015       * the month's last day - EXRATEQ takes the latest rate on or
1.62 261015       * before it, so day 31 serves every month
1.63 261015        01  WS-PERIOD-END     PIC 9(8) VALUE 0.
1.64 261015        01  WS-OPEN-QTY       PIC 9(5) VALUE 0.
1.65 261015        01  WS-FX-VALUE       PIC 9(9)V99 VALUE 0.
1.66 261015        01  WS-BOOK-RATE      PIC 9(4)V9(6) VALUE 0.
1.67 261015        01  WS-BOOK-VALUE     PIC 9(11)V99 VALUE 0.
1.68 261015        01  WS-REVAL-VALUE    PIC 9(11)V99 VALUE 0.
1.69 261015        01  WS-DIFF           PIC S9(11)V99 VALUE 0.
1.70 261015        01  XRQ-DATE          PIC 9(8) VALUE 0.
1.71 261015        01  XRQ-RATE          PIC 9(4)V9(6).
1.72 261015        01  XRQ-RATE-DATE     PIC 9(8).
1.73 261015        01  XRQ-STATUS        PIC X.
1.74 261015           88 XRQ-OK               VALUE '0'.
1.75 261015       * subtotals per currency
1.76 261015        01  WS-CURR-TBL.
1.77 261015           03  WS-CURR-O OCCURS 50.
1.78 261015              05  WS-CURR-CODE       PIC X(3).
1.79 261015              05  WS-CURR-LINES      PIC 9(5).
1.80 261015              05  WS-CURR-FX         PIC 9(11)V99.
1.81 261015              05  WS-CURR-BOOK       PIC 9(11)V99.
1.82 261015              05  WS-CURR-REVAL      PIC 9(11)V99.
1.83 261015        01  WS-CURR-CNT       PIC 9(3) VALUE 0.
1.84 261015        01  I-CURR            PIC 9(3) VALUE 0.
1.85 261015        01  WS-CURR-FOUND     PIC X VALUE 'N'.
1.86 261015           88 CURR-FOUND            VALUE 'Y'.
1.87 261015        01  WS-CURR-LOST      PIC 9(7) VALUE 0.
1.88 261015       * control block - accounting books the difference against these
1.89 261015        01  WS-LINES-READ     PIC 9(7) VALUE 0.
1.90 261015        01  WS-LINES-REVAL    PIC 9(7) VALUE 0.
1.91 261015        01  WS-NORATE-CNT     PIC 9(7) VALUE 0.
1.92 261015        01  WS-TOT-BOOK       PIC 9(13)V99 VALUE 0.
1.93 261015        01  WS-TOT-REVAL      PIC 9(13)V99 VALUE 0.
1.94 261015        01  WS-TOT-DIFF       PIC S9(13)V99 VALUE 0.
1.95 261015        01  WS-RPT-AMT        PIC Z(12)9.99.
1.96 261015        01  WS-RPT-AMT2       PIC Z(12)9.99.
1.97 261015        01  WS-RPT-DIFF       PIC -Z(12)9.99.
1.98 261015        01  WS-RPT-HEAD.
1.99 261015           03  FILLER            PIC X(13) VALUE 'PO       LN'.
2.00 261015           03  FILLER            PIC X(7)  VALUE 'SUPP'.
2.01 261015           03  FILLER            PIC X(4)  VALUE 'CUR'.
2.02 261015           03  FILLER            PIC X(5)  VALUE ' OPEN'.
2.03 261015           03  FILLER            PIC X(12) VALUE '     FOREIGN'.
2.04 261015           03  FILLER            PIC X(12) VALUE '      BOOKED'.
2.05 261015           03  FILLER            PIC X(12) VALUE '    REVALUED'.
2.06 261015           03  FILLER            PIC X(12) VALUE '  DIFFERENCE'.
2.07 261015        01  WS-RPT-DETAIL.
2.08 261015           03  RPT-PO-NUM        PIC 9(8).
2.09 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.10 261015           03  RPT-PO-LINE       PIC ZZ9.
2.11 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.12 261015           03  RPT-SUPP-ID       PIC X(6).
2.13 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.14 261015           03  RPT-CURR          PIC X(3).
2.15 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.16 261015           03  RPT-OPEN-QTY      PIC ZZZZ9.
2.17 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.18 261015           03  RPT-FX            PIC Z(7)9.99.
2.19 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.20 261015           03  RPT-BOOK          PIC Z(7)9.99.
2.21 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.22 261015           03  RPT-REVAL         PIC Z(7)9.99.
2.23 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.24 261015           03  RPT-DIFF          PIC -Z(6)9.99.
2.25 261015        01  WS-CURR-HEAD.
2.26 261015           03  FILLER            PIC X(5)  VALUE 'CUR'.
2.27 261015           03  FILLER            PIC X(6)  VALUE 'LINES'.
2.28 261015           03  FILLER            PIC X(13) VALUE '      FOREIGN'.
2.29 261015           03  FILLER            PIC X(13) VALUE '       BOOKED'.
2.30 261015           03  FILLER            PIC X(13) VALUE '     REVALUED'.
2.31 261015           03  FILLER            PIC X(13) VALUE '   DIFFERENCE'.
2.32 261015        01  WS-CURR-DETAIL.
2.33 261015           03  RPT-C-CURR        PIC X(3).
2.34 261015           03  FILLER            PIC X(2) VALUE SPACES.
2.35 261015           03  RPT-C-LINES       PIC ZZZZ9.
2.36 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.37 261015           03  RPT-C-FX          PIC Z(8)9.99.
2.38 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.39 261015           03  RPT-C-BOOK        PIC Z(8)9.99.
2.40 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.41 261015           03  RPT-C-REVAL       PIC Z(8)9.99.
2.42 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.43 261015           03  RPT-C-DIFF        PIC -Z(7)9.99.
2.44 261015       * every report line is also registered in the ESRPTWRT
2.45 261015       * repository, so a purged spool no longer loses the report
2.46 261015        01  RW-PARAM.
2.47 261015           03  RW-JOB        PIC X(10) VALUE 'FXREVAL   '.
2.48 261015           03  RW-FUNC       PIC X     VALUE SPACE.
2.49 261015           03  RW-LINE       PIC X(132) VALUE SPACES.
2.50 261015        LINKAGE SECTION.
2.51 261015       * the month being closed, YYYYMM
2.52 261015        01 FXR-PERIOD        PIC 9(6).
2.53 261015        PROCEDURE DIVISION USING FXR-PERIOD.
2.54 261015        BEGIN.
2.55 261015       * month-end revaluation of open foreign-currency purchase
2.56 261015       * orders: the still-open quantity of every PO line priced in a
2.57 261015       * foreign currency, valued at the rate in force when the PO was
2.58 261015       * raised and again at the month-end rate. The difference per
2.59 261015       * line, per currency and in total is what accounting books as
2.60 261015       * the unrealised exchange gain or loss on purchase commitments
2.61 261015            COMPUTE WS-PERIOD-END = FXR-PERIOD * 100 + 31.
2.62 261015            MOVE 'N' TO WS-POL-END.
2.63 261015            OPEN INPUT POHDR.
2.64 261015            OPEN INPUT POLINE.
2.65 261015            OPEN OUTPUT FXRPT.
2.66 261015            MOVE 'O' TO RW-FUNC.
2.67 261015            CALL 'ESRPTWRT' USING RW-PARAM.
2.68 261015            MOVE SPACES TO RPT-LINE.
2.69 261015            STRING 'OPEN PO CURRENCY REVALUATION ' DELIMITED SIZE
2.70 261015                   FXR-PERIOD DELIMITED SIZE
2.71 261015                   INTO RPT-LINE.
2.72 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
2.73 261015            MOVE WS-RPT-HEAD TO RPT-LINE.
2.74 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
2.75 261015            MOVE LOW-VALUES TO PL-KEY.
2.76 261015            START POLINE
2.77 261015                KEY NOT LESS PL-KEY
2.78 261015                INVALID KEY
2.79 261015                   SET POL-END TO TRUE.
2.80 261015            PERFORM UNTIL POL-END
2.81 261015               READ POLINE NEXT
2.82 261015                   AT END
2.83 261015                      SET POL-END TO TRUE
2.84 261015                   NOT AT END
2.85 261015                      ADD 1 TO WS-LINES-READ
2.86 261015                      PERFORM 400-REVALUE-LINE THRU 400-EXIT
2.87 261015               END-READ
2.88 261015            END-PERFORM.
2.89 261015            PERFORM 700-CURRENCY-TOTALS THRU 700-EXIT.
2.90 261015            PERFORM 900-CONTROL-BLOCK THRU 900-EXIT.
2.91 261015            CLOSE POHDR.
2.92 261015            CLOSE POLINE.
2.93 261015            MOVE 'C' TO RW-FUNC.
2.94 261015            CALL 'ESRPTWRT' USING RW-PARAM.
2.95 261015            CLOSE FXRPT.
2.96 261015            STOP RUN.
2.97 261015        150-PUT-LINE.
2.98 261015            MOVE RPT-LINE TO RW-LINE.
2.99 261015            WRITE RPT-LINE.
3.00 261015            MOVE 'L' TO RW-FUNC.
3.01 261015            CALL 'ESRPTWRT' USING RW-PARAM.
3.02 261015        150-EXIT.
3.03 261015            EXIT.
3.04 261015        400-REVALUE-LINE.
3.05 261015       * only open lines with quantity still to come carry exposure
3.06 261015            IF PL-STATUS NOT = 'O'
3.07 261015               GO TO 400-EXIT.
3.08 261015            IF PL-QTY-RECEIVED NOT < PL-QTY-ORDERED
3.09 261015               GO TO 400-EXIT.
3.10 261015            MOVE PL-PO-NUM TO PH-PO-NUM.
3.11 261015            READ POHDR
3.12 261015                INVALID KEY
3.13 261015                   GO TO 400-EXIT
3.14 261015            END-READ.
3.15 261015            IF PH-CURRENCY = SPACES OR PH-CURRENCY = WS-LOCAL-CURR
3.16 261015               GO TO 400-EXIT.
3.17 261015       * a PO raised after the month closed is next month's business
3.18 261015            IF PH-ORDER-DATE > WS-PERIOD-END
3.19 261015               GO TO 400-EXIT.
3.20 261015            MOVE PH-ORDER-DATE TO XRQ-DATE.
3.21 261015            CALL 'EXRATEQ' USING PH-CURRENCY XRQ-DATE XRQ-RATE
3.22 261015                XRQ-RATE-DATE XRQ-STATUS.
3.23 261015            IF NOT XRQ-OK
3.24 261015               ADD 1 TO WS-NORATE-CNT
3.25 261015               GO TO 400-EXIT.
3.26 261015            MOVE XRQ-RATE TO WS-BOOK-RATE.
3.27 261015            MOVE WS-PERIOD-END TO XRQ-DATE.
3.28 261015            CALL 'EXRATEQ' USING PH-CURRENCY XRQ-DATE XRQ-RATE
3.29 261015                XRQ-RATE-DATE XRQ-STATUS.
3.30 261015            IF NOT XRQ-OK
3.31 261015               ADD 1 TO WS-NORATE-CNT
3.32 261015               GO TO 400-EXIT.
3.33 261015            COMPUTE WS-OPEN-QTY = PL-QTY-ORDERED - PL-QTY-RECEIVED.
3.34 261015            COMPUTE WS-FX-VALUE = WS-OPEN-QTY * PL-UNIT-COST.
3.35 261015            COMPUTE WS-BOOK-VALUE ROUNDED = WS-FX-VALUE * WS-BOOK-RATE.
3.36 261015            COMPUTE WS-REVAL-VALUE ROUNDED = WS-FX-VALUE * XRQ-RATE.
3.37 261015            COMPUTE WS-DIFF = WS-REVAL-VALUE - WS-BOOK-VALUE.
3.38 261015            ADD 1 TO WS-LINES-REVAL.
3.39 261015            ADD WS-BOOK-VALUE  TO WS-TOT-BOOK.
3.40 261015            ADD WS-REVAL-VALUE TO WS-TOT-REVAL.
3.41 261015            ADD WS-DIFF        TO WS-TOT-DIFF.
3.42 261015            MOVE PL-PO-NUM      TO RPT-PO-NUM.
3.43 261015            MOVE PL-LINE        TO RPT-PO-LINE.
3.44 261015            MOVE PH-SUPP-ID     TO RPT-SUPP-ID.
3.45 261015            MOVE PH-CURRENCY    TO RPT-CURR.
3.46 261015            MOVE WS-OPEN-QTY    TO RPT-OPEN-QTY.
3.47 261015            MOVE WS-FX-VALUE    TO RPT-FX.
3.48 261015            MOVE WS-BOOK-VALUE  TO RPT-BOOK.
3.49 261015            MOVE WS-REVAL-VALUE TO RPT-REVAL.
3.50 261015            MOVE WS-DIFF        TO RPT-DIFF.
3.51 261015            MOVE WS-RPT-DETAIL  TO RPT-LINE.
3.52 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
3.53 261015            MOVE 'N' TO WS-CURR-FOUND.
3.54 261015            PERFORM VARYING I-CURR FROM 1 BY 1
3.55 261015                    UNTIL I-CURR > WS-CURR-CNT
3.56 261015               IF WS-CURR-CODE(I-CURR) = PH-CURRENCY
3.57 261015                  ADD 1 TO WS-CURR-LINES(I-CURR)
3.58 261015                  ADD WS-FX-VALUE    TO WS-CURR-FX(I-CURR)
3.59 261015                  ADD WS-BOOK-VALUE  TO WS-CURR-BOOK(I-CURR)
3.60 261015                  ADD WS-REVAL-VALUE TO WS-CURR-REVAL(I-CURR)
3.61 261015                  SET CURR-FOUND TO TRUE
3.62 261015                  COMPUTE I-CURR = WS-CURR-CNT + 1
3.63 261015               END-IF
3.64 261015            END-PERFORM.
3.65 261015            IF NOT CURR-FOUND
3.66 261015               IF WS-CURR-CNT < 50
3.67 261015                  ADD 1 TO WS-CURR-CNT
3.68 261015                  MOVE PH-CURRENCY    TO WS-CURR-CODE(WS-CURR-CNT)
3.69 261015                  MOVE 1              TO WS-CURR-LINES(WS-CURR-CNT)
3.70 261015                  MOVE WS-FX-VALUE    TO WS-CURR-FX(WS-CURR-CNT)
3.71 261015                  MOVE WS-BOOK-VALUE  TO WS-CURR-BOOK(WS-CURR-CNT)
3.72 261015                  MOVE WS-REVAL-VALUE TO WS-CURR-REVAL(WS-CURR-CNT)
3.73 261015               ELSE
3.74 261015                  ADD 1 TO WS-CURR-LOST
3.75 261015               END-IF
3.76 261015            END-IF.
3.77 261015        400-EXIT.
3.78 261015            EXIT.
3.79 261015        700-CURRENCY-TOTALS.
3.80 261015            MOVE SPACES TO RPT-LINE.
3.81 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
3.82 261015            MOVE 'SUBTOTALS BY CURRENCY' TO RPT-LINE.
3.83 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
3.84 261015            MOVE WS-CURR-HEAD TO RPT-LINE.
3.85 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
3.86 261015            PERFORM VARYING I-CURR FROM 1 BY 1
3.87 261015                    UNTIL I-CURR > WS-CURR-CNT
3.88 261015               MOVE WS-CURR-CODE(I-CURR)  TO RPT-C-CURR
3.89 261015               MOVE WS-CURR-LINES(I-CURR) TO RPT-C-LINES
3.90 261015               MOVE WS-CURR-FX(I-CURR)    TO RPT-C-FX
3.91 261015               MOVE WS-CURR-BOOK(I-CURR)  TO RPT-C-BOOK
3.92 261015               MOVE WS-CURR-REVAL(I-CURR) TO RPT-C-REVAL
3.93 261015               COMPUTE WS-DIFF =
3.94 261015                   WS-CURR-REVAL(I-CURR) - WS-CURR-BOOK(I-CURR)
3.95 261015               MOVE WS-DIFF TO RPT-C-DIFF
3.96 261015               MOVE WS-CURR-DETAIL TO RPT-LINE
3.97 261015               PERFORM 150-PUT-LINE THRU 150-EXIT
3.98 261015            END-PERFORM.
3.99 261015        700-EXIT.
4.00 261015            EXIT.
4.01 261015        900-CONTROL-BLOCK.
4.02 261015            MOVE SPACES TO RPT-LINE.
4.03 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
4.04 261015            MOVE 'CONTROL TOTALS' TO RPT-LINE.
4.05 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
4.06 261015            MOVE SPACES TO RPT-LINE.
4.07 261015            STRING 'PO LINES READ ' DELIMITED SIZE
4.08 261015                   WS-LINES-READ DELIMITED SIZE
4.09 261015                   ' REVALUED ' DELIMITED SIZE
4.10 261015                   WS-LINES-REVAL DELIMITED SIZE
4.11 261015                   ' NO EXCHANGE RATE ' DELIMITED SIZE
4.12 261015                   WS-NORATE-CNT DELIMITED SIZE
4.13 261015                   INTO RPT-LINE.
4.14 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
4.15 261015            MOVE WS-TOT-BOOK  TO WS-RPT-AMT.
4.16 261015            MOVE WS-TOT-REVAL TO WS-RPT-AMT2.
4.17 261015            MOVE SPACES TO RPT-LINE.
4.18 261015            STRING 'BOOKED ' DELIMITED SIZE
4.19 261015                   WS-RPT-AMT DELIMITED SIZE
4.20 261015                   ' REVALUED ' DELIMITED SIZE
4.21 261015                   WS-RPT-AMT2 DELIMITED SIZE
4.22 261015                   INTO RPT-LINE.
4.23 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
4.24 261015            MOVE WS-TOT-DIFF TO WS-RPT-DIFF.
4.25 261015            MOVE SPACES TO RPT-LINE.
4.26 261015            STRING 'REVALUATION DIFFERENCE ' DELIMITED SIZE
4.27 261015                   WS-RPT-DIFF DELIMITED SIZE
4.28 261015                   INTO RPT-LINE.
4.29 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
4.30 261015            IF WS-CURR-LOST > 0
4.31 261015               MOVE SPACES TO RPT-LINE
4.32 261015               STRING 'LINES NOT IN CURRENCY SUBTOTALS - TABLE FULL '
4.33 261015                      DELIMITED SIZE
4.34 261015                      WS-CURR-LOST DELIMITED SIZE
4.35 261015                      INTO RPT-LINE
4.36 261015               PERFORM 150-PUT-LINE THRU 150-EXIT
4.37 261015            END-IF.
4.38 261015        900-EXIT.
4.39 261015            EXIT.
4.40 261015        HALT.
