1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. SUPACCR.
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
1.15 261015            SELECT ACCRPT ASSIGN TO PRINTER-SUPACCR
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
3.59 261015       * PO cost currency - see POCONF
3.60 261015           03  PH-CURRENCY       PIC X(3).
1.27 261015        FD  POLINE
1.28 261015                LABEL RECORD IS STANDARD.
1.29 261015        01  POLINE-REC.
1.30 261015           03  PL-KEY.
1.31 261015              05  PL-PO-NUM      PIC 9(8).
1.32 261015              05  PL-LINE        PIC 9(3).
1.33 261015           03  PL-ITEM-NUM       PIC 9(8).
1.34 261015           03  PL-WHSE           PIC X(3).
1.35 261015           03  PL-QTY-ORDERED    PIC 9(5).
1.36 261015           03  PL-QTY-RECEIVED   PIC 9(5).
1.37 261015           03  PL-UNIT-COST      PIC 9(5)V99.
1.38 261015           03  PL-EXPECTED-DATE  PIC 9(8).
1.39 261015           03  PL-STATUS         PIC X.
1.40 261015           03  PL-OVER           PIC X.
1.41 261015           03  PL-LATE           PIC X.
1.42 261015       * drop-ship customer order reference - see POCONF
1.43 261015           03  PL-ORDER-NUM      PIC 9(8).
1.44 261015           03  PL-ORDER-LINE     PIC 9(3).
1.45 261015       * quantity supplier invoices have been matched against - see
1.46 261015       * SUPMATCH
1.47 261015           03  PL-QTY-INVOICED   PIC 9(5).
3.94 261015       * date of the latest receipt - see PORECV
3.95 261015           03  PL-RECV-DATE      PIC 9(8).
1.48 261015        FD  ACCRPT
1.49 261015                LABEL RECORD IS STANDARD.
1.50 261015        01  RPT-LINE          PIC X(80).
1.51 261015        WORKING-STORAGE SECTION.
1.52 261015        01  WS-POH-STATUS     PIC XX.
1.53 261015        01  WS-POL-STATUS     PIC XX.
1.54 261015        01  WS-RPT-STATUS     PIC XX.
1.55 261015        01  WS-TODAY          PIC 9(8) VALUE 0.
1.56 261015        01  WS-POL-END        PIC X VALUE 'N'.
1.57 261015           88 POL-END               VALUE 'Y'.
1.58 261015        01  WS-OPEN-QTY       PIC 9(5) VALUE 0.
1.59 261015        01  WS-ACCR-VALUE     PIC 9(10)V99 VALUE 0.
1.60 261015       * control block - accounting ties the accrual out against these
1.61 261015        01  WS-LINES-READ     PIC 9(7) VALUE 0.
1.62 261015        01  WS-LINES-ACCRUED  PIC 9(7) VALUE 0.
1.63 261015        01  WS-OVER-BILLED    PIC 9(7) VALUE 0.
1.64 261015        01  WS-TOTAL-QTY      PIC 9(9) VALUE 0.
1.65 261015        01  WS-COMPANY-VALUE  PIC 9(12)V99 VALUE 0.
3.61 261015       * lines on a foreign-currency PO with no rate on file - listed,
3.62 261015       * but kept out of the accrual until a rate is loaded
3.63 261015        01  WS-NORATE-CNT     PIC 9(7) VALUE 0.
3.64 261015        01  XRQ-DATE          PIC 9(8) VALUE 0.
3.65 261015        01  XRQ-RATE          PIC 9(4)V9(6).
3.66 261015        01  XRQ-RATE-DATE     PIC 9(8).
3.67 261015        01  XRQ-STATUS        PIC X.
3.68 261015           88 XRQ-OK               VALUE '0'.
1.66 261015        01  WS-SUPP-TBL.
1.67 261015           03  WS-SUPP-O OCCURS 200.
1.68 261015              05  WS-SUPP-ID         PIC X(6).
1.69 261015              05  WS-SUPP-VALUE      PIC 9(11)V99.
1.70 261015        01  WS-SUPP-CNT       PIC 9(3) VALUE 0.
1.71 261015        01  I-SUPP            PIC 9(3) VALUE 0.
1.72 261015        01  WS-SUPP-FOUND     PIC X VALUE 'N'.
1.73 261015           88 SUPP-FOUND            VALUE 'Y'.
1.74 261015        01  WS-SUPP-LOST      PIC 9(7) VALUE 0.
1.75 261015        01  WS-RPT-AMT        PIC Z(11)9.99.
1.76 261015        01  WS-RPT-HEAD.
1.77 261015           03  FILLER            PIC X(13) VALUE 'PO       LN'.
1.78 261015           03  FILLER            PIC X(7)  VALUE 'SUPP'.
1.79 261015           03  FILLER            PIC X(10) VALUE 'ITEM'.
1.80 261015           03  FILLER            PIC X(27) VALUE
1.81 261015               ' RECV  INVD  OPEN     COST'.
3.69 261015           03  FILLER            PIC X(4)  VALUE ' CUR'.
1.82 261015           03  FILLER            PIC X(14) VALUE '       ACCRUED'.
1.83 261015        01  WS-RPT-DETAIL.
1.84 261015           03  RPT-PO-NUM        PIC 9(8).
1.85 261015           03  FILLER            PIC X(1) VALUE SPACES.
1.86 261015           03  RPT-PO-LINE       PIC ZZ9.
1.87 261015           03  FILLER            PIC X(1) VALUE SPACES.
1.88 261015           03  RPT-SUPP-ID       PIC X(6).
1.89 261015           03  FILLER            PIC X(1) VALUE SPACES.
1.90 261015           03  RPT-ITEM-NUM      PIC Z(7)9.
1.91 261015           03  FILLER            PIC X(2) VALUE SPACES.
1.92 261015           03  RPT-RECEIVED      PIC ZZZZ9.
1.93 261015           03  FILLER            PIC X(1) VALUE SPACES.
1.94 261015           03  RPT-INVOICED      PIC ZZZZ9.
1.95 261015           03  FILLER            PIC X(1) VALUE SPACES.
1.96 261015           03  RPT-OPEN-QTY      PIC ZZZZ9.
1.97 261015           03  FILLER            PIC X(1) VALUE SPACES.
1.98 261015           03  RPT-COST          PIC ZZZZ9.99.
3.70 261015           03  FILLER            PIC X(1) VALUE SPACES.
3.71 261015           03  RPT-CURR          PIC X(3).
1.99 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.00 261015           03  RPT-VALUE         PIC Z(10)9.99.
2.01 261015        01  WS-SUPP-DETAIL.
2.02 261015           03  RPT-S-SUPP-ID     PIC X(6).
2.03 261015           03  FILLER            PIC X(2) VALUE SPACES.
2.04 261015           03  RPT-S-VALUE       PIC Z(10)9.99.
2.05 261015       * every report line is also registered in the ESRPTWRT
2.06 261015       * repository, so a purged spool no longer loses the report
2.07 261015        01  RW-PARAM.
2.08 261015           03  RW-JOB        PIC X(10) VALUE 'SUPACCR   '.
2.09 261015           03  RW-FUNC       PIC X     VALUE SPACE.
2.10 261015           03  RW-LINE       PIC X(132) VALUE SPACES.
2.11 261015        PROCEDURE DIVISION.
2.12 261015        BEGIN.
2.13 261015       * month-end received-not-yet-invoiced accrual: every PO line
2.14 261015       * whose received quantity is ahead of the quantity supplier
2.15 261015       * invoices have been matched against (SUPMATCH) owes the
2.16 261015       * supplier the difference at the PO cost. Listed by PO line,
2.17 261015       * subtotalled by supplier, with the company total accounting
2.18 261015       * books as the accrual
2.19 261015            ACCEPT WS-TODAY FROM DATE.
2.20 261015            ADD 20000000 TO WS-TODAY.
2.21 261015            MOVE 'N' TO WS-POL-END.
2.22 261015            OPEN INPUT POHDR.
2.23 261015            OPEN INPUT POLINE.
2.24 261015            OPEN OUTPUT ACCRPT.
2.25 261015            MOVE 'O' TO RW-FUNC.
2.26 261015            CALL 'ESRPTWRT' USING RW-PARAM.
2.27 261015            MOVE SPACES TO RPT-LINE.
2.28 261015            STRING 'RECEIVED NOT INVOICED ACCRUAL ' DELIMITED SIZE
2.29 261015                   WS-TODAY DELIMITED SIZE
2.30 261015                   INTO RPT-LINE.
2.31 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
2.32 261015            MOVE WS-RPT-HEAD TO RPT-LINE.
2.33 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
2.34 261015            MOVE LOW-VALUES TO PL-KEY.
2.35 261015            START POLINE
2.36 261015                KEY NOT LESS PL-KEY
2.37 261015                INVALID KEY
2.38 261015                   SET POL-END TO TRUE.
2.39 261015            PERFORM UNTIL POL-END
2.40 261015               READ POLINE NEXT
2.41 261015                   AT END
2.42 261015                      SET POL-END TO TRUE
2.43 261015                   NOT AT END
2.44 261015                      ADD 1 TO WS-LINES-READ
2.45 261015                      PERFORM 400-ACCRUE-LINE THRU 400-EXIT
2.46 261015               END-READ
2.47 261015            END-PERFORM.
2.48 261015            PERFORM 700-SUPPLIER-TOTALS THRU 700-EXIT.
2.49 261015            PERFORM 900-CONTROL-BLOCK THRU 900-EXIT.
2.50 261015            CLOSE POHDR.
2.51 261015            CLOSE POLINE.
2.52 261015            MOVE 'C' TO RW-FUNC.
2.53 261015            CALL 'ESRPTWRT' USING RW-PARAM.
2.54 261015            CLOSE ACCRPT.
2.55 261015            STOP RUN.
2.56 261015        150-PUT-LINE.
2.57 261015            MOVE RPT-LINE TO RW-LINE.
2.58 261015            WRITE RPT-LINE.
2.59 261015            MOVE 'L' TO RW-FUNC.
2.60 261015            CALL 'ESRPTWRT' USING RW-PARAM.
2.61 261015        150-EXIT.
2.62 261015            EXIT.
2.63 261015        400-ACCRUE-LINE.
2.64 261015       * a line billed beyond its receipts (inside the SUPMATCH
2.65 261015       * tolerance) owes nothing further and is only counted
2.66 261015            IF PL-QTY-INVOICED > PL-QTY-RECEIVED
2.67 261015               ADD 1 TO WS-OVER-BILLED
2.68 261015               GO TO 400-EXIT.
2.69 261015            IF PL-QTY-RECEIVED = PL-QTY-INVOICED
2.70 261015               GO TO 400-EXIT.
2.71 261015            COMPUTE WS-OPEN-QTY = PL-QTY-RECEIVED - PL-QTY-INVOICED.
2.72 261015            COMPUTE WS-ACCR-VALUE = WS-OPEN-QTY * PL-UNIT-COST.
2.73 261015            MOVE PL-PO-NUM TO PH-PO-NUM.
2.74 261015            READ POHDR
2.75 261015                INVALID KEY
3.73 261015                   MOVE SPACES TO PH-SUPP-ID PH-CURRENCY
2.77 261015            END-READ.
3.74 261015       * the PO cost is in the PO's currency - the accrual is booked in
3.75 261015       * local currency at today's rate
3.76 261015            MOVE 0 TO XRQ-DATE.
3.77 261015            CALL 'EXRATEQ' USING PH-CURRENCY XRQ-DATE XRQ-RATE
3.78 261015                XRQ-RATE-DATE XRQ-STATUS.
3.79 261015            IF XRQ-OK
3.80 261015               COMPUTE WS-ACCR-VALUE ROUNDED = WS-ACCR-VALUE * XRQ-RATE
3.81 261015            ELSE
3.82 261015               MOVE 0 TO WS-ACCR-VALUE
3.83 261015               ADD 1 TO WS-NORATE-CNT
3.84 261015            END-IF.
2.78 261015            ADD 1 TO WS-LINES-ACCRUED.
2.79 261015            ADD WS-OPEN-QTY TO WS-TOTAL-QTY.
2.80 261015            ADD WS-ACCR-VALUE TO WS-COMPANY-VALUE.
2.81 261015            MOVE PL-PO-NUM       TO RPT-PO-NUM.
2.82 261015            MOVE PL-LINE         TO RPT-PO-LINE.
2.83 261015            MOVE PH-SUPP-ID      TO RPT-SUPP-ID.
2.84 261015            MOVE PL-ITEM-NUM     TO RPT-ITEM-NUM.
2.85 261015            MOVE PL-QTY-RECEIVED TO RPT-RECEIVED.
2.86 261015            MOVE PL-QTY-INVOICED TO RPT-INVOICED.
2.87 261015            MOVE WS-OPEN-QTY     TO RPT-OPEN-QTY.
2.88 261015            MOVE PL-UNIT-COST    TO RPT-COST.
3.85 261015            MOVE PH-CURRENCY     TO RPT-CURR.
2.89 261015            MOVE WS-ACCR-VALUE   TO RPT-VALUE.
2.90 261015            MOVE WS-RPT-DETAIL   TO RPT-LINE.
2.91 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
2.92 261015            MOVE 'N' TO WS-SUPP-FOUND.
2.93 261015            PERFORM VARYING I-SUPP FROM 1 BY 1
2.94 261015                    UNTIL I-SUPP > WS-SUPP-CNT
2.95 261015               IF WS-SUPP-ID(I-SUPP) = PH-SUPP-ID
2.96 261015                  ADD WS-ACCR-VALUE TO WS-SUPP-VALUE(I-SUPP)
2.97 261015                  SET SUPP-FOUND TO TRUE
2.98 261015                  COMPUTE I-SUPP = WS-SUPP-CNT + 1
2.99 261015               END-IF
3.00 261015            END-PERFORM.
3.01 261015            IF NOT SUPP-FOUND
3.02 261015               IF WS-SUPP-CNT < 200
3.03 261015                  ADD 1 TO WS-SUPP-CNT
3.04 261015                  MOVE PH-SUPP-ID    TO WS-SUPP-ID(WS-SUPP-CNT)
3.05 261015                  MOVE WS-ACCR-VALUE TO WS-SUPP-VALUE(WS-SUPP-CNT)
3.06 261015               ELSE
3.07 261015                  ADD 1 TO WS-SUPP-LOST
3.08 261015               END-IF
3.09 261015            END-IF.
3.10 261015        400-EXIT.
3.11 261015            EXIT.
3.12 261015        700-SUPPLIER-TOTALS.
3.13 261015            MOVE SPACES TO RPT-LINE.
3.14 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
3.15 261015            MOVE 'SUBTOTALS BY SUPPLIER' TO RPT-LINE.
3.16 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
3.17 261015            PERFORM VARYING I-SUPP FROM 1 BY 1
3.18 261015                    UNTIL I-SUPP > WS-SUPP-CNT
3.19 261015               MOVE WS-SUPP-ID(I-SUPP)    TO RPT-S-SUPP-ID
3.20 261015               MOVE WS-SUPP-VALUE(I-SUPP) TO RPT-S-VALUE
3.21 261015               MOVE WS-SUPP-DETAIL TO RPT-LINE
3.22 261015               PERFORM 150-PUT-LINE THRU 150-EXIT
3.23 261015            END-PERFORM.
3.24 261015        700-EXIT.
3.25 261015            EXIT.
3.26 261015        900-CONTROL-BLOCK.
3.27 261015            MOVE SPACES TO RPT-LINE.
3.28 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
3.29 261015            MOVE 'CONTROL TOTALS' TO RPT-LINE.
3.30 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
3.31 261015            MOVE SPACES TO RPT-LINE.
3.32 261015            STRING 'PO LINES READ ' DELIMITED SIZE
3.33 261015                   WS-LINES-READ DELIMITED SIZE
3.34 261015                   ' ACCRUED ' DELIMITED SIZE
3.35 261015                   WS-LINES-ACCRUED DELIMITED SIZE
3.36 261015                   ' BILLED BEYOND RECEIPT ' DELIMITED SIZE
3.37 261015                   WS-OVER-BILLED DELIMITED SIZE
3.38 261015                   INTO RPT-LINE.
3.39 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
3.40 261015            MOVE WS-COMPANY-VALUE TO WS-RPT-AMT.
3.41 261015            MOVE SPACES TO RPT-LINE.
3.42 261015            STRING 'QUANTITY ' DELIMITED SIZE
3.43 261015                   WS-TOTAL-QTY DELIMITED SIZE
3.44 261015                   ' ACCRUAL ' DELIMITED SIZE
3.45 261015                   WS-RPT-AMT DELIMITED SIZE
3.46 261015                   INTO RPT-LINE.
3.47 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
3.86 261015            IF WS-NORATE-CNT > 0
3.87 261015               MOVE SPACES TO RPT-LINE
3.88 261015               STRING 'LINES NOT ACCRUED - NO EXCHANGE RATE '
3.89 261015                      DELIMITED SIZE
3.90 261015                      WS-NORATE-CNT DELIMITED SIZE
3.91 261015                      INTO RPT-LINE
3.92 261015               PERFORM 150-PUT-LINE THRU 150-EXIT
3.93 261015            END-IF.
3.48 261015            IF WS-SUPP-LOST > 0
3.49 261015               MOVE SPACES TO RPT-LINE
3.50 261015               STRING 'LINES NOT IN SUPPLIER SUBTOTALS - TABLE FULL '
3.51 261015                      DELIMITED SIZE
3.52 261015                      WS-SUPP-LOST DELIMITED SIZE
3.53 261015                      INTO RPT-LINE
3.54 261015               PERFORM 150-PUT-LINE THRU 150-EXIT
3.55 261015            END-IF.
3.56 261015        900-EXIT.
3.57 261015            EXIT.
3.58 261015        HALT.
