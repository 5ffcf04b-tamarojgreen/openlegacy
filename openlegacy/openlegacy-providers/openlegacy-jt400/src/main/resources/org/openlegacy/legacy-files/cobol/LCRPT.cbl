1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. LCRPT.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT LCVOUCH ASSIGN TO DATABASE-LCVOUCH
1.06 261015                ORGANIZATION IS INDEXED
1.07 261015                ACCESS MODE IS DYNAMIC
1.08 261015                RECORD KEY IS LV-NUM
1.09 261015                FILE STATUS IS WS-LCV-STATUS.
1.10 261015            SELECT LCALLOC ASSIGN TO DATABASE-LCALLOC
1.11 261015                ORGANIZATION IS INDEXED
1.12 261015                ACCESS MODE IS DYNAMIC
1.13 261015                RECORD KEY IS LA-KEY
1.14 261015                FILE STATUS IS WS-LCA-STATUS.
1.15 261015            SELECT LCLRPT ASSIGN TO PRINTER-LCRPT
1.16 261015                ORGANIZATION IS LINE SEQUENTIAL
1.17 261015                FILE STATUS IS WS-RPT-STATUS.
1.18 261015        DATA DIVISION.
1.19 261015        FILE SECTION.
1.20 261015        FD  LCVOUCH
1.21 261015                LABEL RECORD IS STANDARD.
1.22 261015       * landed-cost voucher layout - see LCVENTRY
1.23 261015        01  LCVOUCH-REC.
1.24 261015           03  LV-NUM            PIC 9(8).
1.25 261015           03  LV-REF            PIC X(15).
1.26 261015           03  LV-CHARGE         PIC X.
1.27 261015           03  LV-AMOUNT         PIC 9(7)V99.
1.28 261015           03  LV-BASIS          PIC X.
1.29 261015           03  LV-ENTRY-DATE     PIC 9(8).
1.30 261015           03  LV-OPERATOR       PIC X(10).
1.31 261015           03  LV-POST-DATE      PIC 9(8).
1.32 261015           03  LV-STATUS         PIC X.
1.33 261015        FD  LCALLOC
1.34 261015                LABEL RECORD IS STANDARD.
1.35 261015       * landed-cost spread per PO line - see LCVPOST
1.36 261015        01  LCALLOC-REC.
1.37 261015           03  LA-KEY.
1.38 261015              05  LA-VCH-NUM     PIC 9(8).
1.39 261015              05  LA-PO-NUM      PIC 9(8).
1.40 261015              05  LA-PO-LINE     PIC 9(3).
1.41 261015           03  LA-ITEM-NUM       PIC 9(8).
1.42 261015           03  LA-QTY            PIC 9(5).
1.43 261015           03  LA-BASIS          PIC 9(11)V99.
1.44 261015           03  LA-AMOUNT         PIC 9(7)V99.
1.45 261015           03  LA-QTY-ON-HAND    PIC 9(5).
1.46 261015           03  LA-APPLIED        PIC 9(7)V99.
1.47 261015           03  LA-EXPENSED       PIC 9(7)V99.
1.48 261015           03  LA-OLD-COST       PIC 9(5)V99.
1.49 261015           03  LA-NEW-COST       PIC 9(5)V99.
1.50 261015           03  LA-POST-DATE      PIC 9(8).
1.51 261015        FD  LCLRPT
1.52 261015                LABEL RECORD IS STANDARD.
1.53 261015        01  RPT-LINE          PIC X(80).
1.54 261015        WORKING-STORAGE SECTION.
1.55 261015        01  WS-LCV-STATUS     PIC XX.
1.56 261015        01  WS-LCA-STATUS     PIC XX.
1.57 261015        01  WS-RPT-STATUS     PIC XX.
1.58 261015        01  WS-LV-END         PIC X VALUE 'N'.
1.59 261015           88 LV-END                VALUE 'Y'.
1.60 261015        01  WS-LA-END         PIC X VALUE 'N'.
1.61 261015           88 LA-END                VALUE 'Y'.
1.62 261015        01  WS-POST-PERIOD    PIC 9(6) VALUE 0.
1.63 261015        01  WS-UNIT-UPLIFT    PIC 9(5)V9(4) VALUE 0.
1.64 261015       * uplift per item across the month's vouchers
1.65 261015        01  WS-ITEM-TBL.
1.66 261015           03  WS-ITM-O OCCURS 200.
1.67 261015              05  WS-ITM-NUM         PIC 9(8).
1.68 261015              05  WS-ITM-QTY         PIC 9(7).
1.69 261015              05  WS-ITM-AMOUNT      PIC 9(9)V99.
1.70 261015              05  WS-ITM-APPLIED     PIC 9(9)V99.
1.71 261015              05  WS-ITM-EXPENSED    PIC 9(9)V99.
1.72 261015        01  WS-ITM-CNT        PIC 9(3) VALUE 0.
1.73 261015        01  I-ITM             PIC 9(3) VALUE 0.
1.74 261015        01  WS-ITM-FOUND      PIC X VALUE 'N'.
1.75 261015           88 ITM-FOUND             VALUE 'Y'.
1.76 261015        01  WS-ITM-LOST       PIC 9(7) VALUE 0.
1.77 261015       * control block
1.78 261015        01  WS-VCH-CNT        PIC 9(7) VALUE 0.
1.79 261015        01  WS-LINE-CNT       PIC 9(7) VALUE 0.
1.80 261015        01  WS-TOT-VOUCHERS   PIC 9(11)V99 VALUE 0.
1.81 261015        01  WS-TOT-SPREAD     PIC 9(11)V99 VALUE 0.
1.82 261015        01  WS-TOT-APPLIED    PIC 9(11)V99 VALUE 0.
1.83 261015        01  WS-TOT-EXPENSED   PIC 9(11)V99 VALUE 0.
1.84 261015        01  WS-RPT-AMT        PIC Z(10)9.99.
1.85 261015        01  WS-RPT-AMT2       PIC Z(10)9.99.
1.86 261015        01  WS-VCH-HEAD.
1.87 261015           03  FILLER            PIC X(9)  VALUE 'VOUCHER '.
1.88 261015           03  RPT-V-NUM         PIC 9(8).
1.89 261015           03  FILLER            PIC X(2)  VALUE SPACES.
1.90 261015           03  RPT-V-REF         PIC X(15).
1.91 261015           03  FILLER            PIC X(2)  VALUE SPACES.
1.92 261015           03  RPT-V-CHARGE      PIC X.
1.93 261015           03  FILLER            PIC X(7)  VALUE ' BASIS '.
1.94 261015           03  RPT-V-BASIS       PIC X.
1.95 261015           03  FILLER            PIC X(2)  VALUE SPACES.
1.96 261015           03  RPT-V-AMOUNT      PIC Z(6)9.99.
1.97 261015           03  FILLER            PIC X(2)  VALUE SPACES.
1.98 261015           03  RPT-V-DATE        PIC 9(8).
1.99 261015        01  WS-LINE-HEAD.
2.00 261015           03  FILLER            PIC X(13) VALUE '  PO       LN'.
2.01 261015           03  FILLER            PIC X(10) VALUE '  ITEM'.
2.02 261015           03  FILLER            PIC X(6)  VALUE '   QTY'.
2.03 261015           03  FILLER            PIC X(11) VALUE '     SHARE'.
2.04 261015           03  FILLER            PIC X(11) VALUE ' PER UNIT'.
2.05 261015           03  FILLER            PIC X(9)  VALUE ' OLD COST'.
2.06 261015           03  FILLER            PIC X(9)  VALUE ' NEW COST'.
2.07 261015           03  FILLER            PIC X(11) VALUE '   EXPENSED'.
2.08 261015        01  WS-LINE-DETAIL.
2.09 261015           03  FILLER            PIC X(2) VALUE SPACES.
2.10 261015           03  RPT-PO-NUM        PIC 9(8).
2.11 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.12 261015           03  RPT-PO-LINE       PIC ZZ9.
2.13 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.14 261015           03  RPT-ITEM-NUM      PIC Z(7)9.
2.15 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.16 261015           03  RPT-QTY           PIC ZZZZ9.
2.17 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.18 261015           03  RPT-SHARE         PIC Z(6)9.99.
2.19 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.20 261015           03  RPT-UNIT          PIC ZZZZ9.9999.
2.21 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.22 261015           03  RPT-OLD-COST      PIC ZZZZ9.99.
2.23 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.24 261015           03  RPT-NEW-COST      PIC ZZZZ9.99.
2.25 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.26 261015           03  RPT-EXPENSED      PIC Z(6)9.99.
2.27 261015        01  WS-ITEM-HEAD.
2.28 261015           03  FILLER            PIC X(9)  VALUE 'ITEM'.
2.29 261015           03  FILLER            PIC X(8)  VALUE '     QTY'.
2.30 261015           03  FILLER            PIC X(13) VALUE '       UPLIFT'.
2.31 261015           03  FILLER            PIC X(11) VALUE '  PER UNIT'.
2.32 261015           03  FILLER            PIC X(13) VALUE '   INTO STOCK'.
2.33 261015           03  FILLER            PIC X(13) VALUE '     EXPENSED'.
2.34 261015        01  WS-ITEM-DETAIL.
2.35 261015           03  RPT-I-ITEM        PIC Z(7)9.
2.36 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.37 261015           03  RPT-I-QTY         PIC Z(6)9.
2.38 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.39 261015           03  RPT-I-AMOUNT      PIC Z(8)9.99.
2.40 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.41 261015           03  RPT-I-UNIT        PIC ZZZZ9.9999.
2.42 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.43 261015           03  RPT-I-APPLIED     PIC Z(8)9.99.
2.44 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.45 261015           03  RPT-I-EXPENSED    PIC Z(8)9.99.
2.46 261015       * every report line is also registered in the ESRPTWRT
2.47 261015       * repository, so a purged spool no longer loses the report
2.48 261015        01  RW-PARAM.
2.49 261015           03  RW-JOB        PIC X(10) VALUE 'LCRPT     '.
2.50 261015           03  RW-FUNC       PIC X     VALUE SPACE.
2.51 261015           03  RW-LINE       PIC X(132) VALUE SPACES.
2.52 261015        LINKAGE SECTION.
2.53 261015       * the month whose posted vouchers are reported, YYYYMM
2.54 261015        01 LCR-PERIOD        PIC 9(6).
2.55 261015        PROCEDURE DIVISION USING LCR-PERIOD.
2.56 261015        BEGIN.
2.57 261015       * landed-cost uplift: each voucher posted in the month with the
2.58 261015       * share every received line took and what it did to the item's
2.59 261015       * moving-average cost, then the month's uplift per item - what
2.60 261015       * went into stock value and what fell on goods already sold
2.61 261015            OPEN INPUT LCVOUCH.
2.62 261015            OPEN INPUT LCALLOC.
2.63 261015            OPEN OUTPUT LCLRPT.
2.64 261015            MOVE 'O' TO RW-FUNC.
2.65 261015            CALL 'ESRPTWRT' USING RW-PARAM.
2.66 261015            MOVE SPACES TO RPT-LINE.
2.67 261015            STRING 'LANDED COST UPLIFT BY SHIPMENT ' DELIMITED SIZE
2.68 261015                   LCR-PERIOD DELIMITED SIZE
2.69 261015                   INTO RPT-LINE.
2.70 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
2.71 261015            MOVE 'N' TO WS-LV-END.
2.72 261015            MOVE LOW-VALUES TO LV-NUM.
2.73 261015            START LCVOUCH
2.74 261015                KEY NOT LESS LV-NUM
2.75 261015                INVALID KEY
2.76 261015                   SET LV-END TO TRUE.
2.77 261015            PERFORM UNTIL LV-END
2.78 261015               READ LCVOUCH NEXT
2.79 261015                   AT END
2.80 261015                      SET LV-END TO TRUE
2.81 261015                   NOT AT END
2.82 261015                      COMPUTE WS-POST-PERIOD = LV-POST-DATE / 100
2.83 261015                      IF LV-STATUS = 'P' AND
2.84 261015                         WS-POST-PERIOD = LCR-PERIOD
2.85 261015                         PERFORM 300-VOUCHER THRU 300-EXIT
2.86 261015                      END-IF
2.87 261015               END-READ
2.88 261015            END-PERFORM.
2.89 261015            PERFORM 700-ITEM-TOTALS THRU 700-EXIT.
2.90 261015            PERFORM 900-CONTROL-BLOCK THRU 900-EXIT.
2.91 261015            CLOSE LCVOUCH.
2.92 261015            CLOSE LCALLOC.
2.93 261015            MOVE 'C' TO RW-FUNC.
2.94 261015            CALL 'ESRPTWRT' USING RW-PARAM.
2.95 261015            CLOSE LCLRPT.
2.96 261015            STOP RUN.
2.97 261015        150-PUT-LINE.
2.98 261015            MOVE RPT-LINE TO RW-LINE.
2.99 261015            WRITE RPT-LINE.
3.00 261015            MOVE 'L' TO RW-FUNC.
3.01 261015            CALL 'ESRPTWRT' USING RW-PARAM.
3.02 261015        150-EXIT.
3.03 261015            EXIT.
3.04 261015        300-VOUCHER.
3.05 261015            ADD 1 TO WS-VCH-CNT.
3.06 261015            ADD LV-AMOUNT TO WS-TOT-VOUCHERS.
3.07 261015            MOVE SPACES TO RPT-LINE.
3.08 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
3.09 261015            MOVE LV-NUM       TO RPT-V-NUM.
3.10 261015            MOVE LV-REF       TO RPT-V-REF.
3.11 261015            MOVE LV-CHARGE    TO RPT-V-CHARGE.
3.12 261015            MOVE LV-BASIS     TO RPT-V-BASIS.
3.13 261015            MOVE LV-AMOUNT    TO RPT-V-AMOUNT.
3.14 261015            MOVE LV-POST-DATE TO RPT-V-DATE.
3.15 261015            MOVE WS-VCH-HEAD TO RPT-LINE.
3.16 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
3.17 261015            MOVE WS-LINE-HEAD TO RPT-LINE.
3.18 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
3.19 261015            MOVE 'N' TO WS-LA-END.
3.20 261015            MOVE LV-NUM     TO LA-VCH-NUM.
3.21 261015            MOVE LOW-VALUES TO LA-PO-NUM LA-PO-LINE.
3.22 261015            START LCALLOC
3.23 261015                KEY NOT LESS LA-KEY
3.24 261015                INVALID KEY
3.25 261015                   SET LA-END TO TRUE.
3.26 261015            PERFORM UNTIL LA-END
3.27 261015               READ LCALLOC NEXT
3.28 261015                   AT END
3.29 261015                      SET LA-END TO TRUE
3.30 261015                   NOT AT END
3.31 261015                      IF LA-VCH-NUM NOT = LV-NUM
3.32 261015                         SET LA-END TO TRUE
3.33 261015                      ELSE
3.34 261015                         PERFORM 400-LINE THRU 400-EXIT
3.35 261015                      END-IF
3.36 261015               END-READ
3.37 261015            END-PERFORM.
3.38 261015        300-EXIT.
3.39 261015            EXIT.
3.40 261015        400-LINE.
3.41 261015            ADD 1 TO WS-LINE-CNT.
3.42 261015            ADD LA-AMOUNT   TO WS-TOT-SPREAD.
3.43 261015            ADD LA-APPLIED  TO WS-TOT-APPLIED.
3.44 261015            ADD LA-EXPENSED TO WS-TOT-EXPENSED.
3.45 261015            MOVE 0 TO WS-UNIT-UPLIFT.
3.46 261015            IF LA-QTY > 0
3.47 261015               COMPUTE WS-UNIT-UPLIFT ROUNDED = LA-AMOUNT / LA-QTY.
3.48 261015            MOVE LA-PO-NUM      TO RPT-PO-NUM.
3.49 261015            MOVE LA-PO-LINE     TO RPT-PO-LINE.
3.50 261015            MOVE LA-ITEM-NUM    TO RPT-ITEM-NUM.
3.51 261015            MOVE LA-QTY         TO RPT-QTY.
3.52 261015            MOVE LA-AMOUNT      TO RPT-SHARE.
3.53 261015            MOVE WS-UNIT-UPLIFT TO RPT-UNIT.
3.54 261015            MOVE LA-OLD-COST    TO RPT-OLD-COST.
3.55 261015            MOVE LA-NEW-COST    TO RPT-NEW-COST.
3.56 261015            MOVE LA-EXPENSED    TO RPT-EXPENSED.
3.57 261015            MOVE WS-LINE-DETAIL TO RPT-LINE.
3.58 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
3.59 261015            MOVE 'N' TO WS-ITM-FOUND.
3.60 261015            PERFORM VARYING I-ITM FROM 1 BY 1
3.61 261015                    UNTIL I-ITM > WS-ITM-CNT
3.62 261015               IF WS-ITM-NUM(I-ITM) = LA-ITEM-NUM
3.63 261015                  ADD LA-QTY      TO WS-ITM-QTY(I-ITM)
3.64 261015                  ADD LA-AMOUNT   TO WS-ITM-AMOUNT(I-ITM)
3.65 261015                  ADD LA-APPLIED  TO WS-ITM-APPLIED(I-ITM)
3.66 261015                  ADD LA-EXPENSED TO WS-ITM-EXPENSED(I-ITM)
3.67 261015                  SET ITM-FOUND TO TRUE
3.68 261015                  COMPUTE I-ITM = WS-ITM-CNT + 1
3.69 261015               END-IF
3.70 261015            END-PERFORM.
3.71 261015            IF NOT ITM-FOUND
3.72 261015               IF WS-ITM-CNT < 200
3.73 261015                  ADD 1 TO WS-ITM-CNT
3.74 261015                  MOVE LA-ITEM-NUM TO WS-ITM-NUM(WS-ITM-CNT)
3.75 261015                  MOVE LA-QTY      TO WS-ITM-QTY(WS-ITM-CNT)
3.76 261015                  MOVE LA-AMOUNT   TO WS-ITM-AMOUNT(WS-ITM-CNT)
3.77 261015                  MOVE LA-APPLIED  TO WS-ITM-APPLIED(WS-ITM-CNT)
3.78 261015                  MOVE LA-EXPENSED TO WS-ITM-EXPENSED(WS-ITM-CNT)
3.79 261015               ELSE
3.80 261015                  ADD 1 TO WS-ITM-LOST
3.81 261015               END-IF
3.82 261015            END-IF.
3.83 261015        400-EXIT.
3.84 261015            EXIT.
3.85 261015        700-ITEM-TOTALS.
3.86 261015            MOVE SPACES TO RPT-LINE.
3.87 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
3.88 261015            MOVE 'LANDED COST UPLIFT BY ITEM' TO RPT-LINE.
3.89 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
3.90 261015            MOVE WS-ITEM-HEAD TO RPT-LINE.
3.91 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
3.92 261015            PERFORM VARYING I-ITM FROM 1 BY 1
3.93 261015                    UNTIL I-ITM > WS-ITM-CNT
3.94 261015               MOVE 0 TO WS-UNIT-UPLIFT
3.95 261015               IF WS-ITM-QTY(I-ITM) > 0
3.96 261015                  COMPUTE WS-UNIT-UPLIFT ROUNDED =
3.97 261015                      WS-ITM-AMOUNT(I-ITM) / WS-ITM-QTY(I-ITM)
3.98 261015               END-IF
3.99 261015               MOVE WS-ITM-NUM(I-ITM)      TO RPT-I-ITEM
4.00 261015               MOVE WS-ITM-QTY(I-ITM)      TO RPT-I-QTY
4.01 261015               MOVE WS-ITM-AMOUNT(I-ITM)   TO RPT-I-AMOUNT
4.02 261015               MOVE WS-UNIT-UPLIFT         TO RPT-I-UNIT
4.03 261015               MOVE WS-ITM-APPLIED(I-ITM)  TO RPT-I-APPLIED
4.04 261015               MOVE WS-ITM-EXPENSED(I-ITM) TO RPT-I-EXPENSED
4.05 261015               MOVE WS-ITEM-DETAIL TO RPT-LINE
4.06 261015               PERFORM 150-PUT-LINE THRU 150-EXIT
4.07 261015            END-PERFORM.
4.08 261015        700-EXIT.
4.09 261015            EXIT.
4.10 261015        900-CONTROL-BLOCK.
4.11 261015            MOVE SPACES TO RPT-LINE.
4.12 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
4.13 261015            MOVE 'CONTROL TOTALS' TO RPT-LINE.
4.14 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
4.15 261015            MOVE WS-TOT-VOUCHERS TO WS-RPT-AMT.
4.16 261015            MOVE WS-TOT-SPREAD   TO WS-RPT-AMT2.
4.17 261015            MOVE SPACES TO RPT-LINE.
4.18 261015            STRING 'VOUCHERS ' DELIMITED SIZE
4.19 261015                   WS-VCH-CNT DELIMITED SIZE
4.20 261015                   ' CHARGED ' DELIMITED SIZE
4.21 261015                   WS-RPT-AMT DELIMITED SIZE
4.22 261015                   ' SPREAD ' DELIMITED SIZE
4.23 261015                   WS-RPT-AMT2 DELIMITED SIZE
4.24 261015                   INTO RPT-LINE.
4.25 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
4.26 261015            MOVE WS-TOT-APPLIED  TO WS-RPT-AMT.
4.27 261015            MOVE WS-TOT-EXPENSED TO WS-RPT-AMT2.
4.28 261015            MOVE SPACES TO RPT-LINE.
4.29 261015            STRING 'LINES ' DELIMITED SIZE
4.30 261015                   WS-LINE-CNT DELIMITED SIZE
4.31 261015                   ' INTO STOCK ' DELIMITED SIZE
4.32 261015                   WS-RPT-AMT DELIMITED SIZE
4.33 261015                   ' EXPENSED ' DELIMITED SIZE
4.34 261015                   WS-RPT-AMT2 DELIMITED SIZE
4.35 261015                   INTO RPT-LINE.
4.36 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
4.37 261015            IF WS-TOT-VOUCHERS NOT = WS-TOT-SPREAD
4.38 261015               MOVE '*** CHARGED AND SPREAD DO NOT AGREE ***' TO RPT-LINE
4.39 261015               PERFORM 150-PUT-LINE THRU 150-EXIT
4.40 261015            END-IF.
4.41 261015            IF WS-ITM-LOST > 0
4.42 261015               MOVE SPACES TO RPT-LINE
4.43 261015               STRING 'LINES NOT IN ITEM TOTALS - TABLE FULL '
4.44 261015                      DELIMITED SIZE
4.45 261015                      WS-ITM-LOST DELIMITED SIZE
4.46 261015                      INTO RPT-LINE
4.47 261015               PERFORM 150-PUT-LINE THRU 150-EXIT
4.48 261015            END-IF.
4.49 261015        900-EXIT.
4.50 261015            EXIT.
4.51 261015        HALT.
