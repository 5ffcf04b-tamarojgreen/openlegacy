1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. LOTTRACE.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT RUNREG ASSIGN TO DATABASE-ESRUNREG
1.06 261015                ORGANIZATION IS LINE SEQUENTIAL
1.07 261015                FILE STATUS IS WS-RR-STATUS.
1.08 261015            SELECT SHIPLOT ASSIGN TO DATABASE-SHIPLOT
1.09 261015                ORGANIZATION IS INDEXED
1.10 261015                ACCESS MODE IS DYNAMIC
1.11 261015                RECORD KEY IS SL-KEY
1.12 261015                FILE STATUS IS WS-SHL-STATUS.
1.13 261015            SELECT ORDHDR ASSIGN TO DATABASE-ORDHDR
1.14 261015                ORGANIZATION IS INDEXED
1.15 261015                ACCESS MODE IS DYNAMIC
1.16 261015                RECORD KEY IS OH-ORDER-NUM
1.17 261015                FILE STATUS IS WS-HDR-STATUS.
1.18 261015            SELECT LOTSTOCK ASSIGN TO DATABASE-LOTSTOCK
1.19 261015                ORGANIZATION IS INDEXED
1.20 261015                ACCESS MODE IS DYNAMIC
1.21 261015                RECORD KEY IS LS-KEY
1.22 261015                FILE STATUS IS WS-LOT-STATUS.
1.23 261015            SELECT TRCRPT ASSIGN TO PRINTER-LOTTRACE
1.24 261015                ORGANIZATION IS LINE SEQUENTIAL
1.25 261015                FILE STATUS IS WS-RPT-STATUS.
1.26 261015        DATA DIVISION.
1.27 261015        FILE SECTION.
1.28 261015        FD  RUNREG
1.29 261015                LABEL RECORD IS STANDARD.
1.30 261015        01  RR-REC.
1.31 261015           03 RR-JOB           PIC X(10).
1.32 261015           03 RR-RUNID         PIC X(14).
1.33 261015           03 RR-TYPE          PIC X.
1.34 261015           03 RR-DATE          PIC 9(8).
1.35 261015           03 RR-TIME          PIC 9(8).
1.36 261015           03 RR-READ          PIC 9(7).
1.37 261015           03 RR-WRITTEN       PIC 9(7).
1.38 261015           03 RR-STATUS        PIC X(2).
1.39 261015        FD  SHIPLOT
1.40 261015                LABEL RECORD IS STANDARD.
1.41 261015       * lot shipped on an order line - see SHIPCONF
1.42 261015        01  SHIPLOT-REC.
1.43 261015           03  SL-KEY.
1.44 261015              05  SL-ITEM-NUM    PIC 9(8).
1.45 261015              05  SL-LOT-NUM     PIC X(12).
1.46 261015              05  SL-ORDER-NUM   PIC 9(8).
1.47 261015              05  SL-LINE        PIC 9(3).
1.48 261015           03  SL-WHSE           PIC X(3).
1.49 261015           03  SL-EXPIRY-DATE    PIC 9(8).
1.50 261015           03  SL-QTY            PIC 9(5).
1.51 261015           03  SL-SHIP-DATE      PIC 9(8).
1.52 261015        FD  ORDHDR
1.53 261015                LABEL RECORD IS STANDARD.
1.54 261015        01  ORDHDR-REC.
1.55 261015           03  OH-ORDER-NUM      PIC 9(8).
1.56 261015           03  OH-CUST-ID        PIC X(10).
1.57 261015           03  OH-DATE           PIC 9(8).
1.58 261015       * how the order is paid - see ORDPAY
1.59 261015           03  OH-PAY-METHOD     PIC X.
1.60 261015           03  OH-CARD-SLOT      PIC 9(2).
1.61 261015           03  OH-CARD-TOKEN     PIC 9(11).
1.62 261015           03  OH-CARD-LAST4     PIC 9(4).
1.63 261015        FD  LOTSTOCK
1.64 261015                LABEL RECORD IS STANDARD.
1.65 261015       * stock by item, warehouse and lot - see INVPOST
1.66 261015        01  LOTSTOCK-REC.
1.67 261015           03  LS-KEY.
1.68 261015              05  LS-ITEM-NUM    PIC 9(8).
1.69 261015              05  LS-WHSE        PIC X(3).
1.70 261015              05  LS-LOT-NUM     PIC X(12).
1.71 261015           03  LS-EXPIRY-DATE    PIC 9(8).
1.72 261015           03  LS-RECV-DATE      PIC 9(8).
1.73 261015           03  LS-QTY-ON-HAND    PIC 9(5).
1.74 261015           03  LS-QTY-PICKED     PIC 9(5).
1.75 261015        FD  TRCRPT
1.76 261015                LABEL RECORD IS STANDARD.
1.77 261015        01  RPT-LINE          PIC X(80).
1.78 261015        WORKING-STORAGE SECTION.
1.79 261015        01  WS-RR-STATUS      PIC XX.
1.80 261015        01  WS-RR-RUNID       PIC X(14) VALUE SPACES.
1.81 261015        01  WS-RR-DATE        PIC 9(8) VALUE 0.
1.82 261015        01  WS-RR-TIME        PIC 9(8) VALUE 0.
1.83 261015        01  WS-RR-READ        PIC 9(7) VALUE 0.
1.84 261015        01  WS-RR-WRITTEN     PIC 9(7) VALUE 0.
1.85 261015        01  WS-SHL-STATUS     PIC XX.
1.86 261015        01  WS-HDR-STATUS     PIC XX.
1.87 261015        01  WS-LOT-STATUS     PIC XX.
1.88 261015        01  WS-RPT-STATUS     PIC XX.
1.89 261015        01  WS-SHL-END        PIC X VALUE 'N'.
1.90 261015           88 SHL-END               VALUE 'Y'.
1.91 261015        01  WS-LOT-END        PIC X VALUE 'N'.
1.92 261015           88 LOT-END               VALUE 'Y'.
1.93 261015       * control block
1.94 261015        01  WS-SHIP-LINES     PIC 9(7) VALUE 0.
1.95 261015        01  WS-QTY-SHIPPED    PIC 9(9) VALUE 0.
1.96 261015        01  WS-LOT-ROWS       PIC 9(7) VALUE 0.
1.97 261015        01  WS-QTY-HELD       PIC 9(9) VALUE 0.
1.98 261015        01  WS-SHIP-HEAD.
1.99 261015           03  FILLER            PIC X(9)  VALUE 'ORDER'.
2.00 261015           03  FILLER            PIC X(4)  VALUE 'LN'.
2.01 261015           03  FILLER            PIC X(11) VALUE 'CUSTOMER'.
2.02 261015           03  FILLER            PIC X(4)  VALUE 'WHS'.
2.03 261015           03  FILLER            PIC X(6)  VALUE '   QTY'.
2.04 261015           03  FILLER            PIC X(10) VALUE ' SHIPPED'.
2.05 261015           03  FILLER            PIC X(8)  VALUE 'EXPIRES'.
2.06 261015        01  WS-SHIP-DETAIL.
2.07 261015           03  RPT-ORDER-NUM     PIC 9(8).
2.08 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.09 261015           03  RPT-LINE-NUM      PIC ZZ9.
2.10 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.11 261015           03  RPT-CUST-ID       PIC X(10).
2.12 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.13 261015           03  RPT-WHSE          PIC X(3).
2.14 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.15 261015           03  RPT-QTY           PIC ZZZZ9.
2.16 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.17 261015           03  RPT-SHIP-DATE     PIC 9(8).
2.18 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.19 261015           03  RPT-EXPIRY        PIC 9(8).
2.20 261015        01  WS-STOCK-HEAD.
2.21 261015           03  FILLER            PIC X(4)  VALUE 'WHS'.
2.22 261015           03  FILLER            PIC X(9)  VALUE 'RECEIVED'.
2.23 261015           03  FILLER            PIC X(9)  VALUE 'EXPIRES'.
2.24 261015           03  FILLER            PIC X(6)  VALUE 'ON HND'.
2.25 261015           03  FILLER            PIC X(6)  VALUE ' PICKD'.
2.26 261015        01  WS-STOCK-DETAIL.
2.27 261015           03  RPT-LS-WHSE       PIC X(3).
2.28 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.29 261015           03  RPT-RECV-DATE     PIC 9(8).
2.30 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.31 261015           03  RPT-LS-EXPIRY     PIC 9(8).
2.32 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.33 261015           03  RPT-ON-HAND       PIC ZZZZ9.
2.34 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.35 261015           03  RPT-PICKED        PIC ZZZZ9.
2.36 261015       * every report line is also registered in the ESRPTWRT
2.37 261015       * repository, so a purged spool no longer loses the report
2.38 261015        01  RW-PARAM.
2.39 261015           03  RW-JOB        PIC X(10) VALUE 'LOTTRACE  '.
2.40 261015           03  RW-FUNC       PIC X     VALUE SPACE.
2.41 261015           03  RW-LINE       PIC X(132) VALUE SPACES.
2.42 261015        LINKAGE SECTION.
2.43 261015       * the item and lot under recall
2.44 261015        01 TRC-ITEM-NUM      PIC 9(8).
2.45 261015        01 TRC-LOT-NUM       PIC X(12).
2.46 261015        PROCEDURE DIVISION USING TRC-ITEM-NUM TRC-LOT-NUM.
2.47 261015        BEGIN.
2.48 261015       * recall trace for one lot - every order line SHIPCONF shipped
2.49 261015       * from it, with the customer off the order header, then what
2.50 261015       * of the lot is still in each warehouse, so a recall knows both
2.51 261015       * who to call and what to quarantine
2.52 261015            PERFORM 950-REGISTER-START.
2.53 261015            OPEN INPUT SHIPLOT.
2.54 261015            OPEN INPUT ORDHDR.
2.55 261015            OPEN INPUT LOTSTOCK.
2.56 261015            OPEN OUTPUT TRCRPT.
2.57 261015            MOVE 'O' TO RW-FUNC.
2.58 261015            CALL 'ESRPTWRT' USING RW-PARAM.
2.59 261015            MOVE SPACES TO RPT-LINE.
2.60 261015            STRING 'LOT TRACE ITEM ' DELIMITED SIZE
2.61 261015                   TRC-ITEM-NUM DELIMITED SIZE
2.62 261015                   ' LOT ' DELIMITED SIZE
2.63 261015                   TRC-LOT-NUM DELIMITED SIZE
2.64 261015                   ' ' DELIMITED SIZE
2.65 261015                   WS-RR-DATE DELIMITED SIZE
2.66 261015                   INTO RPT-LINE.
2.67 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
2.68 261015            MOVE 'SHIPPED TO' TO RPT-LINE.
2.69 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
2.70 261015            MOVE WS-SHIP-HEAD TO RPT-LINE.
2.71 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
2.72 261015            MOVE 'N' TO WS-SHL-END.
2.73 261015            MOVE TRC-ITEM-NUM TO SL-ITEM-NUM.
2.74 261015            MOVE TRC-LOT-NUM  TO SL-LOT-NUM.
2.75 261015            MOVE LOW-VALUES   TO SL-ORDER-NUM SL-LINE.
2.76 261015            START SHIPLOT
2.77 261015                KEY NOT LESS SL-KEY
2.78 261015                INVALID KEY
2.79 261015                   SET SHL-END TO TRUE.
2.80 261015            PERFORM UNTIL SHL-END
2.81 261015               READ SHIPLOT NEXT
2.82 261015                   AT END
2.83 261015                      SET SHL-END TO TRUE
2.84 261015                   NOT AT END
2.85 261015                      IF SL-ITEM-NUM NOT = TRC-ITEM-NUM OR
2.86 261015                         SL-LOT-NUM NOT = TRC-LOT-NUM
2.87 261015                         SET SHL-END TO TRUE
2.88 261015                      ELSE
2.89 261015                         ADD 1 TO WS-RR-READ
2.90 261015                         PERFORM 400-SHIPMENT THRU 400-EXIT
2.91 261015                      END-IF
2.92 261015               END-READ
2.93 261015            END-PERFORM.
2.94 261015            MOVE SPACES TO RPT-LINE.
2.95 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
2.96 261015            MOVE 'STILL IN STOCK' TO RPT-LINE.
2.97 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
2.98 261015            MOVE WS-STOCK-HEAD TO RPT-LINE.
2.99 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
3.00 261015            MOVE 'N' TO WS-LOT-END.
3.01 261015            MOVE TRC-ITEM-NUM TO LS-ITEM-NUM.
3.02 261015            MOVE LOW-VALUES   TO LS-WHSE LS-LOT-NUM.
3.03 261015            START LOTSTOCK
3.04 261015                KEY NOT LESS LS-KEY
3.05 261015                INVALID KEY
3.06 261015                   SET LOT-END TO TRUE.
3.07 261015            PERFORM UNTIL LOT-END
3.08 261015               READ LOTSTOCK NEXT
3.09 261015                   AT END
3.10 261015                      SET LOT-END TO TRUE
3.11 261015                   NOT AT END
3.12 261015                      IF LS-ITEM-NUM NOT = TRC-ITEM-NUM
3.13 261015                         SET LOT-END TO TRUE
3.14 261015                      ELSE
3.15 261015                         IF LS-LOT-NUM = TRC-LOT-NUM
3.16 261015                            ADD 1 TO WS-RR-READ
3.17 261015                            PERFORM 500-STOCK THRU 500-EXIT
3.18 261015                         END-IF
3.19 261015                      END-IF
3.20 261015               END-READ
3.21 261015            END-PERFORM.
3.22 261015            PERFORM 900-CONTROL-BLOCK THRU 900-EXIT.
3.23 261015            CLOSE SHIPLOT.
3.24 261015            CLOSE ORDHDR.
3.25 261015            CLOSE LOTSTOCK.
3.26 261015            MOVE 'C' TO RW-FUNC.
3.27 261015            CALL 'ESRPTWRT' USING RW-PARAM.
3.28 261015            PERFORM 960-REGISTER-END.
3.29 261015            CLOSE TRCRPT.
3.30 261015            STOP RUN.
3.31 261015        150-PUT-LINE.
3.32 261015            MOVE RPT-LINE TO RW-LINE.
3.33 261015            WRITE RPT-LINE.
3.34 261015            MOVE 'L' TO RW-FUNC.
3.35 261015            CALL 'ESRPTWRT' USING RW-PARAM.
3.36 261015        150-EXIT.
3.37 261015            EXIT.
3.38 261015        400-SHIPMENT.
3.39 261015       * an order since archived by ORDARCH still shows, without its
3.40 261015       * customer
3.41 261015            MOVE SL-ORDER-NUM TO OH-ORDER-NUM.
3.42 261015            READ ORDHDR
3.43 261015                INVALID KEY
3.44 261015                   MOVE 'ARCHIVED' TO OH-CUST-ID.
3.45 261015            ADD 1 TO WS-SHIP-LINES.
3.46 261015            ADD SL-QTY TO WS-QTY-SHIPPED.
3.47 261015            MOVE SL-ORDER-NUM   TO RPT-ORDER-NUM.
3.48 261015            MOVE SL-LINE        TO RPT-LINE-NUM.
3.49 261015            MOVE OH-CUST-ID     TO RPT-CUST-ID.
3.50 261015            MOVE SL-WHSE        TO RPT-WHSE.
3.51 261015            MOVE SL-QTY         TO RPT-QTY.
3.52 261015            MOVE SL-SHIP-DATE   TO RPT-SHIP-DATE.
3.53 261015            MOVE SL-EXPIRY-DATE TO RPT-EXPIRY.
3.54 261015            MOVE WS-SHIP-DETAIL TO RPT-LINE.
3.55 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
3.56 261015            ADD 1 TO WS-RR-WRITTEN.
3.57 261015        400-EXIT.
3.58 261015            EXIT.
3.59 261015        500-STOCK.
3.60 261015            IF LS-QTY-ON-HAND = 0
3.61 261015               GO TO 500-EXIT.
3.62 261015            ADD 1 TO WS-LOT-ROWS.
3.63 261015            ADD LS-QTY-ON-HAND TO WS-QTY-HELD.
3.64 261015            MOVE LS-WHSE        TO RPT-LS-WHSE.
3.65 261015            MOVE LS-RECV-DATE   TO RPT-RECV-DATE.
3.66 261015            MOVE LS-EXPIRY-DATE TO RPT-LS-EXPIRY.
3.67 261015            MOVE LS-QTY-ON-HAND TO RPT-ON-HAND.
3.68 261015            MOVE LS-QTY-PICKED  TO RPT-PICKED.
3.69 261015            MOVE WS-STOCK-DETAIL TO RPT-LINE.
3.70 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
3.71 261015            ADD 1 TO WS-RR-WRITTEN.
3.72 261015        500-EXIT.
3.73 261015            EXIT.
3.74 261015        900-CONTROL-BLOCK.
3.75 261015            MOVE SPACES TO RPT-LINE.
3.76 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
3.77 261015            MOVE 'CONTROL TOTALS' TO RPT-LINE.
3.78 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
3.79 261015            MOVE SPACES TO RPT-LINE.
3.80 261015            STRING 'LINES SHIPPED ' DELIMITED SIZE
3.81 261015                   WS-SHIP-LINES DELIMITED SIZE
3.82 261015                   ' QTY ' DELIMITED SIZE
3.83 261015                   WS-QTY-SHIPPED DELIMITED SIZE
3.84 261015                   INTO RPT-LINE.
3.85 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
3.86 261015            MOVE SPACES TO RPT-LINE.
3.87 261015            STRING 'WAREHOUSES HOLDING ' DELIMITED SIZE
3.88 261015                   WS-LOT-ROWS DELIMITED SIZE
3.89 261015                   ' QTY ' DELIMITED SIZE
3.90 261015                   WS-QTY-HELD DELIMITED SIZE
3.91 261015                   INTO RPT-LINE.
3.92 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
3.93 261015        900-EXIT.
3.94 261015            EXIT.
3.95 261015        950-REGISTER-START.
3.96 261015            ACCEPT WS-RR-DATE FROM DATE.
3.97 261015            ADD 20000000 TO WS-RR-DATE.
3.98 261015            ACCEPT WS-RR-TIME FROM TIME.
3.99 261015            MOVE SPACES TO WS-RR-RUNID.
4.00 261015            STRING WS-RR-DATE DELIMITED SIZE
4.01 261015                   WS-RR-TIME(1:6) DELIMITED SIZE
4.02 261015                   INTO WS-RR-RUNID.
4.03 261015            OPEN EXTEND RUNREG.
4.04 261015            MOVE 'LOTTRACE  ' TO RR-JOB.
4.05 261015            MOVE WS-RR-RUNID TO RR-RUNID.
4.06 261015            MOVE 'S'         TO RR-TYPE.
4.07 261015            MOVE WS-RR-DATE  TO RR-DATE.
4.08 261015            MOVE WS-RR-TIME  TO RR-TIME.
4.09 261015            MOVE 0           TO RR-READ RR-WRITTEN.
4.10 261015            MOVE '  '        TO RR-STATUS.
4.11 261015            WRITE RR-REC.
4.12 261015        950-EXIT.
4.13 261015            EXIT.
4.14 261015        960-REGISTER-END.
4.15 261015            ACCEPT WS-RR-TIME FROM TIME.
4.16 261015            MOVE 'LOTTRACE  ' TO RR-JOB.
4.17 261015            MOVE WS-RR-RUNID TO RR-RUNID.
4.18 261015            MOVE 'E'         TO RR-TYPE.
4.19 261015            MOVE WS-RR-DATE  TO RR-DATE.
4.20 261015            MOVE WS-RR-TIME  TO RR-TIME.
4.21 261015            MOVE WS-RR-READ    TO RR-READ.
4.22 261015            MOVE WS-RR-WRITTEN TO RR-WRITTEN.
4.23 261015            MOVE 'OK' TO RR-STATUS.
4.24 261015            IF WS-RPT-STATUS NOT = '00'
4.25 261015               MOVE 'ER' TO RR-STATUS
4.26 261015            END-IF.
4.27 261015            WRITE RR-REC.
4.28 261015            CLOSE RUNREG.
4.29 261015        960-EXIT.
4.30 261015            EXIT.
4.31 261015        HALT.
