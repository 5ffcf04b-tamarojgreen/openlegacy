1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. SUPMATCH.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT RUNREG ASSIGN TO DATABASE-ESRUNREG
1.06 261015                ORGANIZATION IS LINE SEQUENTIAL
1.07 261015                FILE STATUS IS WS-RR-STATUS.
1.08 261015            SELECT SUPINV ASSIGN TO DATABASE-SUPINV
1.09 261015                ORGANIZATION IS INDEXED
1.10 261015                ACCESS MODE IS DYNAMIC
1.11 261015                RECORD KEY IS SI-KEY
1.12 261015                FILE STATUS IS WS-SIN-STATUS.
1.13 261015            SELECT SUPIDUP ASSIGN TO DATABASE-SUPIDUP
1.14 261015                ORGANIZATION IS INDEXED
1.15 261015                ACCESS MODE IS DYNAMIC
1.16 261015                RECORD KEY IS DU-SEQ
1.17 261015                FILE STATUS IS WS-DUP-STATUS.
1.18 261015            SELECT POHDR ASSIGN TO DATABASE-POHDR
1.19 261015                ORGANIZATION IS INDEXED
1.20 261015                ACCESS MODE IS DYNAMIC
1.21 261015                RECORD KEY IS PH-PO-NUM
1.22 261015                FILE STATUS IS WS-POH-STATUS.
1.23 261015            SELECT POLINE ASSIGN TO DATABASE-POLINE
1.24 261015                ORGANIZATION IS INDEXED
1.25 261015                ACCESS MODE IS DYNAMIC
1.26 261015                RECORD KEY IS PL-KEY
1.27 261015                FILE STATUS IS WS-POL-STATUS.
1.28 261015            SELECT APTOLER ASSIGN TO DATABASE-APTOLER
1.29 261015                ORGANIZATION IS INDEXED
1.30 261015                ACCESS MODE IS DYNAMIC
1.31 261015                RECORD KEY IS AT-SUPP-ID
1.32 261015                FILE STATUS IS WS-TOL-STATUS.
1.33 261015            SELECT APRELS ASSIGN TO DATABASE-APRELEAS
1.34 261015                ORGANIZATION IS LINE SEQUENTIAL
1.35 261015                FILE STATUS IS WS-REL-STATUS.
1.36 261015            SELECT MATCHRPT ASSIGN TO PRINTER-SUPMATCH
1.37 261015                ORGANIZATION IS LINE SEQUENTIAL
1.38 261015                FILE STATUS IS WS-RPT-STATUS.
1.39 261015        DATA DIVISION.
1.40 261015        FILE SECTION.
1.41 261015        FD  RUNREG
1.42 261015                LABEL RECORD IS STANDARD.
1.43 261015        01  RR-REC.
1.44 261015           03 RR-JOB           PIC X(10).
1.45 261015           03 RR-RUNID         PIC X(14).
1.46 261015           03 RR-TYPE          PIC X.
1.47 261015           03 RR-DATE          PIC 9(8).
1.48 261015           03 RR-TIME          PIC 9(8).
1.49 261015           03 RR-READ          PIC 9(7).
1.50 261015           03 RR-WRITTEN       PIC 9(7).
1.51 261015           03 RR-STATUS        PIC X(2).
1.52 261015        FD  SUPINV
1.53 261015                LABEL RECORD IS STANDARD.
1.54 261015       * supplier invoice line layout - see SUPINVE
1.55 261015        01  SUPINV-REC.
1.56 261015           03  SI-KEY.
1.57 261015              05  SI-SUPP-ID     PIC X(6).
1.58 261015              05  SI-INV-NUM     PIC X(15).
1.59 261015              05  SI-LINE        PIC 9(3).
1.60 261015           03  SI-INV-DATE       PIC 9(8).
1.61 261015           03  SI-PO-NUM         PIC 9(8).
1.62 261015           03  SI-PO-LINE        PIC 9(3).
1.63 261015           03  SI-QTY            PIC 9(5).
1.64 261015           03  SI-UNIT-PRICE     PIC 9(5)V99.
1.65 261015           03  SI-STATUS         PIC X.
1.66 261015           03  SI-ENTRY-DATE     PIC 9(8).
1.67 261015           03  SI-OPERATOR       PIC X(10).
1.68 261015           03  SI-MATCH-DATE     PIC 9(8).
1.69 261015        FD  SUPIDUP
1.70 261015                LABEL RECORD IS STANDARD.
1.71 261015       * duplicate invoice lines - see SUPINVE
1.72 261015        01  SUPIDUP-REC.
1.73 261015           03  DU-SEQ            PIC 9(12).
1.74 261015           03  DU-SUPP-ID        PIC X(6).
1.75 261015           03  DU-INV-NUM        PIC X(15).
1.76 261015           03  DU-LINE           PIC 9(3).
1.77 261015           03  DU-INV-DATE       PIC 9(8).
1.78 261015           03  DU-PO-NUM         PIC 9(8).
1.79 261015           03  DU-PO-LINE        PIC 9(3).
1.80 261015           03  DU-QTY            PIC 9(5).
1.81 261015           03  DU-UNIT-PRICE     PIC 9(5)V99.
1.82 261015           03  DU-ENTRY-DATE     PIC 9(8).
1.83 261015           03  DU-OPERATOR       PIC X(10).
1.84 261015           03  DU-REPORTED       PIC X.
1.85 261015        FD  POHDR
1.86 261015                LABEL RECORD IS STANDARD.
1.87 261015        01  POHDR-REC.
1.88 261015           03  PH-PO-NUM         PIC 9(8).
1.89 261015           03  PH-SUPP-ID        PIC X(6).
1.90 261015           03  PH-ORDER-DATE     PIC 9(8).
1.91 261015           03  PH-STATUS         PIC X.
5.68 261015       * PO cost currency - see POCONF
5.69 261015           03  PH-CURRENCY       PIC X(3).
1.92 261015        FD  POLINE
1.93 261015                LABEL RECORD IS STANDARD.
1.94 261015        01  POLINE-REC.
1.95 261015           03  PL-KEY.
1.96 261015              05  PL-PO-NUM      PIC 9(8).
1.97 261015              05  PL-LINE        PIC 9(3).
1.98 261015           03  PL-ITEM-NUM       PIC 9(8).
1.99 261015           03  PL-WHSE           PIC X(3).
2.00 261015           03  PL-QTY-ORDERED    PIC 9(5).
2.01 261015           03  PL-QTY-RECEIVED   PIC 9(5).
2.02 261015           03  PL-UNIT-COST      PIC 9(5)V99.
2.03 261015           03  PL-EXPECTED-DATE  PIC 9(8).
2.04 261015           03  PL-STATUS         PIC X.
2.05 261015           03  PL-OVER           PIC X.
2.06 261015           03  PL-LATE           PIC X.
2.07 261015       * drop-ship customer order reference - see POCONF
2.08 261015           03  PL-ORDER-NUM      PIC 9(8).
2.09 261015           03  PL-ORDER-LINE     PIC 9(3).
2.10 261015       * quantity supplier invoices have been matched against
2.11 261015           03  PL-QTY-INVOICED   PIC 9(5).
5.74 261015       * date of the latest receipt - see PORECV
5.75 261015           03  PL-RECV-DATE      PIC 9(8).
2.12 261015        FD  APTOLER
2.13 261015                LABEL RECORD IS STANDARD.
2.14 261015       * matching tolerances per supplier - the row with a spaces
2.15 261015       * supplier is the company default; with neither, an invoice
2.16 261015       * line must agree exactly
2.17 261015        01  APTOLER-REC.
2.18 261015           03  AT-SUPP-ID        PIC X(6).
2.19 261015       * units that may be billed beyond the quantity received
2.20 261015           03  AT-QTY-TOL        PIC 9(5).
2.21 261015       * percent the invoice price may exceed the PO cost by
2.22 261015           03  AT-PRICE-PCT      PIC 9(3)V9.
2.23 261015        FD  APRELS
2.24 261015                LABEL RECORD IS STANDARD.
2.25 261015       * documented fixed outbound interface layout - one record per
2.26 261015       * invoice line released for payment by this run, for the
2.27 261015       * payables system to schedule
2.28 261015        01  APRELS-REC.
2.29 261015           03  RL-SUPP-ID        PIC X(6).
2.30 261015           03  RL-INV-NUM        PIC X(15).
2.31 261015           03  RL-LINE           PIC 9(3).
2.32 261015           03  RL-INV-DATE       PIC 9(8).
2.33 261015           03  RL-PO-NUM         PIC 9(8).
2.34 261015           03  RL-PO-LINE        PIC 9(3).
2.35 261015           03  RL-QTY            PIC 9(5).
2.36 261015           03  RL-UNIT-PRICE     PIC 9(5)V99.
2.37 261015           03  RL-AMOUNT         PIC 9(9)V99.
2.38 261015           03  RL-RELEASE-DATE   PIC 9(8).
5.70 261015       * the currency the price and amount are in - the PO's
5.71 261015       * PH-CURRENCY, spaces = local; payables pays in it
5.72 261015           03  RL-CURRENCY       PIC X(3).
2.39 261015        FD  MATCHRPT
2.40 261015                LABEL RECORD IS STANDARD.
2.41 261015        01  RPT-LINE          PIC X(80).
2.42 261015        WORKING-STORAGE SECTION.
2.43 261015        01  WS-RR-STATUS      PIC XX.
2.44 261015        01  WS-RR-RUNID       PIC X(14) VALUE SPACES.
2.45 261015        01  WS-RR-DATE        PIC 9(8) VALUE 0.
2.46 261015        01  WS-RR-TIME        PIC 9(8) VALUE 0.
2.47 261015        01  WS-RR-READ        PIC 9(7) VALUE 0.
2.48 261015        01  WS-RR-WRITTEN     PIC 9(7) VALUE 0.
2.49 261015        01  WS-SIN-STATUS     PIC XX.
2.50 261015        01  WS-DUP-STATUS     PIC XX.
2.51 261015        01  WS-POH-STATUS     PIC XX.
2.52 261015        01  WS-POL-STATUS     PIC XX.
2.53 261015        01  WS-TOL-STATUS     PIC XX.
2.54 261015        01  WS-REL-STATUS     PIC XX.
2.55 261015        01  WS-RPT-STATUS     PIC XX.
2.56 261015        01  WS-SI-END         PIC X VALUE 'N'.
2.57 261015           88 SI-END                VALUE 'Y'.
2.58 261015        01  WS-DU-END         PIC X VALUE 'N'.
2.59 261015           88 DU-END                VALUE 'Y'.
2.60 261015        01  WS-NEW-STATUS     PIC X VALUE SPACE.
2.61 261015        01  WS-QTY-LIMIT      PIC 9(6) VALUE 0.
2.62 261015        01  WS-PRICE-LIMIT    PIC 9(5)V99 VALUE 0.
2.63 261015        01  WS-AMOUNT         PIC 9(9)V99 VALUE 0.
2.64 261015        01  WS-EXAMINED-CNT   PIC 9(7) VALUE 0.
2.65 261015        01  WS-RELEASED-CNT   PIC 9(7) VALUE 0.
2.66 261015        01  WS-RELEASED-AMT   PIC 9(9)V99 VALUE 0.
2.67 261015        01  WS-QTY-CNT        PIC 9(7) VALUE 0.
2.68 261015        01  WS-PRICE-CNT      PIC 9(7) VALUE 0.
2.69 261015        01  WS-NOPO-CNT       PIC 9(7) VALUE 0.
2.70 261015        01  WS-DUPL-CNT       PIC 9(7) VALUE 0.
2.71 261015        01  WS-RPT-AMT        PIC Z(8)9.99.
2.72 261015        01  WS-RPT-HEAD.
2.73 261015           03  FILLER            PIC X(5)  VALUE 'WHY'.
2.74 261015           03  FILLER            PIC X(7)  VALUE 'SUPP'.
2.75 261015           03  FILLER            PIC X(20) VALUE 'INVOICE         LN'.
2.76 261015           03  FILLER            PIC X(13) VALUE 'PO       LN'.
2.77 261015           03  FILLER            PIC X(18) VALUE ' BILL  RECV PRIOR'.
2.78 261015           03  FILLER            PIC X(17) VALUE '   PRICE  PO COST'.
2.79 261015       * reason: QTY = billed beyond the quantity received, PRCE =
2.80 261015       * price over the PO cost, NOPO = no such PO line for the
2.81 261015       * supplier, DUPL = duplicate invoice number
2.82 261015        01  WS-RPT-DETAIL.
2.83 261015           03  RPT-REASON        PIC X(4).
2.84 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.85 261015           03  RPT-SUPP-ID       PIC X(6).
2.86 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.87 261015           03  RPT-INV-NUM       PIC X(15).
2.88 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.89 261015           03  RPT-LINE-NO       PIC ZZ9.
2.90 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.91 261015           03  RPT-PO-NUM        PIC 9(8).
2.92 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.93 261015           03  RPT-PO-LINE       PIC ZZ9.
2.94 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.95 261015           03  RPT-BILLED        PIC ZZZZ9.
2.96 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.97 261015           03  RPT-RECEIVED      PIC ZZZZ9.
2.98 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.99 261015           03  RPT-PRIOR         PIC ZZZZ9.
3.00 261015           03  FILLER            PIC X(1) VALUE SPACES.
3.01 261015           03  RPT-PRICE         PIC ZZZZ9.99.
3.02 261015           03  FILLER            PIC X(1) VALUE SPACES.
3.03 261015           03  RPT-PO-COST       PIC ZZZZ9.99.
3.04 261015       * every report line is also registered in the ESRPTWRT
3.05 261015       * repository, so a purged spool no longer loses the report
3.06 261015        01  RW-PARAM.
3.07 261015           03  RW-JOB        PIC X(10) VALUE 'SUPMATCH  '.
3.08 261015           03  RW-FUNC       PIC X     VALUE SPACE.
3.09 261015           03  RW-LINE       PIC X(132) VALUE SPACES.
3.10 261015        PROCEDURE DIVISION.
3.11 261015        BEGIN.
3.12 261015       * three-way match of supplier invoice lines: each line not yet
3.13 261015       * released is held against its PO line - the quantity billed
3.14 261015       * on it so far plus this line may not pass the quantity
3.15 261015       * received by more than the supplier's tolerance, and the price
3.16 261015       * may not pass the PO cost by more than the tolerance percent.
3.17 261015       * A line that agrees is released for payment on the APRELEAS
3.18 261015       * file and its quantity added to PL-QTY-INVOICED; one that does
3.19 261015       * not keeps its exception status and is tried again next run,
3.20 261015       * so goods received since clear it. Every line still open and
3.21 261015       * every duplicate SUPINVE refused since the last run go on the
3.22 261015       * exception report
3.23 261015            PERFORM 950-REGISTER-START.
3.24 261015            OPEN I-O SUPINV.
3.25 261015            OPEN I-O SUPIDUP.
3.26 261015            OPEN INPUT POHDR.
3.27 261015            OPEN I-O POLINE.
3.28 261015            OPEN INPUT APTOLER.
3.29 261015            OPEN OUTPUT APRELS.
3.30 261015            OPEN OUTPUT MATCHRPT.
3.31 261015            MOVE 'O' TO RW-FUNC.
3.32 261015            CALL 'ESRPTWRT' USING RW-PARAM.
3.33 261015            MOVE SPACES TO RPT-LINE.
3.34 261015            STRING 'SUPPLIER INVOICE MATCH EXCEPTIONS ' DELIMITED SIZE
3.35 261015                   WS-RR-DATE DELIMITED SIZE
3.36 261015                   INTO RPT-LINE.
3.37 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
3.38 261015            MOVE WS-RPT-HEAD TO RPT-LINE.
3.39 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
3.40 261015            MOVE 'N' TO WS-SI-END.
3.41 261015            MOVE LOW-VALUES TO SI-KEY.
3.42 261015            START SUPINV
3.43 261015                KEY NOT LESS SI-KEY
3.44 261015                INVALID KEY
3.45 261015                   SET SI-END TO TRUE.
3.46 261015            PERFORM UNTIL SI-END
3.47 261015               READ SUPINV NEXT
3.48 261015                   AT END
3.49 261015                      SET SI-END TO TRUE
3.50 261015                   NOT AT END
3.51 261015                      ADD 1 TO WS-RR-READ
3.52 261015                      PERFORM 400-MATCH-LINE THRU 400-EXIT
3.53 261015               END-READ
3.54 261015            END-PERFORM.
3.55 261015            MOVE 'N' TO WS-DU-END.
3.56 261015            MOVE LOW-VALUES TO DU-SEQ.
3.57 261015            START SUPIDUP
3.58 261015                KEY NOT LESS DU-SEQ
3.59 261015                INVALID KEY
3.60 261015                   SET DU-END TO TRUE.
3.61 261015            PERFORM UNTIL DU-END
3.62 261015               READ SUPIDUP NEXT
3.63 261015                   AT END
3.64 261015                      SET DU-END TO TRUE
3.65 261015                   NOT AT END
3.66 261015                      PERFORM 600-DUPLICATE THRU 600-EXIT
3.67 261015               END-READ
3.68 261015            END-PERFORM.
3.69 261015            PERFORM 900-CONTROL-BLOCK THRU 900-EXIT.
3.70 261015            MOVE 'C' TO RW-FUNC.
3.71 261015            CALL 'ESRPTWRT' USING RW-PARAM.
3.72 261015            CLOSE SUPINV.
3.73 261015            CLOSE SUPIDUP.
3.74 261015            CLOSE POHDR.
3.75 261015            CLOSE POLINE.
3.76 261015            CLOSE APTOLER.
3.77 261015            CLOSE APRELS.
3.78 261015            CLOSE MATCHRPT.
3.79 261015            PERFORM 960-REGISTER-END.
3.80 261015            STOP RUN.
3.81 261015        150-PUT-LINE.
3.82 261015            MOVE RPT-LINE TO RW-LINE.
3.83 261015            WRITE RPT-LINE.
3.84 261015            MOVE 'L' TO RW-FUNC.
3.85 261015            CALL 'ESRPTWRT' USING RW-PARAM.
3.86 261015        150-EXIT.
3.87 261015            EXIT.
3.88 261015        400-MATCH-LINE.
3.89 261015            IF SI-STATUS = 'M'
3.90 261015               GO TO 400-EXIT.
3.91 261015            ADD 1 TO WS-EXAMINED-CNT.
3.92 261015            MOVE SI-PO-NUM  TO PL-PO-NUM.
3.93 261015            MOVE SI-PO-LINE TO PL-LINE.
3.94 261015            READ POLINE
3.95 261015                INVALID KEY
3.96 261015                   MOVE 'N' TO WS-NEW-STATUS
3.97 261015                   GO TO 400-EXCEPTION
3.98 261015            END-READ.
3.99 261015            MOVE SI-PO-NUM TO PH-PO-NUM.
4.00 261015            READ POHDR
4.01 261015                INVALID KEY
4.02 261015                   MOVE SPACES TO PH-SUPP-ID
4.03 261015            END-READ.
4.04 261015            IF PH-SUPP-ID NOT = SI-SUPP-ID
4.05 261015               MOVE 'N' TO WS-NEW-STATUS
4.06 261015               GO TO 400-EXCEPTION.
4.07 261015            PERFORM 500-GET-TOLERANCE THRU 500-EXIT.
4.08 261015            COMPUTE WS-QTY-LIMIT = PL-QTY-RECEIVED + AT-QTY-TOL.
4.09 261015            COMPUTE WS-PRICE-LIMIT ROUNDED =
4.10 261015                PL-UNIT-COST * (100 + AT-PRICE-PCT) / 100.
4.11 261015            IF PL-QTY-INVOICED + SI-QTY > WS-QTY-LIMIT
4.12 261015               MOVE 'Q' TO WS-NEW-STATUS
4.13 261015               GO TO 400-EXCEPTION.
4.14 261015            IF SI-UNIT-PRICE > WS-PRICE-LIMIT
4.15 261015               MOVE 'P' TO WS-NEW-STATUS
4.16 261015               GO TO 400-EXCEPTION.
4.17 261015       * matched - released for payment at the invoice price
4.18 261015            ADD SI-QTY TO PL-QTY-INVOICED.
4.19 261015            REWRITE POLINE-REC.
4.20 261015            COMPUTE WS-AMOUNT = SI-QTY * SI-UNIT-PRICE.
4.21 261015            MOVE SI-SUPP-ID    TO RL-SUPP-ID.
4.22 261015            MOVE SI-INV-NUM    TO RL-INV-NUM.
4.23 261015            MOVE SI-LINE       TO RL-LINE.
4.24 261015            MOVE SI-INV-DATE   TO RL-INV-DATE.
4.25 261015            MOVE SI-PO-NUM     TO RL-PO-NUM.
4.26 261015            MOVE SI-PO-LINE    TO RL-PO-LINE.
4.27 261015            MOVE SI-QTY        TO RL-QTY.
4.28 261015            MOVE SI-UNIT-PRICE TO RL-UNIT-PRICE.
4.29 261015            MOVE WS-AMOUNT     TO RL-AMOUNT.
4.30 261015            MOVE WS-RR-DATE    TO RL-RELEASE-DATE.
5.73 261015            MOVE PH-CURRENCY   TO RL-CURRENCY.
4.31 261015            WRITE APRELS-REC.
4.32 261015            ADD 1 TO WS-RR-WRITTEN WS-RELEASED-CNT.
4.33 261015            ADD WS-AMOUNT TO WS-RELEASED-AMT.
4.34 261015            MOVE 'M'        TO SI-STATUS.
4.35 261015            MOVE WS-RR-DATE TO SI-MATCH-DATE.
4.36 261015            REWRITE SUPINV-REC.
4.37 261015            GO TO 400-EXIT.
4.38 261015        400-EXCEPTION.
4.39 261015            MOVE SPACES TO WS-RPT-DETAIL.
4.40 261015            EVALUATE WS-NEW-STATUS
4.41 261015               WHEN 'Q'
4.42 261015                  MOVE 'QTY'  TO RPT-REASON
4.43 261015                  ADD 1 TO WS-QTY-CNT
4.44 261015               WHEN 'P'
4.45 261015                  MOVE 'PRCE' TO RPT-REASON
4.46 261015                  ADD 1 TO WS-PRICE-CNT
4.47 261015               WHEN OTHER
4.48 261015                  MOVE 'NOPO' TO RPT-REASON
4.49 261015                  ADD 1 TO WS-NOPO-CNT
4.50 261015                  MOVE 0 TO PL-QTY-RECEIVED PL-QTY-INVOICED
4.51 261015                  MOVE 0 TO PL-UNIT-COST
4.52 261015            END-EVALUATE.
4.53 261015            MOVE SI-SUPP-ID      TO RPT-SUPP-ID.
4.54 261015            MOVE SI-INV-NUM      TO RPT-INV-NUM.
4.55 261015            MOVE SI-LINE         TO RPT-LINE-NO.
4.56 261015            MOVE SI-PO-NUM       TO RPT-PO-NUM.
4.57 261015            MOVE SI-PO-LINE      TO RPT-PO-LINE.
4.58 261015            MOVE SI-QTY          TO RPT-BILLED.
4.59 261015            MOVE PL-QTY-RECEIVED TO RPT-RECEIVED.
4.60 261015            MOVE PL-QTY-INVOICED TO RPT-PRIOR.
4.61 261015            MOVE SI-UNIT-PRICE   TO RPT-PRICE.
4.62 261015            MOVE PL-UNIT-COST    TO RPT-PO-COST.
4.63 261015            MOVE WS-RPT-DETAIL   TO RPT-LINE.
4.64 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
4.65 261015            IF SI-STATUS NOT = WS-NEW-STATUS
4.66 261015               MOVE WS-NEW-STATUS TO SI-STATUS
4.67 261015               REWRITE SUPINV-REC
4.68 261015            END-IF.
4.69 261015        400-EXIT.
4.70 261015            EXIT.
4.71 261015        500-GET-TOLERANCE.
4.72 261015            MOVE SI-SUPP-ID TO AT-SUPP-ID.
4.73 261015            READ APTOLER
4.74 261015                INVALID KEY
4.75 261015                   MOVE SPACES TO AT-SUPP-ID
4.76 261015                   READ APTOLER
4.77 261015                       INVALID KEY
4.78 261015                          MOVE 0 TO AT-QTY-TOL AT-PRICE-PCT
4.79 261015                   END-READ
4.80 261015            END-READ.
4.81 261015        500-EXIT.
4.82 261015            EXIT.
4.83 261015        600-DUPLICATE.
4.84 261015            IF DU-REPORTED = 'Y'
4.85 261015               GO TO 600-EXIT.
4.86 261015            ADD 1 TO WS-DUPL-CNT.
4.87 261015            MOVE SPACES TO WS-RPT-DETAIL.
4.88 261015            MOVE 'DUPL'        TO RPT-REASON.
4.89 261015            MOVE DU-SUPP-ID    TO RPT-SUPP-ID.
4.90 261015            MOVE DU-INV-NUM    TO RPT-INV-NUM.
4.91 261015            MOVE DU-LINE       TO RPT-LINE-NO.
4.92 261015            MOVE DU-PO-NUM     TO RPT-PO-NUM.
4.93 261015            MOVE DU-PO-LINE    TO RPT-PO-LINE.
4.94 261015            MOVE DU-QTY        TO RPT-BILLED.
4.95 261015            MOVE 0             TO RPT-RECEIVED RPT-PRIOR RPT-PO-COST.
4.96 261015            MOVE DU-UNIT-PRICE TO RPT-PRICE.
4.97 261015            MOVE WS-RPT-DETAIL TO RPT-LINE.
4.98 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
4.99 261015            MOVE 'Y' TO DU-REPORTED.
5.00 261015            REWRITE SUPIDUP-REC.
5.01 261015        600-EXIT.
5.02 261015            EXIT.
5.03 261015        900-CONTROL-BLOCK.
5.04 261015            MOVE SPACES TO RPT-LINE.
5.05 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
5.06 261015            MOVE 'CONTROL TOTALS' TO RPT-LINE.
5.07 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
5.08 261015            MOVE WS-RELEASED-AMT TO WS-RPT-AMT.
5.09 261015            MOVE SPACES TO RPT-LINE.
5.10 261015            STRING 'LINES EXAMINED ' DELIMITED SIZE
5.11 261015                   WS-EXAMINED-CNT DELIMITED SIZE
5.12 261015                   ' RELEASED ' DELIMITED SIZE
5.13 261015                   WS-RELEASED-CNT DELIMITED SIZE
5.14 261015                   ' VALUE ' DELIMITED SIZE
5.15 261015                   WS-RPT-AMT DELIMITED SIZE
5.16 261015                   INTO RPT-LINE.
5.17 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
5.18 261015            MOVE SPACES TO RPT-LINE.
5.19 261015            STRING 'QTY ' DELIMITED SIZE
5.20 261015                   WS-QTY-CNT DELIMITED SIZE
5.21 261015                   ' PRCE ' DELIMITED SIZE
5.22 261015                   WS-PRICE-CNT DELIMITED SIZE
5.23 261015                   ' NOPO ' DELIMITED SIZE
5.24 261015                   WS-NOPO-CNT DELIMITED SIZE
5.25 261015                   ' DUPL ' DELIMITED SIZE
5.26 261015                   WS-DUPL-CNT DELIMITED SIZE
5.27 261015                   INTO RPT-LINE.
5.28 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
5.29 261015        900-EXIT.
5.30 261015            EXIT.
5.31 261015        950-REGISTER-START.
5.32 261015            ACCEPT WS-RR-DATE FROM DATE.
5.33 261015            ADD 20000000 TO WS-RR-DATE.
5.34 261015            ACCEPT WS-RR-TIME FROM TIME.
5.35 261015            MOVE SPACES TO WS-RR-RUNID.
5.36 261015            STRING WS-RR-DATE DELIMITED SIZE
5.37 261015                   WS-RR-TIME(1:6) DELIMITED SIZE
5.38 261015                   INTO WS-RR-RUNID.
5.39 261015            OPEN EXTEND RUNREG.
5.40 261015            MOVE 'SUPMATCH  ' TO RR-JOB.
5.41 261015            MOVE WS-RR-RUNID TO RR-RUNID.
5.42 261015            MOVE 'S'         TO RR-TYPE.
5.43 261015            MOVE WS-RR-DATE  TO RR-DATE.
5.44 261015            MOVE WS-RR-TIME  TO RR-TIME.
5.45 261015            MOVE 0           TO RR-READ RR-WRITTEN.
5.46 261015            MOVE '  '        TO RR-STATUS.
5.47 261015            WRITE RR-REC.
5.48 261015        950-EXIT.
5.49 261015            EXIT.
5.50 261015        960-REGISTER-END.
5.51 261015            ACCEPT WS-RR-TIME FROM TIME.
5.52 261015            MOVE 'SUPMATCH  ' TO RR-JOB.
5.53 261015            MOVE WS-RR-RUNID TO RR-RUNID.
5.54 261015            MOVE 'E'         TO RR-TYPE.
5.55 261015            MOVE WS-RR-DATE  TO RR-DATE.
5.56 261015            MOVE WS-RR-TIME  TO RR-TIME.
5.57 261015            MOVE WS-RR-READ    TO RR-READ.
5.58 261015            MOVE WS-RR-WRITTEN TO RR-WRITTEN.
5.59 261015            MOVE 'OK' TO RR-STATUS.
5.60 261015            IF WS-RPT-STATUS NOT = '00' OR WS-REL-STATUS NOT = '00'
5.61 261015               MOVE 'ER' TO RR-STATUS
5.62 261015            END-IF.
5.63 261015            WRITE RR-REC.
5.64 261015            CLOSE RUNREG.
5.65 261015        960-EXIT.
5.66 261015            EXIT.
5.67 261015        HALT.
