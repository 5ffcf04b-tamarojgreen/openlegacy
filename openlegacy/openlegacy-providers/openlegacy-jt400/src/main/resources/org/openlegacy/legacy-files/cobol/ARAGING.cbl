1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. ARAGING.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015       * run-registry: one start and one end row per run - see ESRUNRPT
1.06 261015            SELECT RUNREG ASSIGN TO DATABASE-ESRUNREG
1.07 261015                ORGANIZATION IS LINE SEQUENTIAL
1.08 261015                FILE STATUS IS WS-RR-STATUS.
1.09 261015            SELECT ARITEM ASSIGN TO DATABASE-ARITEM
1.10 261015                ORGANIZATION IS INDEXED
1.11 261015                ACCESS MODE IS DYNAMIC
1.12 261015                RECORD KEY IS AR-KEY
1.13 261015                FILE STATUS IS WS-AR-STATUS.
1.14 261015            SELECT CUSTMSTR ASSIGN TO DATABASE-CUSTMSTR
1.15 261015                ORGANIZATION IS INDEXED
1.16 261015                ACCESS MODE IS DYNAMIC
1.17 261015                RECORD KEY IS CM-CUST-ID
1.18 261015                FILE STATUS IS WS-CUS-STATUS.
1.19 261015            SELECT AGERPT ASSIGN TO PRINTER-AGERPT
1.20 261015                ORGANIZATION IS LINE SEQUENTIAL
1.21 261015                FILE STATUS IS WS-RPT-STATUS.
1.22 261015        DATA DIVISION.
1.23 261015        FILE SECTION.
1.24 261015        FD  RUNREG
1.25 261015                LABEL RECORD IS STANDARD.
1.26 261015        01  RR-REC.
1.27 261015           03 RR-JOB           PIC X(10).
1.28 261015           03 RR-RUNID         PIC X(14).
1.29 261015           03 RR-TYPE          PIC X.
1.30 261015           03 RR-DATE          PIC 9(8).
1.31 261015           03 RR-TIME          PIC 9(8).
1.32 261015           03 RR-READ          PIC 9(7).
1.33 261015           03 RR-WRITTEN       PIC 9(7).
1.34 261015           03 RR-STATUS        PIC X(2).
1.35 261015        FD  ARITEM
1.36 261015                LABEL RECORD IS STANDARD.
1.37 261015       * AR-DOC-TYPE I = invoice, U = unapplied cash on account
1.38 261015       * C = credit memo (RMAENTRY)
1.39 261015        01  ARITEM-REC.
1.40 261015           03  AR-KEY.
1.41 261015              05  AR-CUST-ID     PIC X(10).
1.42 261015              05  AR-DOC-TYPE    PIC X.
1.43 261015              05  AR-DOC-NUM     PIC 9(8).
1.44 261015           03  AR-DOC-DATE       PIC 9(8).
1.45 261015           03  AR-AMOUNT         PIC 9(9)V99.
1.46 261015           03  AR-APPLIED        PIC 9(9)V99.
1.47 261015           03  AR-BALANCE        PIC 9(9)V99.
1.48 261015           03  AR-LAST-PAY-DATE  PIC 9(8).
1.49 261015           03  AR-STATUS         PIC X.
1.50 261015        FD  CUSTMSTR
1.51 261015                LABEL RECORD IS STANDARD.
1.52 261015        01  CUSTMSTR-REC.
1.53 261015           03  CM-CUST-ID        PIC X(10).
1.54 261015           03  CM-DISTRICT       PIC X(5).
1.55 261015       * credit ceiling - zero = no limit set
1.56 261015           03  CM-CREDIT-LIMIT   PIC 9(9)V99.
1.57 261015       * Y = tax-exempt customer - INVGEN bills it no sales tax
1.58 261015           03  CM-TAX-EXEMPT     PIC X.
4.45 261015       * Y = free-freight contract - INVGEN prices the freight but
4.46 261015       * does not bill it
4.47 261015           03  CM-FREE-FREIGHT   PIC X.
4.48 261015       * agent of record - the agent paid commission on the
4.49 261015       * customer's sales (COMMRUN); zeros = none
4.50 261015           03  CM-AGENT-MHOZ     PIC 9(2).
4.51 261015           03  CM-AGENT-SOCN     PIC 9(6).
1.59 261015        FD  AGERPT
1.60 261015                LABEL RECORD IS STANDARD.
1.61 261015       * the aged balance needs the full print width for its buckets
1.62 261015        01  RPT-LINE          PIC X(132).
1.63 261015        WORKING-STORAGE SECTION.
1.64 261015        01  WS-RR-STATUS      PIC XX.
1.65 261015        01  WS-RR-RUNID       PIC X(14) VALUE SPACES.
1.66 261015        01  WS-RR-DATE        PIC 9(8) VALUE 0.
1.67 261015        01  WS-RR-TIME        PIC 9(8) VALUE 0.
1.68 261015        01  WS-RR-READ        PIC 9(7) VALUE 0.
1.69 261015        01  WS-RR-WRITTEN     PIC 9(7) VALUE 0.
1.70 261015        01  WS-AR-STATUS      PIC XX.
1.71 261015        01  WS-CUS-STATUS     PIC XX.
1.72 261015        01  WS-RPT-STATUS     PIC XX.
1.73 261015        01  WS-TODAY          PIC 9(8) VALUE 0.
1.74 261015        01  WS-AGE-DAYS       PIC S9(7) VALUE 0.
1.75 261015        01  WS-AR-END         PIC X VALUE 'N'.
1.76 261015           88 AR-END                VALUE 'Y'.
1.77 261015        01  WS-CUR-CUST       PIC X(10) VALUE SPACES.
1.78 261015        01  WS-CUR-DISTRICT   PIC X(5) VALUE SPACES.
1.79 261015       * the customer being accumulated: five age buckets (0-30,
1.80 261015       * 31-60, 61-90, 91-120, over 120 days), the total owed and the
1.81 261015       * unapplied cash held on account
1.82 261015        01  WS-CUST-AGES.
1.83 261015           03  WS-CUST-BKT       PIC 9(9)V99 OCCURS 5.
1.84 261015           03  WS-CUST-OWED      PIC 9(9)V99.
1.85 261015           03  WS-CUST-ONACCT    PIC 9(9)V99.
1.86 261015        01  I-BKT             PIC 9 VALUE 0.
1.87 261015       * district subtotals and the company line
1.88 261015        01  WS-DIST-TBL.
1.89 261015           03  WS-DIST-O OCCURS 50.
1.90 261015              05  WS-DIST-ID         PIC X(5).
1.91 261015              05  WS-DIST-BKT        PIC 9(11)V99 OCCURS 5.
1.92 261015              05  WS-DIST-OWED       PIC 9(11)V99.
1.93 261015              05  WS-DIST-ONACCT     PIC 9(11)V99.
1.94 261015        01  WS-DIST-CNT       PIC 9(2) VALUE 0.
1.95 261015        01  I-DIST            PIC 9(2) VALUE 0.
1.96 261015        01  WS-DIST-FOUND     PIC X VALUE 'N'.
1.97 261015           88 DIST-FOUND            VALUE 'Y'.
1.98 261015       * control block - finance ties the ledger out against these
1.99 261015        01  WS-ITEMS-READ     PIC 9(7) VALUE 0.
2.00 261015        01  WS-ITEMS-OPEN     PIC 9(7) VALUE 0.
2.01 261015        01  WS-CUST-CNT       PIC 9(7) VALUE 0.
2.02 261015        01  WS-CO-TOTALS.
2.03 261015           03  WS-CO-BKT         PIC 9(11)V99 OCCURS 5.
2.04 261015           03  WS-CO-OWED        PIC 9(11)V99.
2.05 261015           03  WS-CO-ONACCT      PIC 9(11)V99.
2.06 261015        01  WS-RPT-HEAD.
2.07 261015           03  FILLER            PIC X(19) VALUE 'CUSTOMER    DIST'.
2.08 261015           03  FILLER            PIC X(14) VALUE '     0-30 DAYS'.
2.09 261015           03  FILLER            PIC X(14) VALUE '    31-60 DAYS'.
2.10 261015           03  FILLER            PIC X(14) VALUE '    61-90 DAYS'.
2.11 261015           03  FILLER            PIC X(14) VALUE '   91-120 DAYS'.
2.12 261015           03  FILLER            PIC X(14) VALUE '  OVER 120    '.
2.13 261015           03  FILLER            PIC X(14) VALUE '    TOTAL OWED'.
2.14 261015           03  FILLER            PIC X(14) VALUE '    ON ACCOUNT'.
2.15 261015        01  WS-RPT-DETAIL.
2.16 261015           03  RPT-CUST          PIC X(10).
2.17 261015           03  FILLER            PIC X(2) VALUE SPACES.
2.18 261015           03  RPT-DISTRICT      PIC X(5).
2.19 261015           03  RPT-AMT-O OCCURS 7.
2.20 261015              05  FILLER         PIC X(2).
2.21 261015              05  RPT-AMT        PIC Z(8)9.99.
2.22 261015        PROCEDURE DIVISION.
2.23 261015        BEGIN.
2.24 261015       * aged open-item balance - what each customer still owes,
2.25 261015       * bucketed by the age of the invoice, with district subtotals
2.26 261015       * so the collectors can split the list, and the cash held on
2.27 261015       * account shown beside it rather than netted away
2.28 261015            PERFORM 950-REGISTER-START.
2.29 261015            ACCEPT WS-TODAY FROM DATE.
2.30 261015            ADD 20000000 TO WS-TODAY.
2.31 261015            MOVE 'N' TO WS-AR-END.
2.32 261015            INITIALIZE WS-CUST-AGES WS-DIST-TBL WS-CO-TOTALS.
2.33 261015            OPEN INPUT ARITEM.
2.34 261015            OPEN INPUT CUSTMSTR.
2.35 261015            OPEN OUTPUT AGERPT.
2.36 261015            MOVE SPACES TO RPT-LINE.
2.37 261015            STRING 'AGED RECEIVABLES AS AT ' DELIMITED SIZE
2.38 261015                   WS-TODAY DELIMITED SIZE
2.39 261015                   INTO RPT-LINE.
2.40 261015            WRITE RPT-LINE.
2.41 261015            MOVE WS-RPT-HEAD TO RPT-LINE.
2.42 261015            WRITE RPT-LINE.
2.43 261015            MOVE LOW-VALUES TO AR-KEY.
2.44 261015            START ARITEM
2.45 261015                KEY NOT LESS AR-KEY
2.46 261015                INVALID KEY
2.47 261015                   SET AR-END TO TRUE.
2.48 261015            PERFORM UNTIL AR-END
2.49 261015               READ ARITEM NEXT
2.50 261015                   AT END
2.51 261015                      SET AR-END TO TRUE
2.52 261015                   NOT AT END
2.53 261015                      ADD 1 TO WS-ITEMS-READ WS-RR-READ
2.54 261015                      IF AR-CUST-ID NOT = WS-CUR-CUST
2.55 261015                         PERFORM 600-CUSTOMER-BREAK THRU 600-EXIT
2.56 261015                         MOVE AR-CUST-ID TO WS-CUR-CUST
2.57 261015                      END-IF
2.58 261015                      IF AR-BALANCE > 0
2.59 261015                         PERFORM 400-AGE-ITEM THRU 400-EXIT
2.60 261015                      END-IF
2.61 261015               END-READ
2.62 261015            END-PERFORM.
2.63 261015            PERFORM 600-CUSTOMER-BREAK THRU 600-EXIT.
2.64 261015            PERFORM 700-DISTRICT-TOTALS THRU 700-EXIT.
2.65 261015            PERFORM 900-CONTROL-BLOCK THRU 900-EXIT.
2.66 261015            CLOSE ARITEM.
2.67 261015            CLOSE CUSTMSTR.
2.68 261015            CLOSE AGERPT.
2.69 261015            PERFORM 960-REGISTER-END.
2.70 261015            STOP RUN.
2.71 261015        400-AGE-ITEM.
2.72 261015            ADD 1 TO WS-ITEMS-OPEN.
2.73 261015            IF AR-DOC-TYPE = 'U' OR AR-DOC-TYPE = 'C'
2.74 261015               ADD AR-BALANCE TO WS-CUST-ONACCT
2.75 261015               GO TO 400-EXIT.
2.76 261015            COMPUTE WS-AGE-DAYS =
2.77 261015                FUNCTION INTEGER-OF-DATE(WS-TODAY) -
2.78 261015                FUNCTION INTEGER-OF-DATE(AR-DOC-DATE).
2.79 261015            EVALUATE TRUE
2.80 261015               WHEN WS-AGE-DAYS <= 30
2.81 261015                  MOVE 1 TO I-BKT
2.82 261015               WHEN WS-AGE-DAYS <= 60
2.83 261015                  MOVE 2 TO I-BKT
2.84 261015               WHEN WS-AGE-DAYS <= 90
2.85 261015                  MOVE 3 TO I-BKT
2.86 261015               WHEN WS-AGE-DAYS <= 120
2.87 261015                  MOVE 4 TO I-BKT
2.88 261015               WHEN OTHER
2.89 261015                  MOVE 5 TO I-BKT
2.90 261015            END-EVALUATE.
2.91 261015            ADD AR-BALANCE TO WS-CUST-BKT(I-BKT).
2.92 261015            ADD AR-BALANCE TO WS-CUST-OWED.
2.93 261015        400-EXIT.
2.94 261015            EXIT.
2.95 261015        600-CUSTOMER-BREAK.
2.96 261015       * a customer whose items are all settled prints no line
2.97 261015            IF WS-CUR-CUST = SPACES
2.98 261015               GO TO 600-EXIT.
2.99 261015            IF WS-CUST-OWED = 0 AND WS-CUST-ONACCT = 0
3.00 261015               GO TO 600-RESET.
3.01 261015            MOVE WS-CUR-CUST TO CM-CUST-ID.
3.02 261015            READ CUSTMSTR
3.03 261015                INVALID KEY
3.04 261015                   MOVE '?????' TO CM-DISTRICT.
3.05 261015            MOVE CM-DISTRICT TO WS-CUR-DISTRICT.
3.06 261015            ADD 1 TO WS-CUST-CNT.
3.07 261015            MOVE SPACES TO WS-RPT-DETAIL.
3.08 261015            MOVE WS-CUR-CUST     TO RPT-CUST.
3.09 261015            MOVE WS-CUR-DISTRICT TO RPT-DISTRICT.
3.10 261015            PERFORM VARYING I-BKT FROM 1 BY 1 UNTIL I-BKT > 5
3.11 261015               MOVE WS-CUST-BKT(I-BKT) TO RPT-AMT(I-BKT)
3.12 261015               ADD WS-CUST-BKT(I-BKT) TO WS-CO-BKT(I-BKT)
3.13 261015            END-PERFORM.
3.14 261015            MOVE WS-CUST-OWED   TO RPT-AMT(6).
3.15 261015            MOVE WS-CUST-ONACCT TO RPT-AMT(7).
3.16 261015            MOVE WS-RPT-DETAIL TO RPT-LINE.
3.17 261015            WRITE RPT-LINE.
3.18 261015            ADD 1 TO WS-RR-WRITTEN.
3.19 261015            ADD WS-CUST-OWED   TO WS-CO-OWED.
3.20 261015            ADD WS-CUST-ONACCT TO WS-CO-ONACCT.
3.21 261015            PERFORM 650-TALLY-DISTRICT THRU 650-EXIT.
3.22 261015        600-RESET.
3.23 261015            INITIALIZE WS-CUST-AGES.
3.24 261015        600-EXIT.
3.25 261015            EXIT.
3.26 261015        650-TALLY-DISTRICT.
3.27 261015            MOVE 'N' TO WS-DIST-FOUND.
3.28 261015            PERFORM VARYING I-DIST FROM 1 BY 1
3.29 261015                    UNTIL I-DIST > WS-DIST-CNT
3.30 261015               IF WS-DIST-ID(I-DIST) = WS-CUR-DISTRICT
3.31 261015                  SET DIST-FOUND TO TRUE
3.32 261015                  PERFORM 660-ADD-DISTRICT
3.33 261015                  COMPUTE I-DIST = WS-DIST-CNT + 1
3.34 261015               END-IF
3.35 261015            END-PERFORM.
3.36 261015            IF NOT DIST-FOUND AND WS-DIST-CNT < 50
3.37 261015               ADD 1 TO WS-DIST-CNT
3.38 261015               MOVE WS-DIST-CNT TO I-DIST
3.39 261015               MOVE WS-CUR-DISTRICT TO WS-DIST-ID(I-DIST)
3.40 261015               PERFORM 660-ADD-DISTRICT
3.41 261015            END-IF.
3.42 261015        650-EXIT.
3.43 261015            EXIT.
3.44 261015        660-ADD-DISTRICT.
3.45 261015            PERFORM VARYING I-BKT FROM 1 BY 1 UNTIL I-BKT > 5
3.46 261015               ADD WS-CUST-BKT(I-BKT) TO WS-DIST-BKT(I-DIST I-BKT)
3.47 261015            END-PERFORM.
3.48 261015            ADD WS-CUST-OWED   TO WS-DIST-OWED(I-DIST).
3.49 261015            ADD WS-CUST-ONACCT TO WS-DIST-ONACCT(I-DIST).
3.50 261015        660-EXIT.
3.51 261015            EXIT.
3.52 261015        700-DISTRICT-TOTALS.
3.53 261015            MOVE SPACES TO RPT-LINE.
3.54 261015            WRITE RPT-LINE.
3.55 261015            MOVE 'SUBTOTALS BY DISTRICT' TO RPT-LINE.
3.56 261015            WRITE RPT-LINE.
3.57 261015            PERFORM VARYING I-DIST FROM 1 BY 1
3.58 261015                    UNTIL I-DIST > WS-DIST-CNT
3.59 261015               MOVE SPACES TO WS-RPT-DETAIL
3.60 261015               MOVE 'DISTRICT'          TO RPT-CUST
3.61 261015               MOVE WS-DIST-ID(I-DIST)  TO RPT-DISTRICT
3.62 261015               PERFORM VARYING I-BKT FROM 1 BY 1 UNTIL I-BKT > 5
3.63 261015                  MOVE WS-DIST-BKT(I-DIST I-BKT) TO RPT-AMT(I-BKT)
3.64 261015               END-PERFORM
3.65 261015               MOVE WS-DIST-OWED(I-DIST)   TO RPT-AMT(6)
3.66 261015               MOVE WS-DIST-ONACCT(I-DIST) TO RPT-AMT(7)
3.67 261015               MOVE WS-RPT-DETAIL TO RPT-LINE
3.68 261015               WRITE RPT-LINE
3.69 261015            END-PERFORM.
3.70 261015            MOVE SPACES TO WS-RPT-DETAIL.
3.71 261015            MOVE 'COMPANY'  TO RPT-CUST.
3.72 261015            PERFORM VARYING I-BKT FROM 1 BY 1 UNTIL I-BKT > 5
3.73 261015               MOVE WS-CO-BKT(I-BKT) TO RPT-AMT(I-BKT)
3.74 261015            END-PERFORM.
3.75 261015            MOVE WS-CO-OWED   TO RPT-AMT(6).
3.76 261015            MOVE WS-CO-ONACCT TO RPT-AMT(7).
3.77 261015            MOVE WS-RPT-DETAIL TO RPT-LINE.
3.78 261015            WRITE RPT-LINE.
3.79 261015        700-EXIT.
3.80 261015            EXIT.
3.81 261015        900-CONTROL-BLOCK.
3.82 261015            MOVE SPACES TO RPT-LINE.
3.83 261015            WRITE RPT-LINE.
3.84 261015            MOVE 'CONTROL TOTALS' TO RPT-LINE.
3.85 261015            WRITE RPT-LINE.
3.86 261015            MOVE SPACES TO RPT-LINE.
3.87 261015            STRING 'ITEMS READ ' DELIMITED SIZE
3.88 261015                   WS-ITEMS-READ DELIMITED SIZE
3.89 261015                   ' OPEN ' DELIMITED SIZE
3.90 261015                   WS-ITEMS-OPEN DELIMITED SIZE
3.91 261015                   ' CUSTOMERS ' DELIMITED SIZE
3.92 261015                   WS-CUST-CNT DELIMITED SIZE
3.93 261015                   INTO RPT-LINE.
3.94 261015            WRITE RPT-LINE.
3.95 261015            MOVE SPACES TO RPT-LINE.
3.96 261015            STRING 'TOTAL OWED ' DELIMITED SIZE
3.97 261015                   WS-CO-OWED DELIMITED SIZE
3.98 261015                   ' ON ACCOUNT ' DELIMITED SIZE
3.99 261015                   WS-CO-ONACCT DELIMITED SIZE
4.00 261015                   INTO RPT-LINE.
4.01 261015            WRITE RPT-LINE.
4.02 261015        900-EXIT.
4.03 261015            EXIT.
4.04 261015        950-REGISTER-START.
4.05 261015            ACCEPT WS-RR-DATE FROM DATE.
4.06 261015            ADD 20000000 TO WS-RR-DATE.
4.07 261015            ACCEPT WS-RR-TIME FROM TIME.
4.08 261015            MOVE SPACES TO WS-RR-RUNID.
4.09 261015            STRING WS-RR-DATE DELIMITED SIZE
4.10 261015                   WS-RR-TIME(1:6) DELIMITED SIZE
4.11 261015                   INTO WS-RR-RUNID.
4.12 261015            OPEN EXTEND RUNREG.
4.13 261015            MOVE 'ARAGING   ' TO RR-JOB.
4.14 261015            MOVE WS-RR-RUNID TO RR-RUNID.
4.15 261015            MOVE 'S'         TO RR-TYPE.
4.16 261015            MOVE WS-RR-DATE  TO RR-DATE.
4.17 261015            MOVE WS-RR-TIME  TO RR-TIME.
4.18 261015            MOVE 0           TO RR-READ RR-WRITTEN.
4.19 261015            MOVE '  '        TO RR-STATUS.
4.20 261015            WRITE RR-REC.
4.21 261015        950-EXIT.
4.22 261015            EXIT.
4.23 261015        960-REGISTER-END.
4.24 261015            ACCEPT WS-RR-TIME FROM TIME.
4.25 261015            MOVE 'ARAGING   ' TO RR-JOB.
4.26 261015            MOVE WS-RR-RUNID TO RR-RUNID.
4.27 261015            MOVE 'E'         TO RR-TYPE.
4.28 261015            MOVE WS-RR-DATE  TO RR-DATE.
4.29 261015            MOVE WS-RR-TIME  TO RR-TIME.
4.30 261015            MOVE WS-RR-READ    TO RR-READ.
4.31 261015            MOVE WS-RR-WRITTEN TO RR-WRITTEN.
4.32 261015            MOVE 'OK' TO RR-STATUS.
4.33 261015            IF WS-AR-STATUS NOT = '00' AND
4.34 261015               WS-AR-STATUS NOT = '10'
4.35 261015               MOVE 'ER' TO RR-STATUS
4.36 261015            END-IF.
4.37 261015            IF WS-RPT-STATUS NOT = '00'
4.38 261015               MOVE 'ER' TO RR-STATUS
4.39 261015            END-IF.
4.40 261015            WRITE RR-REC.
4.41 261015            CLOSE RUNREG.
4.42 261015        960-EXIT.
4.43 261015            EXIT.
4.44 261015        HALT.
