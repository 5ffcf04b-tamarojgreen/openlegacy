1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. QUOTRPT.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT QUOTHDR ASSIGN TO DATABASE-QUOTHDR
1.06 261015                ORGANIZATION IS INDEXED
1.07 261015                ACCESS MODE IS DYNAMIC
1.08 261015                RECORD KEY IS QH-QUOTE-NUM
1.09 261015                FILE STATUS IS WS-HDR-STATUS.
1.10 261015            SELECT QUOTRPTF ASSIGN TO PRINTER-QUOTRPT
1.11 261015                ORGANIZATION IS LINE SEQUENTIAL
1.12 261015                FILE STATUS IS WS-RPT-STATUS.
1.13 261015        DATA DIVISION.
1.14 261015        FILE SECTION.
1.15 261015        FD  QUOTHDR
1.16 261015                LABEL RECORD IS STANDARD.
1.17 261015       * one row per quotation; QH-STATUS O = open, C = converted to
1.18 261015       * order QH-ORDER-NUM, L = lost, E = expired unanswered.
1.19 261015       * QH-CLOSE-DATE is the day it stopped being open (the expiry
1.20 261015       * date itself for an expired quote)
1.21 261015        01  QUOTHDR-REC.
1.22 261015           03  QH-QUOTE-NUM      PIC 9(8).
1.23 261015           03  QH-CUST-ID        PIC X(10).
1.24 261015           03  QH-DATE           PIC 9(8).
1.25 261015           03  QH-EXPIRY         PIC 9(8).
1.26 261015           03  QH-STATUS         PIC X.
1.27 261015           03  QH-VALUE          PIC 9(9)V99.
1.28 261015           03  QH-ORDER-NUM      PIC 9(8).
1.29 261015           03  QH-CLOSE-DATE     PIC 9(8).
1.30 261015           03  QH-OPERATOR       PIC X(10).
1.31 261015           03  QH-LOST-REASON    PIC X(20).
1.32 261015        FD  QUOTRPTF
1.33 261015                LABEL RECORD IS STANDARD.
1.34 261015        01  RPT-LINE          PIC X(80).
1.35 261015        WORKING-STORAGE SECTION.
1.36 261015        01  WS-HDR-STATUS     PIC XX.
1.37 261015        01  WS-RPT-STATUS     PIC XX.
1.38 261015        01  WS-HDR-END        PIC X VALUE 'N'.
1.39 261015           88 HDR-END               VALUE 'Y'.
1.40 261015        01  WS-TODAY          PIC 9(8) VALUE 0.
1.41 261015        01  WS-ROW-PERIOD     PIC 9(6) VALUE 0.
1.42 261015        01  WS-PCT            PIC 9(3)V9 VALUE 0.
1.43 261015        01  WS-WON-CNT        PIC 9(5) VALUE 0.
1.44 261015        01  WS-WON-VALUE      PIC 9(11)V99 VALUE 0.
1.45 261015        01  WS-LOST-CNT       PIC 9(5) VALUE 0.
1.46 261015        01  WS-LOST-VALUE     PIC 9(11)V99 VALUE 0.
1.47 261015        01  WS-EXP-CNT        PIC 9(5) VALUE 0.
1.48 261015        01  WS-EXP-VALUE      PIC 9(11)V99 VALUE 0.
1.49 261015        01  WS-OPEN-CNT       PIC 9(5) VALUE 0.
1.50 261015        01  WS-OPEN-VALUE     PIC 9(11)V99 VALUE 0.
1.51 261015        01  WS-CLOSED-CNT     PIC 9(5) VALUE 0.
1.52 261015        01  WS-CLOSED-VALUE   PIC 9(11)V99 VALUE 0.
1.53 261015        01  WS-RPT-HEAD.
1.54 261015           03  FILLER            PIC X(9)  VALUE 'QUOTE    '.
1.55 261015           03  FILLER            PIC X(11) VALUE 'CUSTOMER   '.
1.56 261015           03  FILLER            PIC X(9)  VALUE 'QUOTED   '.
1.57 261015           03  FILLER            PIC X(9)  VALUE 'EXPIRY   '.
1.58 261015           03  FILLER            PIC X(14) VALUE '         VALUE'.
1.59 261015           03  FILLER            PIC X(8)  VALUE 'OUTCOME '.
1.60 261015           03  FILLER            PIC X(20) VALUE 'REASON'.
1.61 261015        01  WS-RPT-DETAIL.
1.62 261015           03  RPT-QUOTE-NUM     PIC 9(8).
1.63 261015           03  FILLER            PIC X(1) VALUE SPACES.
1.64 261015           03  RPT-CUST-ID       PIC X(10).
1.65 261015           03  FILLER            PIC X(1) VALUE SPACES.
1.66 261015           03  RPT-DATE          PIC 9(8).
1.67 261015           03  FILLER            PIC X(1) VALUE SPACES.
1.68 261015           03  RPT-EXPIRY        PIC 9(8).
1.69 261015           03  FILLER            PIC X(1) VALUE SPACES.
1.70 261015           03  RPT-VALUE         PIC Z(9)9.99.
1.71 261015           03  FILLER            PIC X(1) VALUE SPACES.
1.72 261015           03  RPT-OUTCOME       PIC X(7).
1.73 261015           03  FILLER            PIC X(1) VALUE SPACES.
1.74 261015           03  RPT-REASON        PIC X(20).
1.75 261015        01  WS-SUM-DETAIL.
1.76 261015           03  SUM-LABEL         PIC X(12).
1.77 261015           03  SUM-CNT           PIC Z(4)9.
1.78 261015           03  FILLER            PIC X(3) VALUE SPACES.
1.79 261015           03  SUM-VALUE         PIC Z(10)9.99.
1.80 261015        01  WS-RATE-DETAIL.
1.81 261015           03  RATE-LABEL        PIC X(20).
1.82 261015           03  RATE-CNT-PCT      PIC ZZ9.9.
1.83 261015           03  FILLER            PIC X(14) VALUE '% OF QUOTES   '.
1.84 261015           03  RATE-VAL-PCT      PIC ZZ9.9.
1.85 261015           03  FILLER            PIC X(10) VALUE '% OF VALUE'.
1.86 261015        LINKAGE SECTION.
1.87 261015       * the month to report, YYYYMM
1.88 261015        01 RPT-PERIOD        PIC 9(6).
1.89 261015        PROCEDURE DIVISION USING RPT-PERIOD.
1.90 261015        BEGIN.
1.91 261015       * monthly quotation outcomes: every quote closed in the month
1.92 261015       * - converted, lost or expired - with the lost and expired ones
1.93 261015       * listed, and the win rate by count and by value. Open quotes
1.94 261015       * past their expiry are closed as expired on the way through,
1.95 261015       * so a quote nobody answered still counts against the rate
1.96 261015            ACCEPT WS-TODAY FROM DATE.
1.97 261015            ADD 20000000 TO WS-TODAY.
1.98 261015            MOVE 'N' TO WS-HDR-END.
1.99 261015            OPEN I-O QUOTHDR.
2.00 261015            OPEN OUTPUT QUOTRPTF.
2.01 261015            MOVE SPACES TO RPT-LINE.
2.02 261015            STRING 'QUOTATION OUTCOMES ' DELIMITED SIZE
2.03 261015                   RPT-PERIOD DELIMITED SIZE
2.04 261015                   INTO RPT-LINE.
2.05 261015            WRITE RPT-LINE.
2.06 261015            MOVE WS-RPT-HEAD TO RPT-LINE.
2.07 261015            WRITE RPT-LINE.
2.08 261015            MOVE LOW-VALUES TO QH-QUOTE-NUM.
2.09 261015            START QUOTHDR
2.10 261015                KEY NOT LESS QH-QUOTE-NUM
2.11 261015                INVALID KEY
2.12 261015                   SET HDR-END TO TRUE.
2.13 261015            PERFORM UNTIL HDR-END
2.14 261015               READ QUOTHDR NEXT
2.15 261015                   AT END
2.16 261015                      SET HDR-END TO TRUE
2.17 261015                   NOT AT END
2.18 261015                      PERFORM 300-QUOTE THRU 300-EXIT
2.19 261015               END-READ
2.20 261015            END-PERFORM.
2.21 261015            MOVE SPACES TO RPT-LINE.
2.22 261015            WRITE RPT-LINE.
2.23 261015            MOVE 'CONVERTED'   TO SUM-LABEL.
2.24 261015            MOVE WS-WON-CNT    TO SUM-CNT.
2.25 261015            MOVE WS-WON-VALUE  TO SUM-VALUE.
2.26 261015            MOVE WS-SUM-DETAIL TO RPT-LINE.
2.27 261015            WRITE RPT-LINE.
2.28 261015            MOVE 'LOST'        TO SUM-LABEL.
2.29 261015            MOVE WS-LOST-CNT   TO SUM-CNT.
2.30 261015            MOVE WS-LOST-VALUE TO SUM-VALUE.
2.31 261015            MOVE WS-SUM-DETAIL TO RPT-LINE.
2.32 261015            WRITE RPT-LINE.
2.33 261015            MOVE 'EXPIRED'     TO SUM-LABEL.
2.34 261015            MOVE WS-EXP-CNT    TO SUM-CNT.
2.35 261015            MOVE WS-EXP-VALUE  TO SUM-VALUE.
2.36 261015            MOVE WS-SUM-DETAIL TO RPT-LINE.
2.37 261015            WRITE RPT-LINE.
2.38 261015            MOVE 'STILL OPEN'  TO SUM-LABEL.
2.39 261015            MOVE WS-OPEN-CNT   TO SUM-CNT.
2.40 261015            MOVE WS-OPEN-VALUE TO SUM-VALUE.
2.41 261015            MOVE WS-SUM-DETAIL TO RPT-LINE.
2.42 261015            WRITE RPT-LINE.
2.43 261015            COMPUTE WS-CLOSED-CNT = WS-WON-CNT + WS-LOST-CNT
2.44 261015                + WS-EXP-CNT.
2.45 261015            COMPUTE WS-CLOSED-VALUE = WS-WON-VALUE + WS-LOST-VALUE
2.46 261015                + WS-EXP-VALUE.
2.47 261015            MOVE 'WIN RATE'    TO RATE-LABEL.
2.48 261015            MOVE 0 TO WS-PCT.
2.49 261015            IF WS-CLOSED-CNT > 0
2.50 261015               COMPUTE WS-PCT ROUNDED = WS-WON-CNT * 100
2.51 261015                   / WS-CLOSED-CNT
2.52 261015            END-IF.
2.53 261015            MOVE WS-PCT TO RATE-CNT-PCT.
2.54 261015            MOVE 0 TO WS-PCT.
2.55 261015            IF WS-CLOSED-VALUE > 0
2.56 261015               COMPUTE WS-PCT ROUNDED = WS-WON-VALUE * 100
2.57 261015                   / WS-CLOSED-VALUE
2.58 261015            END-IF.
2.59 261015            MOVE WS-PCT TO RATE-VAL-PCT.
2.60 261015            MOVE WS-RATE-DETAIL TO RPT-LINE.
2.61 261015            WRITE RPT-LINE.
2.62 261015            CLOSE QUOTHDR.
2.63 261015            CLOSE QUOTRPTF.
2.64 261015            GOBACK.
2.65 261015        300-QUOTE.
2.66 261015            IF QH-STATUS = 'O' AND QH-EXPIRY < WS-TODAY
2.67 261015               MOVE 'E'       TO QH-STATUS
2.68 261015               MOVE QH-EXPIRY TO QH-CLOSE-DATE
2.69 261015               REWRITE QUOTHDR-REC
2.70 261015            END-IF.
2.71 261015            IF QH-STATUS = 'O'
2.72 261015               ADD 1 TO WS-OPEN-CNT
2.73 261015               ADD QH-VALUE TO WS-OPEN-VALUE
2.74 261015               GO TO 300-EXIT.
2.75 261015            COMPUTE WS-ROW-PERIOD = QH-CLOSE-DATE / 100.
2.76 261015            IF WS-ROW-PERIOD NOT = RPT-PERIOD
2.77 261015               GO TO 300-EXIT.
2.78 261015            EVALUATE QH-STATUS
2.79 261015               WHEN 'C'
2.80 261015                  ADD 1 TO WS-WON-CNT
2.81 261015                  ADD QH-VALUE TO WS-WON-VALUE
2.82 261015                  GO TO 300-EXIT
2.83 261015               WHEN 'L'
2.84 261015                  ADD 1 TO WS-LOST-CNT
2.85 261015                  ADD QH-VALUE TO WS-LOST-VALUE
2.86 261015                  MOVE 'LOST'    TO RPT-OUTCOME
2.87 261015               WHEN OTHER
2.88 261015                  ADD 1 TO WS-EXP-CNT
2.89 261015                  ADD QH-VALUE TO WS-EXP-VALUE
2.90 261015                  MOVE 'EXPIRED' TO RPT-OUTCOME
2.91 261015            END-EVALUATE.
2.92 261015            MOVE QH-QUOTE-NUM   TO RPT-QUOTE-NUM.
2.93 261015            MOVE QH-CUST-ID     TO RPT-CUST-ID.
2.94 261015            MOVE QH-DATE        TO RPT-DATE.
2.95 261015            MOVE QH-EXPIRY      TO RPT-EXPIRY.
2.96 261015            MOVE QH-VALUE       TO RPT-VALUE.
2.97 261015            MOVE QH-LOST-REASON TO RPT-REASON.
2.98 261015            MOVE WS-RPT-DETAIL TO RPT-LINE.
2.99 261015            WRITE RPT-LINE.
3.00 261015        300-EXIT.
3.01 261015            EXIT.
3.02 261015        HALT.
