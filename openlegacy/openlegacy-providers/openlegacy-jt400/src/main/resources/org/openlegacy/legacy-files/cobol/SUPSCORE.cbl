1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. SUPSCORE.
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
1.15 261015            SELECT QCHOLD ASSIGN TO DATABASE-QCHOLD
1.16 261015                ORGANIZATION IS INDEXED
1.17 261015                ACCESS MODE IS DYNAMIC
1.18 261015                RECORD KEY IS QH-NUM
1.19 261015                FILE STATUS IS WS-QCH-STATUS.
1.20 261015            SELECT ITEMSUPP ASSIGN TO DATABASE-ITEMSUPP
1.21 261015                ORGANIZATION IS INDEXED
1.22 261015                ACCESS MODE IS DYNAMIC
1.23 261015                RECORD KEY IS IS-KEY
1.24 261015                FILE STATUS IS WS-SUP-STATUS.
1.25 261015            SELECT SUPSCORE ASSIGN TO DATABASE-SUPSCORE
1.26 261015                ORGANIZATION IS INDEXED
1.27 261015                ACCESS MODE IS DYNAMIC
1.28 261015                RECORD KEY IS SC-KEY
1.29 261015                FILE STATUS IS WS-SCR-STATUS.
1.30 261015            SELECT SCRPT ASSIGN TO PRINTER-SUPSCORE
1.31 261015                ORGANIZATION IS LINE SEQUENTIAL
1.32 261015                FILE STATUS IS WS-RPT-STATUS.
1.33 261015        DATA DIVISION.
1.34 261015        FILE SECTION.
1.35 261015        FD  POHDR
1.36 261015                LABEL RECORD IS STANDARD.
1.37 261015        01  POHDR-REC.
1.38 261015           03  PH-PO-NUM         PIC 9(8).
1.39 261015           03  PH-SUPP-ID        PIC X(6).
1.40 261015           03  PH-ORDER-DATE     PIC 9(8).
1.41 261015           03  PH-STATUS         PIC X.
1.42 261015       * PO cost currency - see POCONF
1.43 261015           03  PH-CURRENCY       PIC X(3).
1.44 261015        FD  POLINE
1.45 261015                LABEL RECORD IS STANDARD.
1.46 261015        01  POLINE-REC.
1.47 261015           03  PL-KEY.
1.48 261015              05  PL-PO-NUM      PIC 9(8).
1.49 261015              05  PL-LINE        PIC 9(3).
1.50 261015           03  PL-ITEM-NUM       PIC 9(8).
1.51 261015           03  PL-WHSE           PIC X(3).
1.52 261015           03  PL-QTY-ORDERED    PIC 9(5).
1.53 261015           03  PL-QTY-RECEIVED   PIC 9(5).
1.54 261015           03  PL-UNIT-COST      PIC 9(5)V99.
1.55 261015           03  PL-EXPECTED-DATE  PIC 9(8).
1.56 261015           03  PL-STATUS         PIC X.
1.57 261015           03  PL-OVER           PIC X.
1.58 261015           03  PL-LATE           PIC X.
1.59 261015       * drop-ship customer order reference - see POCONF
1.60 261015           03  PL-ORDER-NUM      PIC 9(8).
1.61 261015           03  PL-ORDER-LINE     PIC 9(3).
1.62 261015       * quantity supplier invoices have been matched against - see
1.63 261015       * SUPMATCH
1.64 261015           03  PL-QTY-INVOICED   PIC 9(5).
1.65 261015       * date of the latest receipt - see PORECV
1.66 261015           03  PL-RECV-DATE      PIC 9(8).
1.67 261015        FD  QCHOLD
1.68 261015                LABEL RECORD IS STANDARD.
1.69 261015       * inspection hold layout - see PORECV
1.70 261015        01  QCHOLD-REC.
1.71 261015           03  QH-NUM            PIC 9(8).
1.72 261015           03  QH-PO-NUM         PIC 9(8).
1.73 261015           03  QH-PO-LINE        PIC 9(3).
1.74 261015           03  QH-ITEM-NUM       PIC 9(8).
1.75 261015           03  QH-WHSE           PIC X(3).
1.76 261015           03  QH-SUPP-ID        PIC X(6).
1.77 261015           03  QH-QTY            PIC 9(5).
1.78 261015           03  QH-QTY-PASSED     PIC 9(5).
1.79 261015           03  QH-QTY-RETURNED   PIC 9(5).
1.80 261015           03  QH-QTY-SCRAPPED   PIC 9(5).
1.81 261015           03  QH-RECV-DATE      PIC 9(8).
1.82 261015           03  QH-OPERATOR       PIC X(10).
1.83 261015           03  QH-LAST-DATE      PIC 9(8).
1.84 261015           03  QH-STATUS         PIC X.
7.82 261015       * lot received - see PORECV
7.83 261015           03  QH-LOT-NUM        PIC X(12).
7.84 261015           03  QH-EXPIRY-DATE    PIC 9(8).
1.85 261015        FD  ITEMSUPP
1.86 261015                LABEL RECORD IS STANDARD.
1.87 261015        01  ITEMSUPP-REC.
1.88 261015           03  IS-KEY.
1.89 261015              05  IS-ITEM-NUM    PIC 9(8).
1.90 261015              05  IS-SUPP-ID     PIC X(6).
1.91 261015           03  IS-SUPP-ITEM      PIC X(15).
1.92 261015           03  IS-LEAD-DAYS      PIC 9(3).
1.93 261015           03  IS-ORDER-MULT     PIC 9(5).
1.94 261015       * in the supplier's currency - see POGEN
1.95 261015           03  IS-UNIT-COST      PIC 9(5)V99.
1.96 261015       * preference rank - see POGEN; re-ranked from the scorecard
1.97 261015       * when this program runs in apply mode
1.98 261015           03  IS-PREF           PIC 9(2).
1.99 261015       * drop-ship link - see POGEN
2.00 261015           03  IS-DROP-SHIP      PIC X.
2.01 261015        FD  SUPSCORE
2.02 261015                LABEL RECORD IS STANDARD.
2.03 261015       * one scorecard row per supplier per month, from the PO lines
2.04 261015       * that closed in the month - a rerun of the month replaces it
2.05 261015        01  SUPSCORE-REC.
2.06 261015           03  SC-KEY.
2.07 261015              05  SC-SUPP-ID     PIC X(6).
2.08 261015              05  SC-PERIOD      PIC 9(6).
2.09 261015           03  SC-LINES          PIC 9(5).
2.10 261015           03  SC-ON-TIME        PIC 9(5).
2.11 261015           03  SC-LATE           PIC 9(5).
2.12 261015           03  SC-DAYS-LATE      PIC 9(7).
2.13 261015           03  SC-OVER           PIC 9(5).
2.14 261015           03  SC-SHORT          PIC 9(5).
2.15 261015       * quantity whose inspection was decided in the month, and the
2.16 261015       * part of it returned or scrapped - see INSPREL
2.17 261015           03  SC-QTY-INSPECTED  PIC 9(7).
2.18 261015           03  SC-QTY-REJECTED   PIC 9(7).
2.19 261015           03  SC-ON-TIME-PCT    PIC 9(3)V9.
2.20 261015           03  SC-AVG-LATE       PIC 9(4)V9.
2.21 261015           03  SC-OVSH-PCT       PIC 9(3)V9.
2.22 261015           03  SC-REJECT-PCT     PIC 9(3)V9.
2.23 261015       * 0-100, weighted half on-time, a fifth over/short and three
2.24 261015       * tenths rejects - the figure the re-rank orders by
2.25 261015           03  SC-SCORE          PIC 9(3)V9.
2.26 261015           03  SC-RUN-DATE       PIC 9(8).
2.27 261015        FD  SCRPT
2.28 261015                LABEL RECORD IS STANDARD.
2.29 261015        01  RPT-LINE          PIC X(80).
2.30 261015        WORKING-STORAGE SECTION.
2.31 261015        01  WS-POH-STATUS     PIC XX.
2.32 261015        01  WS-POL-STATUS     PIC XX.
2.33 261015        01  WS-QCH-STATUS     PIC XX.
2.34 261015        01  WS-SUP-STATUS     PIC XX.
2.35 261015        01  WS-SCR-STATUS     PIC XX.
2.36 261015        01  WS-RPT-STATUS     PIC XX.
2.37 261015        01  WS-TODAY          PIC 9(8) VALUE 0.
2.38 261015        01  WS-POL-END        PIC X VALUE 'N'.
2.39 261015           88 POL-END               VALUE 'Y'.
2.40 261015        01  WS-QH-END         PIC X VALUE 'N'.
2.41 261015           88 QH-END                VALUE 'Y'.
2.42 261015        01  WS-IS-END         PIC X VALUE 'N'.
2.43 261015           88 IS-END                VALUE 'Y'.
2.44 261015        01  WS-SC-END         PIC X VALUE 'N'.
2.45 261015           88 SC-END                VALUE 'Y'.
2.46 261015        01  WS-LINE-PERIOD    PIC 9(6) VALUE 0.
2.47 261015        01  WS-DAYS-LATE      PIC 9(5) VALUE 0.
2.48 261015        01  WS-LATE-LINE      PIC X VALUE 'N'.
2.49 261015        01  WS-NEXT-KEY       PIC X(14) VALUE SPACES.
2.50 261015       * the month's scorecard, one entry per supplier
2.51 261015        01  WS-SUPP-TBL.
2.52 261015           03  WS-SUPP-O OCCURS 200.
2.53 261015              05  WS-SUPP-ID         PIC X(6).
2.54 261015              05  WS-SUPP-LINES      PIC 9(5).
2.55 261015              05  WS-SUPP-ON-TIME    PIC 9(5).
2.56 261015              05  WS-SUPP-LATE       PIC 9(5).
2.57 261015              05  WS-SUPP-DAYS       PIC 9(7).
2.58 261015              05  WS-SUPP-OVER       PIC 9(5).
2.59 261015              05  WS-SUPP-SHORT      PIC 9(5).
2.60 261015              05  WS-SUPP-INSP       PIC 9(7).
2.61 261015              05  WS-SUPP-REJ        PIC 9(7).
2.62 261015        01  WS-SUPP-CNT       PIC 9(3) VALUE 0.
2.63 261015        01  I-SUPP            PIC 9(3) VALUE 0.
2.64 261015        01  WS-SUPP-FOUND     PIC X VALUE 'N'.
2.65 261015           88 SUPP-FOUND            VALUE 'Y'.
2.66 261015        01  WS-SUPP-LOST      PIC 9(7) VALUE 0.
2.67 261015       * one item's supplier rows while they are re-ranked
2.68 261015        01  WS-RANK-ITEM      PIC 9(8) VALUE 0.
2.69 261015        01  WS-RANK-TBL.
2.70 261015           03  WS-RANK-O OCCURS 20.
2.71 261015              05  WS-RK-SUPP         PIC X(6).
2.72 261015              05  WS-RK-OLD-PREF     PIC 9(2).
2.73 261015              05  WS-RK-SCORED       PIC X.
2.74 261015              05  WS-RK-SCORE        PIC 9(3)V9.
2.75 261015        01  WS-RANK-HOLD.
2.76 261015           03  WS-RH-SUPP        PIC X(6).
2.77 261015           03  WS-RH-OLD-PREF    PIC 9(2).
2.78 261015           03  WS-RH-SCORED      PIC X.
2.79 261015           03  WS-RH-SCORE       PIC 9(3)V9.
2.80 261015        01  WS-RANK-CNT       PIC 9(3) VALUE 0.
2.81 261015        01  WS-RANK-OVER      PIC X VALUE 'N'.
2.82 261015           88 RANK-OVER             VALUE 'Y'.
2.83 261015        01  I-RANK            PIC 9(3) VALUE 0.
2.84 261015        01  J-RANK            PIC 9(3) VALUE 0.
2.85 261015        01  WS-SWAP           PIC X VALUE 'N'.
2.86 261015           88 SWAP-ROWS             VALUE 'Y'.
2.87 261015        01  WS-FOUND-SCORE    PIC 9(3)V9 VALUE 0.
2.88 261015        01  WS-FOUND-FLAG     PIC X VALUE 'N'.
2.89 261015       * control block
2.90 261015        01  WS-LINES-READ     PIC 9(7) VALUE 0.
2.91 261015        01  WS-LINES-CLOSED   PIC 9(7) VALUE 0.
2.92 261015        01  WS-HOLDS-SCORED   PIC 9(7) VALUE 0.
2.93 261015        01  WS-HOLDS-UNSCORED PIC 9(7) VALUE 0.
2.94 261015        01  WS-ITEMS-RANKED   PIC 9(7) VALUE 0.
2.95 261015        01  WS-PREF-CHANGES   PIC 9(7) VALUE 0.
2.96 261015        01  WS-ITEMS-TOO-MANY PIC 9(7) VALUE 0.
2.97 261015        01  WS-SCORE-HEAD.
2.98 261015           03  FILLER            PIC X(8)  VALUE 'SUPP'.
2.99 261015           03  FILLER            PIC X(6)  VALUE 'LINES'.
3.00 261015           03  FILLER            PIC X(8)  VALUE ' ON-TIME'.
3.01 261015           03  FILLER            PIC X(9)  VALUE ' AVG LATE'.
3.02 261015           03  FILLER            PIC X(9)  VALUE ' OVR/SHRT'.
3.03 261015           03  FILLER            PIC X(8)  VALUE '  REJECT'.
3.04 261015           03  FILLER            PIC X(7)  VALUE '  SCORE'.
3.05 261015        01  WS-SCORE-DETAIL.
3.06 261015           03  RPT-SUPP-ID       PIC X(6).
3.07 261015           03  FILLER            PIC X(2) VALUE SPACES.
3.08 261015           03  RPT-LINES         PIC ZZZZ9.
3.09 261015           03  FILLER            PIC X(2) VALUE SPACES.
3.10 261015           03  RPT-ON-TIME       PIC ZZ9.9.
3.11 261015           03  FILLER            PIC X(1) VALUE '%'.
3.12 261015           03  FILLER            PIC X(2) VALUE SPACES.
3.13 261015           03  RPT-AVG-LATE      PIC ZZZ9.9.
3.14 261015           03  FILLER            PIC X(3) VALUE SPACES.
3.15 261015           03  RPT-OVSH          PIC ZZ9.9.
3.16 261015           03  FILLER            PIC X(1) VALUE '%'.
3.17 261015           03  FILLER            PIC X(2) VALUE SPACES.
3.18 261015           03  RPT-REJECT        PIC ZZ9.9.
3.19 261015           03  FILLER            PIC X(1) VALUE '%'.
3.20 261015           03  FILLER            PIC X(2) VALUE SPACES.
3.21 261015           03  RPT-SCORE         PIC ZZ9.9.
3.22 261015        01  WS-RANK-HEAD.
3.23 261015           03  FILLER            PIC X(10) VALUE 'ITEM'.
3.24 261015           03  FILLER            PIC X(8)  VALUE 'SUPP'.
3.25 261015           03  FILLER            PIC X(14) VALUE 'OLD PREF  NEW'.
3.26 261015           03  FILLER            PIC X(8)  VALUE '  SCORE'.
3.27 261015        01  WS-RANK-DETAIL.
3.28 261015           03  RPT-R-ITEM        PIC Z(7)9.
3.29 261015           03  FILLER            PIC X(2) VALUE SPACES.
3.30 261015           03  RPT-R-SUPP        PIC X(6).
3.31 261015           03  FILLER            PIC X(4) VALUE SPACES.
3.32 261015           03  RPT-R-OLD         PIC Z9.
3.33 261015           03  FILLER            PIC X(6) VALUE SPACES.
3.34 261015           03  RPT-R-NEW         PIC Z9.
3.35 261015           03  FILLER            PIC X(2) VALUE SPACES.
3.36 261015           03  RPT-R-SCORE       PIC X(8).
3.37 261015        01  WS-RPT-SCORE      PIC ZZ9.9.
3.38 261015       * every report line is also registered in the ESRPTWRT
3.39 261015       * repository, so a purged spool no longer loses the report
3.40 261015        01  RW-PARAM.
3.41 261015           03  RW-JOB        PIC X(10) VALUE 'SUPSCORE  '.
3.42 261015           03  RW-FUNC       PIC X     VALUE SPACE.
3.43 261015           03  RW-LINE       PIC X(132) VALUE SPACES.
3.44 261015        LINKAGE SECTION.
3.45 261015       * the month to score, YYYYMM
3.46 261015        01 SCR-PERIOD        PIC 9(6).
3.47 261015       * Y = also re-rank IS-PREF from the scorecard; anything else
3.48 261015       * prints and stores the scorecard only
3.49 261015        01 SCR-APPLY         PIC X.
3.50 261015        PROCEDURE DIVISION USING SCR-PERIOD SCR-APPLY.
3.51 261015        BEGIN.
3.52 261015       * monthly supplier scorecard from the PO lines that closed in
3.53 261015       * the month: share delivered on time against PL-EXPECTED-DATE,
3.54 261015       * average days late of the late ones, share closed over or
3.55 261015       * short of the quantity ordered, and the share of inspected
3.56 261015       * quantity returned or scrapped. Stored by period on SUPSCORE
3.57 261015       * and printed for purchasing. In apply mode every item with more
3.58 261015       * than one supplier has IS-PREF re-ranked by each supplier's
3.59 261015       * latest score, so POGEN stops favouring one that keeps failing
3.60 261015            ACCEPT WS-TODAY FROM DATE.
3.61 261015            ADD 20000000 TO WS-TODAY.
3.62 261015            OPEN INPUT POHDR.
3.63 261015            OPEN INPUT POLINE.
3.64 261015            OPEN INPUT QCHOLD.
3.65 261015            IF SCR-APPLY = 'Y'
3.66 261015               OPEN I-O ITEMSUPP
3.67 261015            ELSE
3.68 261015               OPEN INPUT ITEMSUPP
3.69 261015            END-IF.
3.70 261015            OPEN I-O SUPSCORE.
3.71 261015            OPEN OUTPUT SCRPT.
3.72 261015            MOVE 'O' TO RW-FUNC.
3.73 261015            CALL 'ESRPTWRT' USING RW-PARAM.
3.74 261015            MOVE SPACES TO RPT-LINE.
3.75 261015            STRING 'SUPPLIER PERFORMANCE SCORECARD ' DELIMITED SIZE
3.76 261015                   SCR-PERIOD DELIMITED SIZE
3.77 261015                   INTO RPT-LINE.
3.78 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
3.79 261015            MOVE 'N' TO WS-POL-END.
3.80 261015            MOVE LOW-VALUES TO PL-KEY.
3.81 261015            START POLINE
3.82 261015                KEY NOT LESS PL-KEY
3.83 261015                INVALID KEY
3.84 261015                   SET POL-END TO TRUE.
3.85 261015            PERFORM UNTIL POL-END
3.86 261015               READ POLINE NEXT
3.87 261015                   AT END
3.88 261015                      SET POL-END TO TRUE
3.89 261015                   NOT AT END
3.90 261015                      ADD 1 TO WS-LINES-READ
3.91 261015                      PERFORM 300-SCORE-LINE THRU 300-EXIT
3.92 261015               END-READ
3.93 261015            END-PERFORM.
3.94 261015            MOVE 'N' TO WS-QH-END.
3.95 261015            MOVE LOW-VALUES TO QH-NUM.
3.96 261015            START QCHOLD
3.97 261015                KEY NOT LESS QH-NUM
3.98 261015                INVALID KEY
3.99 261015                   SET QH-END TO TRUE.
4.00 261015            PERFORM UNTIL QH-END
4.01 261015               READ QCHOLD NEXT
4.02 261015                   AT END
4.03 261015                      SET QH-END TO TRUE
4.04 261015                   NOT AT END
4.05 261015                      PERFORM 350-SCORE-HOLD THRU 350-EXIT
4.06 261015               END-READ
4.07 261015            END-PERFORM.
4.08 261015            PERFORM 500-SCORECARD THRU 500-EXIT.
4.09 261015            IF SCR-APPLY = 'Y'
4.10 261015               PERFORM 600-RERANK THRU 600-EXIT.
4.11 261015            PERFORM 900-CONTROL-BLOCK THRU 900-EXIT.
4.12 261015            CLOSE POHDR.
4.13 261015            CLOSE POLINE.
4.14 261015            CLOSE QCHOLD.
4.15 261015            CLOSE ITEMSUPP.
4.16 261015            CLOSE SUPSCORE.
4.17 261015            MOVE 'C' TO RW-FUNC.
4.18 261015            CALL 'ESRPTWRT' USING RW-PARAM.
4.19 261015            CLOSE SCRPT.
4.20 261015            STOP RUN.
4.21 261015        150-PUT-LINE.
4.22 261015            MOVE RPT-LINE TO RW-LINE.
4.23 261015            WRITE RPT-LINE.
4.24 261015            MOVE 'L' TO RW-FUNC.
4.25 261015            CALL 'ESRPTWRT' USING RW-PARAM.
4.26 261015        150-EXIT.
4.27 261015            EXIT.
4.28 261015        300-SCORE-LINE.
4.29 261015       * a line counts in the month its last receipt closed it - lines
4.30 261015       * closed before receipt dates were kept have no date and are
4.31 261015       * left out
4.32 261015            IF PL-STATUS NOT = 'R' AND PL-STATUS NOT = 'S'
4.33 261015               GO TO 300-EXIT.
4.34 261015            IF PL-RECV-DATE = 0
4.35 261015               GO TO 300-EXIT.
4.36 261015            COMPUTE WS-LINE-PERIOD = PL-RECV-DATE / 100.
4.37 261015            IF WS-LINE-PERIOD NOT = SCR-PERIOD
4.38 261015               GO TO 300-EXIT.
4.39 261015            MOVE PL-PO-NUM TO PH-PO-NUM.
4.40 261015            READ POHDR
4.41 261015                INVALID KEY
4.42 261015                   GO TO 300-EXIT
4.43 261015            END-READ.
4.44 261015            ADD 1 TO WS-LINES-CLOSED.
4.45 261015            PERFORM 400-FIND-SUPPLIER THRU 400-EXIT.
4.46 261015            IF NOT SUPP-FOUND
4.47 261015               GO TO 300-EXIT.
4.48 261015            ADD 1 TO WS-SUPP-LINES(I-SUPP).
4.49 261015            MOVE 'N' TO WS-LATE-LINE.
4.50 261015            IF PL-EXPECTED-DATE NOT = 0 AND
4.51 261015               PL-RECV-DATE > PL-EXPECTED-DATE
4.52 261015               MOVE 'Y' TO WS-LATE-LINE
4.53 261015            END-IF.
4.54 261015            IF WS-LATE-LINE = 'Y'
4.55 261015               COMPUTE WS-DAYS-LATE =
4.56 261015                   FUNCTION INTEGER-OF-DATE(PL-RECV-DATE) -
4.57 261015                   FUNCTION INTEGER-OF-DATE(PL-EXPECTED-DATE)
4.58 261015               ADD 1 TO WS-SUPP-LATE(I-SUPP)
4.59 261015               ADD WS-DAYS-LATE TO WS-SUPP-DAYS(I-SUPP)
4.60 261015            ELSE
4.61 261015               ADD 1 TO WS-SUPP-ON-TIME(I-SUPP)
4.62 261015            END-IF.
4.63 261015            IF PL-QTY-RECEIVED > PL-QTY-ORDERED
4.64 261015               ADD 1 TO WS-SUPP-OVER(I-SUPP).
4.65 261015            IF PL-QTY-RECEIVED < PL-QTY-ORDERED
4.66 261015               ADD 1 TO WS-SUPP-SHORT(I-SUPP).
4.67 261015        300-EXIT.
4.68 261015            EXIT.
4.69 261015        350-SCORE-HOLD.
4.70 261015       * the reject rate comes from holds decided in the month; a
4.71 261015       * supplier with no line closing in the month is not scored, so
4.72 261015       * its holds are only counted
4.73 261015            IF QH-STATUS NOT = 'D'
4.74 261015               GO TO 350-EXIT.
4.75 261015            COMPUTE WS-LINE-PERIOD = QH-LAST-DATE / 100.
4.76 261015            IF WS-LINE-PERIOD NOT = SCR-PERIOD
4.77 261015               GO TO 350-EXIT.
4.78 261015            MOVE 'N' TO WS-SUPP-FOUND.
4.79 261015            PERFORM VARYING I-SUPP FROM 1 BY 1
4.80 261015                    UNTIL I-SUPP > WS-SUPP-CNT OR SUPP-FOUND
4.81 261015               IF WS-SUPP-ID(I-SUPP) = QH-SUPP-ID
4.82 261015                  SET SUPP-FOUND TO TRUE
4.83 261015                  ADD QH-QTY TO WS-SUPP-INSP(I-SUPP)
4.84 261015                  ADD QH-QTY-RETURNED QH-QTY-SCRAPPED
4.85 261015                      TO WS-SUPP-REJ(I-SUPP)
4.86 261015               END-IF
4.87 261015            END-PERFORM.
4.88 261015            IF SUPP-FOUND
4.89 261015               ADD 1 TO WS-HOLDS-SCORED
4.90 261015            ELSE
4.91 261015               ADD 1 TO WS-HOLDS-UNSCORED
4.92 261015            END-IF.
4.93 261015        350-EXIT.
4.94 261015            EXIT.
4.95 261015        400-FIND-SUPPLIER.
4.96 261015       * leaves I-SUPP on the supplier's entry, adding one if new
4.97 261015            MOVE 'N' TO WS-SUPP-FOUND.
4.98 261015            PERFORM VARYING I-SUPP FROM 1 BY 1
4.99 261015                    UNTIL I-SUPP > WS-SUPP-CNT OR SUPP-FOUND
5.00 261015               IF WS-SUPP-ID(I-SUPP) = PH-SUPP-ID
5.01 261015                  SET SUPP-FOUND TO TRUE
5.02 261015               END-IF
5.03 261015            END-PERFORM.
5.04 261015            IF SUPP-FOUND
5.05 261015               SUBTRACT 1 FROM I-SUPP
5.06 261015               GO TO 400-EXIT.
5.07 261015            IF WS-SUPP-CNT = 200
5.08 261015               ADD 1 TO WS-SUPP-LOST
5.09 261015               GO TO 400-EXIT.
5.10 261015            ADD 1 TO WS-SUPP-CNT.
5.11 261015            MOVE WS-SUPP-CNT TO I-SUPP.
5.12 261015            MOVE PH-SUPP-ID TO WS-SUPP-ID(I-SUPP).
5.13 261015            MOVE 0 TO WS-SUPP-LINES(I-SUPP) WS-SUPP-ON-TIME(I-SUPP)
5.14 261015                      WS-SUPP-LATE(I-SUPP) WS-SUPP-DAYS(I-SUPP)
5.15 261015                      WS-SUPP-OVER(I-SUPP) WS-SUPP-SHORT(I-SUPP)
5.16 261015                      WS-SUPP-INSP(I-SUPP) WS-SUPP-REJ(I-SUPP).
5.17 261015            SET SUPP-FOUND TO TRUE.
5.18 261015        400-EXIT.
5.19 261015            EXIT.
5.20 261015        500-SCORECARD.
5.21 261015            MOVE SPACES TO RPT-LINE.
5.22 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
5.23 261015            MOVE WS-SCORE-HEAD TO RPT-LINE.
5.24 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
5.25 261015            PERFORM VARYING I-SUPP FROM 1 BY 1
5.26 261015                    UNTIL I-SUPP > WS-SUPP-CNT
5.27 261015               PERFORM 550-STORE-SCORE THRU 550-EXIT
5.28 261015            END-PERFORM.
5.29 261015        500-EXIT.
5.30 261015            EXIT.
5.31 261015        550-STORE-SCORE.
5.32 261015            MOVE WS-SUPP-ID(I-SUPP)      TO SC-SUPP-ID.
5.33 261015            MOVE SCR-PERIOD              TO SC-PERIOD.
5.34 261015            MOVE WS-SUPP-LINES(I-SUPP)   TO SC-LINES.
5.35 261015            MOVE WS-SUPP-ON-TIME(I-SUPP) TO SC-ON-TIME.
5.36 261015            MOVE WS-SUPP-LATE(I-SUPP)    TO SC-LATE.
5.37 261015            MOVE WS-SUPP-DAYS(I-SUPP)    TO SC-DAYS-LATE.
5.38 261015            MOVE WS-SUPP-OVER(I-SUPP)    TO SC-OVER.
5.39 261015            MOVE WS-SUPP-SHORT(I-SUPP)   TO SC-SHORT.
5.40 261015            MOVE WS-SUPP-INSP(I-SUPP)    TO SC-QTY-INSPECTED.
5.41 261015            MOVE WS-SUPP-REJ(I-SUPP)     TO SC-QTY-REJECTED.
5.42 261015            COMPUTE SC-ON-TIME-PCT ROUNDED =
5.43 261015                SC-ON-TIME * 100 / SC-LINES.
5.44 261015            MOVE 0 TO SC-AVG-LATE.
5.45 261015            IF SC-LATE > 0
5.46 261015               COMPUTE SC-AVG-LATE ROUNDED = SC-DAYS-LATE / SC-LATE.
5.47 261015            COMPUTE SC-OVSH-PCT ROUNDED =
5.48 261015                (SC-OVER + SC-SHORT) * 100 / SC-LINES.
5.49 261015            MOVE 0 TO SC-REJECT-PCT.
5.50 261015            IF SC-QTY-INSPECTED > 0
5.51 261015               COMPUTE SC-REJECT-PCT ROUNDED =
5.52 261015                   SC-QTY-REJECTED * 100 / SC-QTY-INSPECTED.
5.53 261015            COMPUTE SC-SCORE ROUNDED =
5.54 261015                (SC-ON-TIME-PCT * 5 + (100 - SC-OVSH-PCT) * 2
5.55 261015                 + (100 - SC-REJECT-PCT) * 3) / 10.
5.56 261015            MOVE WS-TODAY TO SC-RUN-DATE.
5.57 261015            WRITE SUPSCORE-REC
5.58 261015                INVALID KEY
5.59 261015                   REWRITE SUPSCORE-REC
5.60 261015            END-WRITE.
5.61 261015            MOVE SC-SUPP-ID     TO RPT-SUPP-ID.
5.62 261015            MOVE SC-LINES       TO RPT-LINES.
5.63 261015            MOVE SC-ON-TIME-PCT TO RPT-ON-TIME.
5.64 261015            MOVE SC-AVG-LATE    TO RPT-AVG-LATE.
5.65 261015            MOVE SC-OVSH-PCT    TO RPT-OVSH.
5.66 261015            MOVE SC-REJECT-PCT  TO RPT-REJECT.
5.67 261015            MOVE SC-SCORE       TO RPT-SCORE.
5.68 261015            MOVE WS-SCORE-DETAIL TO RPT-LINE.
5.69 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
5.70 261015        550-EXIT.
5.71 261015            EXIT.
5.72 261015        600-RERANK.
5.73 261015       * each item's supplier rows are gathered, ordered by score -
5.74 261015       * suppliers never scored go after the scored ones - with the
5.75 261015       * buyer's old order breaking ties, and numbered 1 up
5.76 261015            MOVE SPACES TO RPT-LINE.
5.77 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
5.78 261015            MOVE 'IS-PREF RE-RANKED' TO RPT-LINE.
5.79 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
5.80 261015            MOVE WS-RANK-HEAD TO RPT-LINE.
5.81 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
5.82 261015            MOVE 'N' TO WS-IS-END.
5.83 261015            MOVE LOW-VALUES TO IS-KEY.
5.84 261015            START ITEMSUPP
5.85 261015                KEY NOT LESS IS-KEY
5.86 261015                INVALID KEY
5.87 261015                   SET IS-END TO TRUE.
5.88 261015            IF NOT IS-END
5.89 261015               READ ITEMSUPP NEXT
5.90 261015                   AT END
5.91 261015                      SET IS-END TO TRUE
5.92 261015               END-READ
5.93 261015            END-IF.
5.94 261015            PERFORM UNTIL IS-END
5.95 261015               PERFORM 620-ITEM-GROUP THRU 620-EXIT
5.96 261015            END-PERFORM.
5.97 261015        600-EXIT.
5.98 261015            EXIT.
5.99 261015        620-ITEM-GROUP.
6.00 261015       * entered on the item's first row; leaves the file on the next
6.01 261015       * item's first row
6.02 261015            MOVE IS-ITEM-NUM TO WS-RANK-ITEM.
6.03 261015            MOVE 0 TO WS-RANK-CNT.
6.04 261015            MOVE 'N' TO WS-RANK-OVER.
6.05 261015            PERFORM UNTIL IS-END OR IS-ITEM-NUM NOT = WS-RANK-ITEM
6.06 261015               PERFORM 630-ADD-RANK THRU 630-EXIT
6.07 261015               READ ITEMSUPP NEXT
6.08 261015                   AT END
6.09 261015                      SET IS-END TO TRUE
6.10 261015               END-READ
6.11 261015            END-PERFORM.
6.12 261015            IF NOT IS-END
6.13 261015               MOVE IS-KEY TO WS-NEXT-KEY.
6.14 261015            IF RANK-OVER
6.15 261015               ADD 1 TO WS-ITEMS-TOO-MANY
6.16 261015               GO TO 620-EXIT.
6.17 261015            IF WS-RANK-CNT < 2
6.18 261015               GO TO 620-EXIT.
6.19 261015            ADD 1 TO WS-ITEMS-RANKED.
6.20 261015            PERFORM VARYING I-RANK FROM 1 BY 1
6.21 261015                    UNTIL I-RANK >= WS-RANK-CNT
6.22 261015               PERFORM VARYING J-RANK FROM 1 BY 1
6.23 261015                       UNTIL J-RANK > WS-RANK-CNT - I-RANK
6.24 261015                  PERFORM 640-COMPARE THRU 640-EXIT
6.25 261015                  IF SWAP-ROWS
6.26 261015                     MOVE WS-RANK-O(J-RANK)     TO WS-RANK-HOLD
6.27 261015                     MOVE WS-RANK-O(J-RANK + 1) TO WS-RANK-O(J-RANK)
6.28 261015                     MOVE WS-RANK-HOLD          TO WS-RANK-O(J-RANK + 1)
6.29 261015                  END-IF
6.30 261015               END-PERFORM
6.31 261015            END-PERFORM.
6.32 261015            PERFORM VARYING I-RANK FROM 1 BY 1
6.33 261015                    UNTIL I-RANK > WS-RANK-CNT
6.34 261015               IF WS-RK-OLD-PREF(I-RANK) NOT = I-RANK
6.35 261015                  PERFORM 650-SET-PREF THRU 650-EXIT
6.36 261015               END-IF
6.37 261015            END-PERFORM.
6.38 261015       * the random reads lost the walk's place - pick it up again
6.39 261015            IF NOT IS-END
6.40 261015               MOVE WS-NEXT-KEY TO IS-KEY
6.41 261015               START ITEMSUPP
6.42 261015                   KEY NOT LESS IS-KEY
6.43 261015                   INVALID KEY
6.44 261015                      SET IS-END TO TRUE
6.45 261015               END-START
6.46 261015               IF NOT IS-END
6.47 261015                  READ ITEMSUPP NEXT
6.48 261015                      AT END
6.49 261015                         SET IS-END TO TRUE
6.50 261015                  END-READ
6.51 261015               END-IF
6.52 261015            END-IF.
6.53 261015        620-EXIT.
6.54 261015            EXIT.
6.55 261015        630-ADD-RANK.
6.56 261015            IF WS-RANK-CNT = 20
6.57 261015               SET RANK-OVER TO TRUE
6.58 261015               GO TO 630-EXIT.
6.59 261015            ADD 1 TO WS-RANK-CNT.
6.60 261015            MOVE IS-SUPP-ID TO WS-RK-SUPP(WS-RANK-CNT).
6.61 261015            MOVE IS-PREF    TO WS-RK-OLD-PREF(WS-RANK-CNT).
6.62 261015            PERFORM 660-LATEST-SCORE THRU 660-EXIT.
6.63 261015            MOVE WS-FOUND-FLAG  TO WS-RK-SCORED(WS-RANK-CNT).
6.64 261015            MOVE WS-FOUND-SCORE TO WS-RK-SCORE(WS-RANK-CNT).
6.65 261015        630-EXIT.
6.66 261015            EXIT.
6.67 261015        640-COMPARE.
6.68 261015       * should row J+1 come before row J
6.69 261015            MOVE 'N' TO WS-SWAP.
6.70 261015            IF WS-RK-SCORED(J-RANK + 1) = 'Y' AND
6.71 261015               WS-RK-SCORED(J-RANK) = 'N'
6.72 261015               SET SWAP-ROWS TO TRUE
6.73 261015               GO TO 640-EXIT.
6.74 261015            IF WS-RK-SCORED(J-RANK + 1) NOT = WS-RK-SCORED(J-RANK)
6.75 261015               GO TO 640-EXIT.
6.76 261015            IF WS-RK-SCORED(J-RANK) = 'Y'
6.77 261015               IF WS-RK-SCORE(J-RANK + 1) > WS-RK-SCORE(J-RANK)
6.78 261015                  SET SWAP-ROWS TO TRUE
6.79 261015                  GO TO 640-EXIT
6.80 261015               END-IF
6.81 261015               IF WS-RK-SCORE(J-RANK + 1) < WS-RK-SCORE(J-RANK)
6.82 261015                  GO TO 640-EXIT
6.83 261015               END-IF
6.84 261015            END-IF.
6.85 261015            IF WS-RK-OLD-PREF(J-RANK + 1) < WS-RK-OLD-PREF(J-RANK)
6.86 261015               SET SWAP-ROWS TO TRUE.
6.87 261015        640-EXIT.
6.88 261015            EXIT.
6.89 261015        650-SET-PREF.
6.90 261015            MOVE WS-RANK-ITEM       TO IS-ITEM-NUM.
6.91 261015            MOVE WS-RK-SUPP(I-RANK) TO IS-SUPP-ID.
6.92 261015            READ ITEMSUPP
6.93 261015                INVALID KEY
6.94 261015                   GO TO 650-EXIT
6.95 261015            END-READ.
6.96 261015            MOVE I-RANK TO IS-PREF.
6.97 261015            REWRITE ITEMSUPP-REC.
6.98 261015            ADD 1 TO WS-PREF-CHANGES.
6.99 261015            MOVE WS-RANK-ITEM           TO RPT-R-ITEM.
7.00 261015            MOVE WS-RK-SUPP(I-RANK)     TO RPT-R-SUPP.
7.01 261015            MOVE WS-RK-OLD-PREF(I-RANK) TO RPT-R-OLD.
7.02 261015            MOVE I-RANK                 TO RPT-R-NEW.
7.03 261015            IF WS-RK-SCORED(I-RANK) = 'Y'
7.04 261015               MOVE WS-RK-SCORE(I-RANK) TO WS-RPT-SCORE
7.05 261015               MOVE WS-RPT-SCORE        TO RPT-R-SCORE
7.06 261015            ELSE
7.07 261015               MOVE 'NO SCORE'          TO RPT-R-SCORE
7.08 261015            END-IF.
7.09 261015            MOVE WS-RANK-DETAIL TO RPT-LINE.
7.10 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
7.11 261015        650-EXIT.
7.12 261015            EXIT.
7.13 261015        660-LATEST-SCORE.
7.14 261015       * the supplier's most recent score up to the month run for
7.15 261015            MOVE 'N' TO WS-FOUND-FLAG.
7.16 261015            MOVE 0 TO WS-FOUND-SCORE.
7.17 261015            MOVE 'N' TO WS-SC-END.
7.18 261015            MOVE IS-SUPP-ID TO SC-SUPP-ID.
7.19 261015            MOVE 0 TO SC-PERIOD.
7.20 261015            START SUPSCORE
7.21 261015                KEY NOT LESS SC-KEY
7.22 261015                INVALID KEY
7.23 261015                   SET SC-END TO TRUE.
7.24 261015            PERFORM UNTIL SC-END
7.25 261015               READ SUPSCORE NEXT
7.26 261015                   AT END
7.27 261015                      SET SC-END TO TRUE
7.28 261015                   NOT AT END
7.29 261015                      IF SC-SUPP-ID NOT = IS-SUPP-ID OR
7.30 261015                         SC-PERIOD > SCR-PERIOD
7.31 261015                         SET SC-END TO TRUE
7.32 261015                      ELSE
7.33 261015                         MOVE 'Y' TO WS-FOUND-FLAG
7.34 261015                         MOVE SC-SCORE TO WS-FOUND-SCORE
7.35 261015                      END-IF
7.36 261015               END-READ
7.37 261015            END-PERFORM.
7.38 261015        660-EXIT.
7.39 261015            EXIT.
7.40 261015        900-CONTROL-BLOCK.
7.41 261015            MOVE SPACES TO RPT-LINE.
7.42 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
7.43 261015            MOVE 'CONTROL TOTALS' TO RPT-LINE.
7.44 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
7.45 261015            MOVE SPACES TO RPT-LINE.
7.46 261015            STRING 'PO LINES READ ' DELIMITED SIZE
7.47 261015                   WS-LINES-READ DELIMITED SIZE
7.48 261015                   ' CLOSED IN MONTH ' DELIMITED SIZE
7.49 261015                   WS-LINES-CLOSED DELIMITED SIZE
7.50 261015                   ' SUPPLIERS ' DELIMITED SIZE
7.51 261015                   WS-SUPP-CNT DELIMITED SIZE
7.52 261015                   INTO RPT-LINE.
7.53 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
7.54 261015            MOVE SPACES TO RPT-LINE.
7.55 261015            STRING 'HOLDS DECIDED - SCORED ' DELIMITED SIZE
7.56 261015                   WS-HOLDS-SCORED DELIMITED SIZE
7.57 261015                   ' SUPPLIER NOT SCORED ' DELIMITED SIZE
7.58 261015                   WS-HOLDS-UNSCORED DELIMITED SIZE
7.59 261015                   INTO RPT-LINE.
7.60 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
7.61 261015            IF SCR-APPLY = 'Y'
7.62 261015               MOVE SPACES TO RPT-LINE
7.63 261015               STRING 'ITEMS RE-RANKED ' DELIMITED SIZE
7.64 261015                      WS-ITEMS-RANKED DELIMITED SIZE
7.65 261015                      ' IS-PREF CHANGES ' DELIMITED SIZE
7.66 261015                      WS-PREF-CHANGES DELIMITED SIZE
7.67 261015                      ' OVER 20 SUPPLIERS ' DELIMITED SIZE
7.68 261015                      WS-ITEMS-TOO-MANY DELIMITED SIZE
7.69 261015                      INTO RPT-LINE
7.70 261015               PERFORM 150-PUT-LINE THRU 150-EXIT
7.71 261015            END-IF.
7.72 261015            IF WS-SUPP-LOST > 0
7.73 261015               MOVE SPACES TO RPT-LINE
7.74 261015               STRING 'LINES NOT SCORED - TABLE FULL ' DELIMITED SIZE
7.75 261015                      WS-SUPP-LOST DELIMITED SIZE
7.76 261015                      INTO RPT-LINE
7.77 261015               PERFORM 150-PUT-LINE THRU 150-EXIT
7.78 261015            END-IF.
7.79 261015        900-EXIT.
7.80 261015            EXIT.
7.81 261015        HALT.
