1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. FRTSUM.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT FRTHIST ASSIGN TO DATABASE-FRTHIST
1.06 261015                ORGANIZATION IS INDEXED
1.07 261015                ACCESS MODE IS DYNAMIC
1.08 261015                RECORD KEY IS FH-KEY
1.09 261015                FILE STATUS IS WS-FH-STATUS.
1.10 261015            SELECT FRTRPT ASSIGN TO PRINTER-FRTRPT
1.11 261015                ORGANIZATION IS LINE SEQUENTIAL
1.12 261015                FILE STATUS IS WS-RPT-STATUS.
1.13 261015        DATA DIVISION.
1.14 261015        FILE SECTION.
1.15 261015        FD  FRTHIST
1.16 261015                LABEL RECORD IS STANDARD.
1.17 261015       * one row per invoice per ship method priced; FH-STATUS B =
1.18 261015       * billed, G = given away to a free-freight customer, U = no
1.19 261015       * rate band covers the weight
1.20 261015        01  FRTHIST-REC.
1.21 261015           03  FH-KEY.
1.22 261015              05  FH-DATE        PIC 9(8).
1.23 261015              05  FH-INV-NUM     PIC 9(8).
1.24 261015              05  FH-SHIP-METHOD PIC X(10).
1.25 261015           03  FH-CUST-ID        PIC X(10).
1.26 261015           03  FH-DISTRICT       PIC X(5).
1.27 261015           03  FH-WEIGHT         PIC 9(7).
1.28 261015           03  FH-FREIGHT        PIC 9(7)V99.
1.29 261015           03  FH-STATUS         PIC X.
1.30 261015        FD  FRTRPT
1.31 261015                LABEL RECORD IS STANDARD.
1.32 261015        01  RPT-LINE          PIC X(80).
1.33 261015        WORKING-STORAGE SECTION.
1.34 261015        01  WS-FH-STATUS      PIC XX.
1.35 261015        01  WS-RPT-STATUS     PIC XX.
1.36 261015        01  WS-HIST-END       PIC X VALUE 'N'.
1.37 261015           88 HIST-END              VALUE 'Y'.
1.38 261015        01  WS-ROW-PERIOD     PIC 9(6) VALUE 0.
1.39 261015        01  WS-PCT            PIC 9(3)V9 VALUE 0.
1.40 261015       * the month's freight by ship method
1.41 261015        01  WS-MTH-TBL.
1.42 261015           03  WS-MTH-O OCCURS 10.
1.43 261015              05  WS-MTH-METHOD      PIC X(10).
1.44 261015              05  WS-MTH-WEIGHT      PIC 9(9).
1.45 261015              05  WS-MTH-BILLED      PIC 9(9)V99.
1.46 261015              05  WS-MTH-GIVEN       PIC 9(9)V99.
1.47 261015              05  WS-MTH-UNPRICED    PIC 9(5).
1.48 261015        01  WS-MTH-CNT        PIC 9(3) VALUE 0.
1.49 261015        01  I-MTH             PIC 9(3) VALUE 0.
1.50 261015        01  WS-MTH-FOUND      PIC X VALUE 'N'.
1.51 261015           88 MTH-FOUND             VALUE 'Y'.
1.52 261015        01  WS-MTH-FOUND-AT   PIC 9(3) VALUE 0.
1.53 261015        01  WS-TOT-WEIGHT     PIC 9(9) VALUE 0.
1.54 261015        01  WS-TOT-BILLED     PIC 9(11)V99 VALUE 0.
1.55 261015        01  WS-TOT-GIVEN      PIC 9(11)V99 VALUE 0.
1.56 261015        01  WS-TOT-UNPRICED   PIC 9(5) VALUE 0.
1.57 261015        01  WS-RPT-HEAD.
1.58 261015           03  FILLER            PIC X(12) VALUE 'SHIP METHOD '.
1.59 261015           03  FILLER            PIC X(12) VALUE '   WEIGHT   '.
1.60 261015           03  FILLER            PIC X(16) VALUE '       RECOVERED'.
1.61 261015           03  FILLER            PIC X(16) VALUE '      GIVEN AWAY'.
1.62 261015           03  FILLER            PIC X(10) VALUE '  UNPRICED'.
1.63 261015           03  FILLER            PIC X(7)  VALUE '   REC%'.
1.64 261015        01  WS-RPT-DETAIL.
1.65 261015           03  RPT-METHOD        PIC X(10).
1.66 261015           03  FILLER            PIC X(2) VALUE SPACES.
1.67 261015           03  RPT-WEIGHT        PIC Z(8)9.
1.68 261015           03  FILLER            PIC X(3) VALUE SPACES.
1.69 261015           03  RPT-BILLED        PIC Z(12)9.99.
1.70 261015           03  FILLER            PIC X(1) VALUE SPACES.
1.71 261015           03  RPT-GIVEN         PIC Z(11)9.99.
1.72 261015           03  FILLER            PIC X(5) VALUE SPACES.
1.73 261015           03  RPT-UNPRICED      PIC Z(4)9.
1.74 261015           03  FILLER            PIC X(2) VALUE SPACES.
1.75 261015           03  RPT-PCT           PIC ZZ9.9.
1.76 261015        LINKAGE SECTION.
1.77 261015       * the month to summarise, YYYYMM
1.78 261015        01 SUM-PERIOD        PIC 9(6).
1.79 261015        PROCEDURE DIVISION USING SUM-PERIOD.
1.80 261015        BEGIN.
1.81 261015       * monthly freight summary: what INVGEN billed customers for
1.82 261015       * freight against what it priced and gave away to free-freight
1.83 261015       * contracts, by ship method, with the weights no rate band
1.84 261015       * covered counted so the rate table can be filled in
1.85 261015            MOVE 'N' TO WS-HIST-END.
1.86 261015            OPEN INPUT FRTHIST.
1.87 261015            OPEN OUTPUT FRTRPT.
1.88 261015            MOVE SPACES TO RPT-LINE.
1.89 261015            STRING 'FREIGHT RECOVERY SUMMARY ' DELIMITED SIZE
1.90 261015                   SUM-PERIOD DELIMITED SIZE
1.91 261015                   INTO RPT-LINE.
1.92 261015            WRITE RPT-LINE.
1.93 261015            MOVE WS-RPT-HEAD TO RPT-LINE.
1.94 261015            WRITE RPT-LINE.
1.95 261015            COMPUTE FH-DATE = SUM-PERIOD * 100.
1.96 261015            MOVE LOW-VALUES TO FH-INV-NUM FH-SHIP-METHOD.
1.97 261015            START FRTHIST
1.98 261015                KEY NOT LESS FH-KEY
1.99 261015                INVALID KEY
2.00 261015                   SET HIST-END TO TRUE.
2.01 261015            PERFORM UNTIL HIST-END
2.02 261015               READ FRTHIST NEXT
2.03 261015                   AT END
2.04 261015                      SET HIST-END TO TRUE
2.05 261015                   NOT AT END
2.06 261015                      COMPUTE WS-ROW-PERIOD = FH-DATE / 100
2.07 261015                      IF WS-ROW-PERIOD NOT = SUM-PERIOD
2.08 261015                         SET HIST-END TO TRUE
2.09 261015                      ELSE
2.10 261015                         PERFORM 300-TALLY-METHOD THRU 300-EXIT
2.11 261015                      END-IF
2.12 261015               END-READ
2.13 261015            END-PERFORM.
2.14 261015            PERFORM VARYING I-MTH FROM 1 BY 1
2.15 261015                    UNTIL I-MTH > WS-MTH-CNT
2.16 261015               MOVE WS-MTH-METHOD(I-MTH)   TO RPT-METHOD
2.17 261015               MOVE WS-MTH-WEIGHT(I-MTH)   TO RPT-WEIGHT
2.18 261015               MOVE WS-MTH-BILLED(I-MTH)   TO RPT-BILLED
2.19 261015               MOVE WS-MTH-GIVEN(I-MTH)    TO RPT-GIVEN
2.20 261015               MOVE WS-MTH-UNPRICED(I-MTH) TO RPT-UNPRICED
2.21 261015               MOVE 0 TO WS-PCT
2.22 261015               IF WS-MTH-BILLED(I-MTH) + WS-MTH-GIVEN(I-MTH) > 0
2.23 261015                  COMPUTE WS-PCT ROUNDED = WS-MTH-BILLED(I-MTH) * 100
2.24 261015                      / (WS-MTH-BILLED(I-MTH) + WS-MTH-GIVEN(I-MTH))
2.25 261015               END-IF
2.26 261015               MOVE WS-PCT TO RPT-PCT
2.27 261015               MOVE WS-RPT-DETAIL TO RPT-LINE
2.28 261015               WRITE RPT-LINE
2.29 261015               ADD WS-MTH-WEIGHT(I-MTH)   TO WS-TOT-WEIGHT
2.30 261015               ADD WS-MTH-BILLED(I-MTH)   TO WS-TOT-BILLED
2.31 261015               ADD WS-MTH-GIVEN(I-MTH)    TO WS-TOT-GIVEN
2.32 261015               ADD WS-MTH-UNPRICED(I-MTH) TO WS-TOT-UNPRICED
2.33 261015            END-PERFORM.
2.34 261015            MOVE 'TOTAL'         TO RPT-METHOD.
2.35 261015            MOVE WS-TOT-WEIGHT   TO RPT-WEIGHT.
2.36 261015            MOVE WS-TOT-BILLED   TO RPT-BILLED.
2.37 261015            MOVE WS-TOT-GIVEN    TO RPT-GIVEN.
2.38 261015            MOVE WS-TOT-UNPRICED TO RPT-UNPRICED.
2.39 261015            MOVE 0 TO WS-PCT.
2.40 261015            IF WS-TOT-BILLED + WS-TOT-GIVEN > 0
2.41 261015               COMPUTE WS-PCT ROUNDED = WS-TOT-BILLED * 100
2.42 261015                   / (WS-TOT-BILLED + WS-TOT-GIVEN)
2.43 261015            END-IF.
2.44 261015            MOVE WS-PCT TO RPT-PCT.
2.45 261015            MOVE SPACES TO RPT-LINE.
2.46 261015            WRITE RPT-LINE.
2.47 261015            MOVE WS-RPT-DETAIL TO RPT-LINE.
2.48 261015            WRITE RPT-LINE.
2.49 261015            CLOSE FRTHIST.
2.50 261015            CLOSE FRTRPT.
2.51 261015            GOBACK.
2.52 261015        300-TALLY-METHOD.
2.53 261015            MOVE 'N' TO WS-MTH-FOUND.
2.54 261015            PERFORM VARYING I-MTH FROM 1 BY 1
2.55 261015                    UNTIL I-MTH > WS-MTH-CNT
2.56 261015               IF WS-MTH-METHOD(I-MTH) = FH-SHIP-METHOD
2.57 261015                  SET MTH-FOUND TO TRUE
2.58 261015                  MOVE I-MTH TO WS-MTH-FOUND-AT
2.59 261015                  COMPUTE I-MTH = WS-MTH-CNT + 1
2.60 261015               END-IF
2.61 261015            END-PERFORM.
2.62 261015            IF NOT MTH-FOUND
2.63 261015               IF WS-MTH-CNT NOT < 10
2.64 261015                  GO TO 300-EXIT
2.65 261015               END-IF
2.66 261015               ADD 1 TO WS-MTH-CNT
2.67 261015               MOVE WS-MTH-CNT TO WS-MTH-FOUND-AT
2.68 261015               MOVE FH-SHIP-METHOD TO WS-MTH-METHOD(WS-MTH-CNT)
2.69 261015               MOVE 0 TO WS-MTH-WEIGHT(WS-MTH-CNT)
2.70 261015                         WS-MTH-BILLED(WS-MTH-CNT)
2.71 261015                         WS-MTH-GIVEN(WS-MTH-CNT)
2.72 261015                         WS-MTH-UNPRICED(WS-MTH-CNT)
2.73 261015            END-IF.
2.74 261015            ADD FH-WEIGHT TO WS-MTH-WEIGHT(WS-MTH-FOUND-AT).
2.75 261015            EVALUATE FH-STATUS
2.76 261015               WHEN 'B'
2.77 261015                  ADD FH-FREIGHT TO WS-MTH-BILLED(WS-MTH-FOUND-AT)
2.78 261015               WHEN 'G'
2.79 261015                  ADD FH-FREIGHT TO WS-MTH-GIVEN(WS-MTH-FOUND-AT)
2.80 261015               WHEN OTHER
2.81 261015                  ADD 1 TO WS-MTH-UNPRICED(WS-MTH-FOUND-AT)
2.82 261015            END-EVALUATE.
2.83 261015        300-EXIT.
2.84 261015            EXIT.
2.85 261015        HALT.
