1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. PROMORPT.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT PRCHIST ASSIGN TO DATABASE-PRCHIST
1.06 261015                ORGANIZATION IS INDEXED
1.07 261015                ACCESS MODE IS DYNAMIC
1.08 261015                RECORD KEY IS PH-KEY
1.09 261015                FILE STATUS IS WS-PHS-STATUS.
1.10 261015            SELECT ORDDTL ASSIGN TO DATABASE-ORDDTL
1.11 261015                ORGANIZATION IS INDEXED
1.12 261015                ACCESS MODE IS DYNAMIC
1.13 261015                RECORD KEY IS OD-KEY
1.14 261015                FILE STATUS IS WS-DTL-STATUS.
1.15 261015            SELECT PROMRPT ASSIGN TO PRINTER-PROMRPT
1.16 261015                ORGANIZATION IS LINE SEQUENTIAL
1.17 261015                FILE STATUS IS WS-RPT-STATUS.
1.18 261015        DATA DIVISION.
1.19 261015        FILE SECTION.
1.20 261015        FD  PRCHIST
1.21 261015                LABEL RECORD IS STANDARD.
1.22 261015       * one row per order line a price rule priced - the discount
1.23 261015       * is the list value of the line less what it was sold for
1.24 261015        01  PRCHIST-REC.
1.25 261015           03  PH-KEY.
1.26 261015              05  PH-DATE        PIC 9(8).
1.27 261015              05  PH-ORDER-NUM   PIC 9(8).
1.28 261015              05  PH-LINE        PIC 9(3).
1.29 261015           03  PH-RULE-CODE      PIC X(8).
1.30 261015           03  PH-TYPE           PIC X.
1.31 261015           03  PH-ITEM-NUM       PIC 9(8).
1.32 261015           03  PH-QTY            PIC 9(5).
1.33 261015           03  PH-LIST-PRICE     PIC 9(5)V99.
1.34 261015           03  PH-PRICE          PIC 9(5)V99.
1.35 261015           03  PH-DISCOUNT       PIC 9(7)V99.
1.36 261015        FD  ORDDTL
1.37 261015                LABEL RECORD IS STANDARD.
1.38 261015        01  ORDDTL-REC.
1.39 261015           03  OD-KEY.
1.40 261015              05  OD-ORDER-NUM   PIC 9(8).
1.41 261015              05  OD-LINE        PIC 9(3).
1.42 261015           03  OD-ITEM-NUM       PIC 9(8).
1.43 261015           03  OD-QTY            PIC 9(5).
1.44 261015           03  OD-EXT-PRICE      PIC 9(7)V99.
1.45 261015       * line lifecycle: A = allocated against stock, B = backorder
1.46 261015       * (released when receipts arrive), S = shipped, I = invoiced
1.47 261015       * X = cancelled through ORDMAINT
1.48 261015           03  OD-STATUS         PIC X.
1.49 261015           03  OD-PRICE-SRC      PIC X.
1.50 261015           03  OD-WHSE           PIC X(3).
3.29 261015       * requested, promised and shipped dates - see ORDENTRY
3.30 261015           03  OD-REQ-DATE       PIC 9(8).
3.31 261015           03  OD-PROM-DATE      PIC 9(8).
3.32 261015           03  OD-SHIP-DATE      PIC 9(8).
3.33 261015       * kit component link - see ORDENTRY
3.34 261015           03  OD-KIT-LINE       PIC 9(3).
3.35 261015       * item as ordered, when superseded - see ORDENTRY
3.36 261015           03  OD-ORIG-ITEM      PIC 9(8).
3.37 261015       * allocated lot - see ORDENTRY
3.38 261015           03  OD-LOT-NUM        PIC X(12).
3.39 261015       * cost at shipment - see SHIPCONF
3.40 261015           03  OD-UNIT-COST      PIC 9(5)V99.
3.41 261015           03  OD-EXT-COST       PIC 9(7)V99.
1.51 261015        FD  PROMRPT
1.52 261015                LABEL RECORD IS STANDARD.
1.53 261015        01  RPT-LINE          PIC X(80).
1.54 261015        WORKING-STORAGE SECTION.
1.55 261015        01  WS-PHS-STATUS     PIC XX.
1.56 261015        01  WS-DTL-STATUS     PIC XX.
1.57 261015        01  WS-RPT-STATUS     PIC XX.
1.58 261015        01  WS-HIST-END       PIC X VALUE 'N'.
1.59 261015           88 HIST-END              VALUE 'Y'.
1.60 261015        01  WS-ROW-PERIOD     PIC 9(6) VALUE 0.
1.61 261015        01  WS-PCT            PIC 9(3)V9 VALUE 0.
1.62 261015        01  WS-LINE-LIST      PIC 9(9)V99 VALUE 0.
1.63 261015        01  WS-LINE-DISC      PIC 9(9)V99 VALUE 0.
1.64 261015       * the month's give-away by rule code
1.65 261015        01  WS-RUL-TBL.
1.66 261015           03  WS-RUL-O OCCURS 50.
1.67 261015              05  WS-RUL-CODE        PIC X(8).
1.68 261015              05  WS-RUL-TYPE        PIC X.
1.69 261015              05  WS-RUL-LINES       PIC 9(5).
1.70 261015              05  WS-RUL-QTY         PIC 9(7).
1.71 261015              05  WS-RUL-LIST        PIC 9(9)V99.
1.72 261015              05  WS-RUL-DISC        PIC 9(9)V99.
1.73 261015        01  WS-RUL-CNT        PIC 9(3) VALUE 0.
1.74 261015        01  I-RUL             PIC 9(3) VALUE 0.
1.75 261015        01  WS-RUL-FOUND      PIC X VALUE 'N'.
1.76 261015           88 RUL-FOUND             VALUE 'Y'.
1.77 261015        01  WS-RUL-FOUND-AT   PIC 9(3) VALUE 0.
1.78 261015        01  WS-TOT-LINES      PIC 9(5) VALUE 0.
1.79 261015        01  WS-TOT-QTY        PIC 9(7) VALUE 0.
1.80 261015        01  WS-TOT-LIST       PIC 9(11)V99 VALUE 0.
1.81 261015        01  WS-TOT-DISC       PIC 9(11)V99 VALUE 0.
1.82 261015        01  WS-RPT-HEAD.
1.83 261015           03  FILLER            PIC X(10) VALUE 'RULE      '.
1.84 261015           03  FILLER            PIC X(6)  VALUE 'TYPE  '.
1.85 261015           03  FILLER            PIC X(7)  VALUE '  LINES'.
1.86 261015           03  FILLER            PIC X(10) VALUE '     UNITS'.
1.87 261015           03  FILLER            PIC X(17) VALUE '       LIST VALUE'.
1.88 261015           03  FILLER            PIC X(17) VALUE '   DISCOUNT GIVEN'.
1.89 261015           03  FILLER            PIC X(7)  VALUE '  DISC%'.
1.90 261015        01  WS-RPT-DETAIL.
1.91 261015           03  RPT-CODE          PIC X(8).
1.92 261015           03  FILLER            PIC X(2) VALUE SPACES.
1.93 261015           03  RPT-TYPE          PIC X(5).
1.94 261015           03  FILLER            PIC X(1) VALUE SPACES.
1.95 261015           03  RPT-LINES         PIC Z(6)9.
1.96 261015           03  FILLER            PIC X(1) VALUE SPACES.
1.97 261015           03  RPT-QTY           PIC Z(8)9.
1.98 261015           03  FILLER            PIC X(1) VALUE SPACES.
1.99 261015           03  RPT-LIST          PIC Z(12)9.99.
2.00 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.01 261015           03  RPT-DISC          PIC Z(12)9.99.
2.02 261015           03  FILLER            PIC X(2) VALUE SPACES.
2.03 261015           03  RPT-PCT           PIC ZZ9.9.
2.04 261015        LINKAGE SECTION.
2.05 261015       * the month to summarise, YYYYMM
2.06 261015        01 PRM-PERIOD        PIC 9(6).
2.07 261015        PROCEDURE DIVISION USING PRM-PERIOD.
2.08 261015        BEGIN.
2.09 261015       * monthly price-rule give-away: for every quantity break and
2.10 261015       * promotion that priced an order line in the month, the list
2.11 261015       * value of those lines and the discount given off it. Lines
2.12 261015       * since cancelled through ORDMAINT gave nothing away and are
2.13 261015       * left out
2.14 261015            MOVE 'N' TO WS-HIST-END.
2.15 261015            OPEN INPUT PRCHIST.
2.16 261015            OPEN INPUT ORDDTL.
2.17 261015            OPEN OUTPUT PROMRPT.
2.18 261015            MOVE SPACES TO RPT-LINE.
2.19 261015            STRING 'PRICE RULE DISCOUNT SUMMARY ' DELIMITED SIZE
2.20 261015                   PRM-PERIOD DELIMITED SIZE
2.21 261015                   INTO RPT-LINE.
2.22 261015            WRITE RPT-LINE.
2.23 261015            MOVE WS-RPT-HEAD TO RPT-LINE.
2.24 261015            WRITE RPT-LINE.
2.25 261015            COMPUTE PH-DATE = PRM-PERIOD * 100.
2.26 261015            MOVE LOW-VALUES TO PH-ORDER-NUM PH-LINE.
2.27 261015            START PRCHIST
2.28 261015                KEY NOT LESS PH-KEY
2.29 261015                INVALID KEY
2.30 261015                   SET HIST-END TO TRUE.
2.31 261015            PERFORM UNTIL HIST-END
2.32 261015               READ PRCHIST NEXT
2.33 261015                   AT END
2.34 261015                      SET HIST-END TO TRUE
2.35 261015                   NOT AT END
2.36 261015                      COMPUTE WS-ROW-PERIOD = PH-DATE / 100
2.37 261015                      IF WS-ROW-PERIOD NOT = PRM-PERIOD
2.38 261015                         SET HIST-END TO TRUE
2.39 261015                      ELSE
2.40 261015                         PERFORM 300-TALLY-RULE THRU 300-EXIT
2.41 261015                      END-IF
2.42 261015               END-READ
2.43 261015            END-PERFORM.
2.44 261015            PERFORM VARYING I-RUL FROM 1 BY 1
2.45 261015                    UNTIL I-RUL > WS-RUL-CNT
2.46 261015               MOVE WS-RUL-CODE(I-RUL)  TO RPT-CODE
2.47 261015               IF WS-RUL-TYPE(I-RUL) = 'B'
2.48 261015                  MOVE 'BREAK' TO RPT-TYPE
2.49 261015               ELSE
2.50 261015                  MOVE 'PROMO' TO RPT-TYPE
2.51 261015               END-IF
2.52 261015               MOVE WS-RUL-LINES(I-RUL) TO RPT-LINES
2.53 261015               MOVE WS-RUL-QTY(I-RUL)   TO RPT-QTY
2.54 261015               MOVE WS-RUL-LIST(I-RUL)  TO RPT-LIST
2.55 261015               MOVE WS-RUL-DISC(I-RUL)  TO RPT-DISC
2.56 261015               MOVE 0 TO WS-PCT
2.57 261015               IF WS-RUL-LIST(I-RUL) > 0
2.58 261015                  COMPUTE WS-PCT ROUNDED = WS-RUL-DISC(I-RUL) * 100
2.59 261015                      / WS-RUL-LIST(I-RUL)
2.60 261015               END-IF
2.61 261015               MOVE WS-PCT TO RPT-PCT
2.62 261015               MOVE WS-RPT-DETAIL TO RPT-LINE
2.63 261015               WRITE RPT-LINE
2.64 261015               ADD WS-RUL-LINES(I-RUL) TO WS-TOT-LINES
2.65 261015               ADD WS-RUL-QTY(I-RUL)   TO WS-TOT-QTY
2.66 261015               ADD WS-RUL-LIST(I-RUL)  TO WS-TOT-LIST
2.67 261015               ADD WS-RUL-DISC(I-RUL)  TO WS-TOT-DISC
2.68 261015            END-PERFORM.
2.69 261015            MOVE 'TOTAL'      TO RPT-CODE.
2.70 261015            MOVE SPACES       TO RPT-TYPE.
2.71 261015            MOVE WS-TOT-LINES TO RPT-LINES.
2.72 261015            MOVE WS-TOT-QTY   TO RPT-QTY.
2.73 261015            MOVE WS-TOT-LIST  TO RPT-LIST.
2.74 261015            MOVE WS-TOT-DISC  TO RPT-DISC.
2.75 261015            MOVE 0 TO WS-PCT.
2.76 261015            IF WS-TOT-LIST > 0
2.77 261015               COMPUTE WS-PCT ROUNDED = WS-TOT-DISC * 100
2.78 261015                   / WS-TOT-LIST
2.79 261015            END-IF.
2.80 261015            MOVE WS-PCT TO RPT-PCT.
2.81 261015            MOVE SPACES TO RPT-LINE.
2.82 261015            WRITE RPT-LINE.
2.83 261015            MOVE WS-RPT-DETAIL TO RPT-LINE.
2.84 261015            WRITE RPT-LINE.
2.85 261015            CLOSE PRCHIST.
2.86 261015            CLOSE ORDDTL.
2.87 261015            CLOSE PROMRPT.
2.88 261015            GOBACK.
2.89 261015        300-TALLY-RULE.
2.90 261015            MOVE PH-ORDER-NUM TO OD-ORDER-NUM.
2.91 261015            MOVE PH-LINE      TO OD-LINE.
2.92 261015            READ ORDDTL
2.93 261015                INVALID KEY
2.94 261015                   GO TO 300-EXIT.
2.95 261015            IF OD-STATUS = 'X'
2.96 261015               GO TO 300-EXIT.
2.97 261015            MOVE 'N' TO WS-RUL-FOUND.
2.98 261015            PERFORM VARYING I-RUL FROM 1 BY 1
2.99 261015                    UNTIL I-RUL > WS-RUL-CNT
3.00 261015               IF WS-RUL-CODE(I-RUL) = PH-RULE-CODE AND
3.01 261015                  WS-RUL-TYPE(I-RUL) = PH-TYPE
3.02 261015                  SET RUL-FOUND TO TRUE
3.03 261015                  MOVE I-RUL TO WS-RUL-FOUND-AT
3.04 261015                  COMPUTE I-RUL = WS-RUL-CNT + 1
3.05 261015               END-IF
3.06 261015            END-PERFORM.
3.07 261015            IF NOT RUL-FOUND
3.08 261015               IF WS-RUL-CNT NOT < 50
3.09 261015                  GO TO 300-EXIT
3.10 261015               END-IF
3.11 261015               ADD 1 TO WS-RUL-CNT
3.12 261015               MOVE WS-RUL-CNT TO WS-RUL-FOUND-AT
3.13 261015               MOVE PH-RULE-CODE TO WS-RUL-CODE(WS-RUL-CNT)
3.14 261015               MOVE PH-TYPE      TO WS-RUL-TYPE(WS-RUL-CNT)
3.15 261015               MOVE 0 TO WS-RUL-LINES(WS-RUL-CNT)
3.16 261015                         WS-RUL-QTY(WS-RUL-CNT)
3.17 261015                         WS-RUL-LIST(WS-RUL-CNT)
3.18 261015                         WS-RUL-DISC(WS-RUL-CNT)
3.19 261015            END-IF.
3.20 261015            COMPUTE WS-LINE-LIST = PH-QTY * PH-LIST-PRICE.
3.21 261015            MOVE PH-DISCOUNT TO WS-LINE-DISC.
3.22 261015            ADD 1            TO WS-RUL-LINES(WS-RUL-FOUND-AT).
3.23 261015            ADD PH-QTY       TO WS-RUL-QTY(WS-RUL-FOUND-AT).
3.24 261015            ADD WS-LINE-LIST TO WS-RUL-LIST(WS-RUL-FOUND-AT).
3.25 261015            ADD WS-LINE-DISC TO WS-RUL-DISC(WS-RUL-FOUND-AT).
3.26 261015        300-EXIT.
3.27 261015            EXIT.
3.28 261015        HALT.
