1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. PRCFLRPT.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT RUNREG ASSIGN TO DATABASE-ESRUNREG
1.06 261015                ORGANIZATION IS LINE SEQUENTIAL
1.07 261015                FILE STATUS IS WS-RR-STATUS.
1.08 261015            SELECT ITEMMSTR ASSIGN TO DATABASE-ITEMMSTR
1.09 261015                ORGANIZATION IS INDEXED
1.10 261015                ACCESS MODE IS DYNAMIC
1.11 261015                RECORD KEY IS IM-ITEM-NUM
1.12 261015                FILE STATUS IS WS-FILE-STATUS.
1.13 261015            SELECT PRICEHIST ASSIGN TO DATABASE-PRICEHIST
1.14 261015                ORGANIZATION IS INDEXED
1.15 261015                ACCESS MODE IS DYNAMIC
1.16 261015                RECORD KEY IS PH-KEY
1.17 261015                FILE STATUS IS WS-PH-STATUS.
1.18 261015            SELECT CONTRPRC ASSIGN TO DATABASE-CONTRPRC
1.19 261015                ORGANIZATION IS INDEXED
1.20 261015                ACCESS MODE IS DYNAMIC
1.21 261015                RECORD KEY IS CP-KEY
1.22 261015                FILE STATUS IS WS-CPR-STATUS.
1.23 261015            SELECT PFLRPTF ASSIGN TO PRINTER-PRCFLRPT
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
1.39 261015        FD  ITEMMSTR
1.40 261015                LABEL RECORD IS STANDARD.
1.41 261015        01  ITEMMSTR-REC.
1.42 261015           03  IM-ITEM-NUM       PIC 9(8).
1.43 261015           03  IM-ITEM-NAME      PIC X(16).
1.44 261015           03  IM-DESCRIPTION    PIC X(28).
1.45 261015           03  IM-WEIGHT         PIC 9(4).
1.46 261015           03  IM-SHIP-METHOD    PIC X(10).
1.47 261015           03  IM-SHIP-DAYS      PIC 9(4).
1.48 261015           03  IM-UNIT-PRICE     PIC 9(5)V99.
1.49 261015           03  IM-QTY-ON-HAND    PIC 9(5).
1.50 261015           03  IM-REORDER-POINT  PIC 9(5).
1.51 261015           03  IM-CATEGORY       PIC X(16).
1.52 261015           03  IM-DESCRIPTION-LONG       PIC X(80).
1.53 261015           03  IM-STATUS         PIC X.
1.54 261015           03  IM-LAST-CHANGED   PIC X(21).
1.55 261015           03  IM-UNIT-COST      PIC 9(5)V99.
1.56 261015           03  IM-LOT-CTRL       PIC X.
1.57 261015           03  IM-ABC-CLASS      PIC X.
1.58 261015           03  IM-LAST-COUNT     PIC 9(8).
1.59 261015        FD  PRICEHIST
1.60 261015                LABEL RECORD IS STANDARD.
1.61 261015        01  PRICEHIST-REC.
1.62 261015           03  PH-KEY.
1.63 261015              05  PH-ITEM-NUM    PIC 9(8).
1.64 261015              05  PH-TIMESTAMP   PIC X(21).
1.65 261015           03  PH-OLD-PRICE      PIC 9(5)V99.
1.66 261015           03  PH-NEW-PRICE      PIC 9(5)V99.
1.67 261015           03  PH-OPERATOR-ID    PIC X(10).
1.68 261015        FD  CONTRPRC
1.69 261015                LABEL RECORD IS STANDARD.
1.70 261015       * customer contract prices - see CPRCMNT
1.71 261015        01  CONTRPRC-REC.
1.72 261015           03  CP-KEY.
1.73 261015              05  CP-CUST-ID     PIC X(10).
1.74 261015              05  CP-ITEM-NUM    PIC 9(8).
1.75 261015              05  CP-FROM-DATE   PIC 9(8).
1.76 261015           03  CP-TO-DATE        PIC 9(8).
1.77 261015           03  CP-PRICE          PIC 9(5)V99.
1.78 261015        FD  PFLRPTF
1.79 261015                LABEL RECORD IS STANDARD.
1.80 261015        01  RPT-LINE          PIC X(80).
1.81 261015        WORKING-STORAGE SECTION.
1.82 261015        01  WS-RR-STATUS      PIC XX.
1.83 261015        01  WS-RR-RUNID       PIC X(14) VALUE SPACES.
1.84 261015        01  WS-RR-DATE        PIC 9(8) VALUE 0.
1.85 261015        01  WS-RR-TIME        PIC 9(8) VALUE 0.
1.86 261015        01  WS-RR-READ        PIC 9(7) VALUE 0.
1.87 261015        01  WS-RR-WRITTEN     PIC 9(7) VALUE 0.
1.88 261015        01  WS-FILE-STATUS    PIC XX.
1.89 261015        01  WS-PH-STATUS      PIC XX.
1.90 261015        01  WS-CPR-STATUS     PIC XX.
1.91 261015        01  WS-RPT-STATUS     PIC XX.
1.92 261015        01  WS-ITM-END        PIC X VALUE 'N'.
1.93 261015           88 ITM-END               VALUE 'Y'.
1.94 261015        01  WS-PH-END         PIC X VALUE 'N'.
1.95 261015           88 PH-END                VALUE 'Y'.
1.96 261015        01  WS-CPR-END        PIC X VALUE 'N'.
1.97 261015           88 CPR-END               VALUE 'Y'.
1.98 261015        01  WS-SET-DATE       PIC 9(8) VALUE 0.
1.99 261015        01  WS-LIST-CNT       PIC 9(5) VALUE 0.
2.00 261015        01  WS-CONTR-CNT      PIC 9(5) VALUE 0.
2.01 261015        01  WS-MGG-FUNC       PIC X VALUE 'C'.
2.02 261015        01  WS-MGG-SOURCE     PIC X VALUE SPACE.
2.03 261015        01  WS-MGG-STATUS     PIC X VALUE '0'.
2.04 261015        01  WS-MGG-CUST-ID    PIC X(10) VALUE SPACES.
2.05 261015        01  WS-MGG-DATE       PIC 9(8) VALUE 0.
2.06 261015        01  WS-MGG-TO-DATE    PIC 9(8) VALUE 0.
2.07 261015        01  WS-MGG-PRICE      PIC 9(5)V99 VALUE 0.
2.08 261015        01  WS-MGG-OPERATOR   PIC X(10) VALUE 'PRCFLRPT  '.
2.09 261015        01  WS-MGG-FLOOR      PIC 9(3)V99 VALUE 0.
2.10 261015        01  WS-MGG-OLD-MARGIN PIC S9(5)V99 VALUE 0.
2.11 261015        01  WS-MGG-NEW-MARGIN PIC S9(5)V99 VALUE 0.
2.12 261015        01  WS-MGG-QUEUE-ID   PIC 9(12) VALUE 0.
2.13 261015        01  WS-RPT-HEAD.
2.14 261015           03  FILLER            PIC X(37) VALUE
2.15 261015               'CUSTOMER   ITEM     CATEGORY'.
2.16 261015           03  FILLER            PIC X(43) VALUE
2.17 261015               '   PRICE     COST   MARGIN  FLOOR  SET DATE'.
2.18 261015        01  WS-RPT-DETAIL.
2.19 261015           03  RPT-CUST          PIC X(10).
2.20 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.21 261015           03  RPT-ITEM          PIC 9(8).
2.22 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.23 261015           03  RPT-CATG          PIC X(16).
2.24 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.25 261015           03  RPT-PRICE         PIC ZZZZ9.99.
2.26 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.27 261015           03  RPT-COST          PIC ZZZZ9.99.
2.28 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.29 261015           03  RPT-MARGIN        PIC -(4)9.99.
2.30 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.31 261015           03  RPT-FLOOR         PIC ZZ9.99.
2.32 261015           03  FILLER            PIC X(2) VALUE SPACES.
2.33 261015           03  RPT-SET-DATE      PIC 9(8).
2.34 261015       * every report line is also registered in the ESRPTWRT
2.35 261015       * repository, so a purged spool no longer loses the report
2.36 261015        01  RW-PARAM.
2.37 261015           03  RW-JOB        PIC X(10) VALUE 'PRCFLRPT  '.
2.38 261015           03  RW-FUNC       PIC X     VALUE SPACE.
2.39 261015           03  RW-LINE       PIC X(132) VALUE SPACES.
2.40 261015        PROCEDURE DIVISION.
2.41 261015        BEGIN.
2.42 261015       * weekly: the live prices now under their category's margin
2.43 261015       * floor - set above it, and overtaken since by a rise in the
2.44 261015       * moving-average cost. A new price under the floor cannot land
2.45 261015       * without a second operator (MRGGUARD), so what shows here is
2.46 261015       * cost drift for merchandising to reprice. List prices first,
2.47 261015       * with the date PRICEHIST last saw the price change, then the
2.48 261015       * contract rows in force today, with the date they started
2.49 261015            PERFORM 950-REGISTER-START.
2.50 261015            OPEN INPUT ITEMMSTR.
2.51 261015            OPEN INPUT PRICEHIST.
2.52 261015            OPEN INPUT CONTRPRC.
2.53 261015            OPEN OUTPUT PFLRPTF.
2.54 261015            MOVE 'O' TO RW-FUNC.
2.55 261015            CALL 'ESRPTWRT' USING RW-PARAM.
2.56 261015            MOVE SPACES TO RPT-LINE.
2.57 261015            STRING 'LIVE PRICES UNDER THEIR MARGIN FLOOR AT ' DELIMITED
2.58 261015                   SIZE
2.59 261015                   WS-RR-DATE DELIMITED SIZE
2.60 261015                   INTO RPT-LINE.
2.61 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
2.62 261015            MOVE SPACES TO RPT-LINE.
2.63 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
2.64 261015            MOVE WS-RPT-HEAD TO RPT-LINE.
2.65 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
2.66 261015            PERFORM 200-LIST-PRICES THRU 200-EXIT.
2.67 261015            PERFORM 300-CONTRACTS THRU 300-EXIT.
2.68 261015            PERFORM 900-CONTROL-BLOCK THRU 900-EXIT.
2.69 261015            CLOSE ITEMMSTR.
2.70 261015            CLOSE PRICEHIST.
2.71 261015            CLOSE CONTRPRC.
2.72 261015            MOVE 'C' TO RW-FUNC.
2.73 261015            CALL 'ESRPTWRT' USING RW-PARAM.
2.74 261015            PERFORM 960-REGISTER-END.
2.75 261015            CLOSE PFLRPTF.
2.76 261015            STOP RUN.
2.77 261015        150-PUT-LINE.
2.78 261015            MOVE RPT-LINE TO RW-LINE.
2.79 261015            WRITE RPT-LINE.
2.80 261015            MOVE 'L' TO RW-FUNC.
2.81 261015            CALL 'ESRPTWRT' USING RW-PARAM.
2.82 261015        150-EXIT.
2.83 261015            EXIT.
2.84 261015        200-LIST-PRICES.
2.85 261015       * discontinued items sell off at whatever the price is
2.86 261015            MOVE 'N' TO WS-ITM-END.
2.87 261015            MOVE 'L' TO WS-MGG-SOURCE.
2.88 261015            MOVE LOW-VALUES TO IM-ITEM-NUM.
2.89 261015            START ITEMMSTR
2.90 261015                KEY NOT LESS IM-ITEM-NUM
2.91 261015                INVALID KEY
2.92 261015                   SET ITM-END TO TRUE.
2.93 261015            PERFORM UNTIL ITM-END
2.94 261015               READ ITEMMSTR NEXT
2.95 261015                   AT END
2.96 261015                      SET ITM-END TO TRUE
2.97 261015                   NOT AT END
2.98 261015                      ADD 1 TO WS-RR-READ
2.99 261015                      IF IM-STATUS NOT = 'D'
3.00 261015                         PERFORM 250-LIST-CHECK THRU 250-EXIT
3.01 261015                      END-IF
3.02 261015               END-READ
3.03 261015            END-PERFORM.
3.04 261015        200-EXIT.
3.05 261015            EXIT.
3.06 261015        250-LIST-CHECK.
3.07 261015            MOVE IM-UNIT-PRICE TO WS-MGG-PRICE.
3.08 261015            CALL 'MRGGUARD' USING WS-MGG-FUNC WS-MGG-SOURCE IM-ITEM-NUM
3.09 261015                IM-CATEGORY IM-UNIT-COST WS-MGG-PRICE IM-UNIT-PRICE
3.10 261015                WS-MGG-CUST-ID WS-MGG-DATE WS-MGG-TO-DATE
3.11 261015                WS-MGG-OPERATOR WS-MGG-FLOOR WS-MGG-OLD-MARGIN
3.12 261015                WS-MGG-NEW-MARGIN WS-MGG-QUEUE-ID WS-MGG-STATUS.
3.13 261015            IF WS-MGG-STATUS = '0'
3.14 261015               GO TO 250-EXIT.
3.15 261015       * the last change PRICEHIST holds for the item - zero when the
3.16 261015       * price predates the history
3.17 261015            MOVE 0 TO WS-SET-DATE.
3.18 261015            MOVE 'N' TO WS-PH-END.
3.19 261015            MOVE IM-ITEM-NUM TO PH-ITEM-NUM.
3.20 261015            MOVE LOW-VALUES  TO PH-TIMESTAMP.
3.21 261015            START PRICEHIST
3.22 261015                KEY NOT LESS PH-KEY
3.23 261015                INVALID KEY
3.24 261015                   SET PH-END TO TRUE.
3.25 261015            PERFORM UNTIL PH-END
3.26 261015               READ PRICEHIST NEXT
3.27 261015                   AT END
3.28 261015                      SET PH-END TO TRUE
3.29 261015                   NOT AT END
3.30 261015                      IF PH-ITEM-NUM NOT = IM-ITEM-NUM
3.31 261015                         SET PH-END TO TRUE
3.32 261015                      ELSE
3.33 261015                         MOVE PH-TIMESTAMP(1:8) TO WS-SET-DATE
3.34 261015                      END-IF
3.35 261015               END-READ
3.36 261015            END-PERFORM.
3.37 261015            MOVE SPACES        TO RPT-CUST.
3.38 261015            MOVE IM-ITEM-NUM   TO RPT-ITEM.
3.39 261015            MOVE IM-CATEGORY   TO RPT-CATG.
3.40 261015            MOVE IM-UNIT-PRICE TO RPT-PRICE.
3.41 261015            MOVE WS-SET-DATE   TO RPT-SET-DATE.
3.42 261015            PERFORM 500-DETAIL THRU 500-EXIT.
3.43 261015            ADD 1 TO WS-LIST-CNT.
3.44 261015        250-EXIT.
3.45 261015            EXIT.
3.46 261015        300-CONTRACTS.
3.47 261015            MOVE SPACES TO RPT-LINE.
3.48 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
3.49 261015            MOVE 'CONTRACT PRICES IN FORCE' TO RPT-LINE.
3.50 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
3.51 261015            MOVE 'N' TO WS-CPR-END.
3.52 261015            MOVE 'C' TO WS-MGG-SOURCE.
3.53 261015            MOVE LOW-VALUES TO CP-KEY.
3.54 261015            START CONTRPRC
3.55 261015                KEY NOT LESS CP-KEY
3.56 261015                INVALID KEY
3.57 261015                   SET CPR-END TO TRUE.
3.58 261015            PERFORM UNTIL CPR-END
3.59 261015               READ CONTRPRC NEXT
3.60 261015                   AT END
3.61 261015                      SET CPR-END TO TRUE
3.62 261015                   NOT AT END
3.63 261015                      ADD 1 TO WS-RR-READ
3.64 261015                      IF CP-FROM-DATE <= WS-RR-DATE AND
3.65 261015                         CP-TO-DATE >= WS-RR-DATE
3.66 261015                         PERFORM 350-CONTRACT-CHECK THRU 350-EXIT
3.67 261015                      END-IF
3.68 261015               END-READ
3.69 261015            END-PERFORM.
3.70 261015        300-EXIT.
3.71 261015            EXIT.
3.72 261015        350-CONTRACT-CHECK.
3.73 261015            MOVE CP-ITEM-NUM TO IM-ITEM-NUM.
3.74 261015            READ ITEMMSTR
3.75 261015                INVALID KEY
3.76 261015                   GO TO 350-EXIT.
3.77 261015            MOVE CP-PRICE TO WS-MGG-PRICE.
3.78 261015            CALL 'MRGGUARD' USING WS-MGG-FUNC WS-MGG-SOURCE CP-ITEM-NUM
3.79 261015                IM-CATEGORY IM-UNIT-COST WS-MGG-PRICE CP-PRICE
3.80 261015                CP-CUST-ID CP-FROM-DATE CP-TO-DATE
3.81 261015                WS-MGG-OPERATOR WS-MGG-FLOOR WS-MGG-OLD-MARGIN
3.82 261015                WS-MGG-NEW-MARGIN WS-MGG-QUEUE-ID WS-MGG-STATUS.
3.83 261015            IF WS-MGG-STATUS = '0'
3.84 261015               GO TO 350-EXIT.
3.85 261015            MOVE CP-CUST-ID    TO RPT-CUST.
3.86 261015            MOVE CP-ITEM-NUM   TO RPT-ITEM.
3.87 261015            MOVE IM-CATEGORY   TO RPT-CATG.
3.88 261015            MOVE CP-PRICE      TO RPT-PRICE.
3.89 261015            MOVE CP-FROM-DATE  TO RPT-SET-DATE.
3.90 261015            PERFORM 500-DETAIL THRU 500-EXIT.
3.91 261015            ADD 1 TO WS-CONTR-CNT.
3.92 261015        350-EXIT.
3.93 261015            EXIT.
3.94 261015        500-DETAIL.
3.95 261015            MOVE IM-UNIT-COST      TO RPT-COST.
3.96 261015            MOVE WS-MGG-NEW-MARGIN TO RPT-MARGIN.
3.97 261015            MOVE WS-MGG-FLOOR      TO RPT-FLOOR.
3.98 261015            MOVE WS-RPT-DETAIL TO RPT-LINE.
3.99 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
4.00 261015            ADD 1 TO WS-RR-WRITTEN.
4.01 261015        500-EXIT.
4.02 261015            EXIT.
4.03 261015        900-CONTROL-BLOCK.
4.04 261015            MOVE SPACES TO RPT-LINE.
4.05 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
4.06 261015            MOVE 'CONTROL TOTALS' TO RPT-LINE.
4.07 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
4.08 261015            MOVE SPACES TO RPT-LINE.
4.09 261015            STRING 'RECORDS READ ' DELIMITED SIZE
4.10 261015                   WS-RR-READ DELIMITED SIZE
4.11 261015                   ' LIST PRICES UNDER ' DELIMITED SIZE
4.12 261015                   WS-LIST-CNT DELIMITED SIZE
4.13 261015                   ' CONTRACTS UNDER ' DELIMITED SIZE
4.14 261015                   WS-CONTR-CNT DELIMITED SIZE
4.15 261015                   INTO RPT-LINE.
4.16 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
4.17 261015        900-EXIT.
4.18 261015            EXIT.
4.19 261015        950-REGISTER-START.
4.20 261015            ACCEPT WS-RR-DATE FROM DATE.
4.21 261015            ADD 20000000 TO WS-RR-DATE.
4.22 261015            ACCEPT WS-RR-TIME FROM TIME.
4.23 261015            MOVE SPACES TO WS-RR-RUNID.
4.24 261015            STRING WS-RR-DATE DELIMITED SIZE
4.25 261015                   WS-RR-TIME(1:6) DELIMITED SIZE
4.26 261015                   INTO WS-RR-RUNID.
4.27 261015            OPEN EXTEND RUNREG.
4.28 261015            MOVE 'PRCFLRPT  ' TO RR-JOB.
4.29 261015            MOVE WS-RR-RUNID TO RR-RUNID.
4.30 261015            MOVE 'S'         TO RR-TYPE.
4.31 261015            MOVE WS-RR-DATE  TO RR-DATE.
4.32 261015            MOVE WS-RR-TIME  TO RR-TIME.
4.33 261015            MOVE 0           TO RR-READ RR-WRITTEN.
4.34 261015            MOVE '  '        TO RR-STATUS.
4.35 261015            WRITE RR-REC.
4.36 261015        950-EXIT.
4.37 261015            EXIT.
4.38 261015        960-REGISTER-END.
4.39 261015            ACCEPT WS-RR-TIME FROM TIME.
4.40 261015            MOVE 'PRCFLRPT  ' TO RR-JOB.
4.41 261015            MOVE WS-RR-RUNID TO RR-RUNID.
4.42 261015            MOVE 'E'         TO RR-TYPE.
4.43 261015            MOVE WS-RR-DATE  TO RR-DATE.
4.44 261015            MOVE WS-RR-TIME  TO RR-TIME.
4.45 261015            MOVE WS-RR-READ    TO RR-READ.
4.46 261015            MOVE WS-RR-WRITTEN TO RR-WRITTEN.
4.47 261015            MOVE 'OK' TO RR-STATUS.
4.48 261015            IF WS-RPT-STATUS NOT = '00'
4.49 261015               MOVE 'ER' TO RR-STATUS
4.50 261015            END-IF.
4.51 261015            WRITE RR-REC.
4.52 261015            CLOSE RUNREG.
4.53 261015        960-EXIT.
4.54 261015            EXIT.
4.55 261015        HALT.
