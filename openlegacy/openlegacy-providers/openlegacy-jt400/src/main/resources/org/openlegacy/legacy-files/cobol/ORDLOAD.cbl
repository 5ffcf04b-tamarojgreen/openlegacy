1.13 260901            SELECT LOADERR ASSIGN TO DATABASE-ORDLOADE
1.14 260901                ORGANIZATION IS LINE SEQUENTIAL
1.15 260901                FILE STATUS IS WS-ERR-STATUS.
2.83 261015            SELECT ORDDTL ASSIGN TO DATABASE-ORDDTL
2.84 261015                ORGANIZATION IS INDEXED
2.85 261015                ACCESS MODE IS DYNAMIC
2.86 261015                RECORD KEY IS OD-KEY
2.87 261015                FILE STATUS IS WS-DTL-STATUS.
1.16 260901        DATA DIVISION.
1.17 260901        FILE SECTION.
1.18 260901        FD  LOADFILE
1.25 260901           03  OL-CUST-ID        PIC X(10).
1.26 260901           03  OL-ITEM-NUM-X     PIC X(8).
1.27 260901           03  OL-QTY-X          PIC X(5).
3.51 261015       * the sender frames every file with a header record first and
3.52 261015       * a trailer record last, tagged in the first four bytes; the
3.53 261015       * trailer carries the detail record count, the sum of the item
3.54 261015       * numbers and the sum of the quantities - see IFCTLCHK
3.55 261015        01  LOAD-CTL-REC.
3.56 261015           03  LC-REC-TYPE       PIC X(4).
3.57 261015              88 LC-HEADER             VALUE '*HDR'.
3.58 261015              88 LC-TRAILER            VALUE '*TRL'.
3.59 261015           03  LC-HDR-DATA.
3.60 261015              05  LC-INTERFACE   PIC X(8).
3.61 261015              05  LC-FILE-ID     PIC X(12).
3.62 261015              05  LC-FILE-DATE   PIC X(8).
3.63 261015              05  FILLER         PIC X(9).
3.64 261015           03  LC-TRL-DATA REDEFINES LC-HDR-DATA.
3.65 261015              05  LC-REC-CNT-X   PIC X(7).
3.66 261015              05  LC-HASH-X      PIC X(15).
3.67 261015              05  LC-AMOUNT-X    PIC X(15).
1.28 260901        FD  ORDLDONE
1.29 260901                LABEL RECORD IS STANDARD.
1.30 260901       * every loaded portal reference lands here - a re-run skips
1.33 260901           03  LD-PORTAL-REF     PIC X(12).
1.34 260901           03  LD-ORDER-NUM      PIC 9(8).
1.35 260901           03  LD-LOAD-DATE      PIC 9(8).
2.88 261015       * the order line ORDENTRY wrote for the reference - the line the
2.89 261015       * portal status feed (PORTFEED) reports on
2.90 261015           03  LD-LINE           PIC 9(3).
1.36 260901        FD  LOADERR
1.37 260901                LABEL RECORD IS STANDARD.
1.38 260901       * the input record prefixed with a reason code, for correction
1.40 260901        01  ERR-REC.
1.41 260901           03  ERR-REASON        PIC X(4).
1.42 260901           03  ERR-DATA          PIC X(35).
2.91 261015        FD  ORDDTL
2.92 261015                LABEL RECORD IS STANDARD.
2.93 261015       * order line layout - see ORDENTRY
2.94 261015        01  ORDDTL-REC.
2.95 261015           03  OD-KEY.
2.96 261015              05  OD-ORDER-NUM   PIC 9(8).
2.97 261015              05  OD-LINE        PIC 9(3).
2.98 261015           03  OD-ITEM-NUM       PIC 9(8).
2.99 261015           03  OD-QTY            PIC 9(5).
3.00 261015           03  OD-EXT-PRICE      PIC 9(7)V99.
3.01 261015           03  OD-STATUS         PIC X.
3.02 261015           03  OD-PRICE-SRC      PIC X.
3.03 261015           03  OD-WHSE           PIC X(3).
3.04 261015           03  OD-REQ-DATE       PIC 9(8).
3.05 261015           03  OD-PROM-DATE      PIC 9(8).
3.06 261015           03  OD-SHIP-DATE      PIC 9(8).
3.07 261015           03  OD-KIT-LINE       PIC 9(3).
3.08 261015           03  OD-ORIG-ITEM      PIC 9(8).
3.46 261015       * allocated lot - see ORDENTRY
3.47 261015           03  OD-LOT-NUM        PIC X(12).
3.48 261015       * cost at shipment - see SHIPCONF
3.49 261015           03  OD-UNIT-COST      PIC 9(5)V99.
3.50 261015           03  OD-EXT-COST       PIC 9(7)V99.
1.43 260901        WORKING-STORAGE SECTION.
1.44 260901        01  WS-LOAD-STATUS    PIC XX.
1.45 260901        01  WS-DON-STATUS     PIC XX.
1.46 260901        01  WS-ERR-STATUS     PIC XX.
3.09 261015        01  WS-DTL-STATUS     PIC XX.
3.10 261015        01  WS-DTL-END        PIC X VALUE 'N'.
3.11 261015           88 DTL-END               VALUE 'Y'.
3.12 261015        01  WS-LINE-NO        PIC 9(3) VALUE 0.
1.47 260901        01  WS-TODAY          PIC 9(8) VALUE 0.
1.48 260901        01  WS-LOAD-END       PIC X VALUE 'N'.
1.49 260901           88 LOAD-END              VALUE 'Y'.
1.53 260901        01  WS-SKIPPED-CNT    PIC 9(7) VALUE 0.
1.54 260901        01  WS-REJECT-CNT     PIC 9(7) VALUE 0.
1.55 260901        01  WS-WARN-CNT       PIC 9(7) VALUE 0.
2.75 261015       * lines ORDENTRY moved from a discontinued item to its replacement
2.76 261015        01  WS-SUBST-CNT      PIC 9(7) VALUE 0.
2.77 261015        01  WS-ASKED-ITEM     PIC 9(8) VALUE 0.
3.68 261015       * the control-total pass - see 100-CONTROL-PASS
3.69 261015        01  WS-CTL-END        PIC X VALUE 'N'.
3.70 261015           88 CTL-END               VALUE 'Y'.
3.71 261015        01  WS-IN-CNT         PIC 9(7) VALUE 0.
3.72 261015        01  WS-KEY-NUM        PIC 9(8) VALUE 0.
3.73 261015        01  WS-AMT-NUM        PIC 9(7) VALUE 0.
3.74 261015       * the IFCTLCHK parameter set
3.75 261015        01  IC-CONTROL.
3.76 261015           03 IC-INTERFACE        PIC X(8).
3.77 261015           03 IC-HDR-INTERFACE    PIC X(8).
3.78 261015           03 IC-FILE-ID          PIC X(12).
3.79 261015           03 IC-FILE-DATE        PIC X(8).
3.80 261015           03 IC-HDR-CNT          PIC 9(7).
3.81 261015           03 IC-TRL-CNT          PIC 9(7).
3.82 261015           03 IC-SEQ-ERROR        PIC X.
3.83 261015           03 IC-TRL-REC-CNT-X    PIC X(7).
3.84 261015           03 IC-TRL-HASH-X       PIC X(15).
3.85 261015           03 IC-TRL-AMOUNT-X     PIC X(15).
3.86 261015           03 IC-REC-CNT          PIC 9(7).
3.87 261015           03 IC-HASH             PIC 9(15).
3.88 261015           03 IC-AMOUNT           PIC 9(15).
3.89 261015           03 IC-CNT-DIFF         PIC S9(7).
3.90 261015           03 IC-HASH-DIFF        PIC S9(15).
3.91 261015           03 IC-AMOUNT-DIFF      PIC S9(15).
3.92 261015           03 IC-REASON           PIC X(4).
3.93 261015           03 IC-MESSAGE          PIC X(80).
3.94 261015           03 IC-DIFF-LINE        PIC X(80).
3.95 261015           03 IC-CTL-ERROR        PIC X.
3.96 261015              88 IC-CTL-MISMATCH     VALUE 'Y'.
1.56 260901       * the ORDENTRY parameter set - the portal lines get exactly the
1.57 260901       * validation, pricing, allocation and credit gate a keyed order
1.58 260901       * gets
1.61 260901        01  ORD-ITEM-NUM      PIC 9(8).
1.62 260901        01  ORD-QTY           PIC 9(5).
1.63 260901        01  ORD-STATUS        PIC X.
2.70 261015        01  ORD-QUOTE-PRICE   PIC 9(5)V99 VALUE 0.
2.71 261015        01  ORD-REQ-DATE      PIC 9(8) VALUE 0.
2.72 261015        01  ORD-PROM-DATE     PIC 9(8) VALUE 0.
1.64 260901        PROCEDURE DIVISION.
1.65 260901        BEGIN.
1.66 260901       * batch order intake from the web portal in the ITEMLOAD mold -
1.71 260901       * way the portal exports a basket.
1.72 260901            ACCEPT WS-TODAY FROM DATE.
1.73 260901            ADD 20000000 TO WS-TODAY.
3.97 261015            PERFORM 100-CONTROL-PASS THRU 100-EXIT.
1.74 260901            MOVE 'N' TO WS-LOAD-END.
1.75 260901            OPEN INPUT LOADFILE.
1.76 260901            OPEN I-O ORDLDONE.
3.13 261015            OPEN INPUT ORDDTL.
1.77 260901            OPEN OUTPUT LOADERR.
3.98 261015       * a file whose totals do not agree is not touched at all
3.99 261015            IF IC-CTL-MISMATCH
4.00 261015               SET LOAD-END TO TRUE.
1.78 260901            PERFORM UNTIL LOAD-END
1.79 260901               READ LOADFILE
1.80 260901                   AT END
1.81 260901                      SET LOAD-END TO TRUE
4.01 261015                   NOT AT END
4.02 261015       * the header and trailer were dealt with in the first pass
4.03 261015                      IF NOT LC-HEADER AND NOT LC-TRAILER
4.04 261015                         ADD 1 TO WS-READ-CNT
4.05 261015                         PERFORM 400-LOAD-ONE THRU 400-EXIT
4.06 261015                      END-IF
1.85 260901               END-READ
1.86 260901            END-PERFORM.
1.87 260901            DISPLAY 'ORDLOAD READ ' WS-READ-CNT
1.88 260901                    ' LOADED ' WS-LOADED-CNT
1.89 260901                    ' ALREADY LOADED ' WS-SKIPPED-CNT
1.90 260901                    ' REJECTED ' WS-REJECT-CNT
2.78 261015                    ' CREDIT WARNINGS ' WS-WARN-CNT
2.79 261015                    ' SUBSTITUTED ' WS-SUBST-CNT.
1.92 260901            CLOSE LOADFILE.
1.93 260901            CLOSE ORDLDONE.
3.14 261015            CLOSE ORDDTL.
1.94 260901            CLOSE LOADERR.
1.95 260901            STOP RUN.
4.07 261015        100-CONTROL-PASS.
4.08 261015       * first pass - nothing is applied until the whole file has been
4.09 261015       * counted and IFCTLCHK has agreed its totals with the trailer
4.10 261015            MOVE 'ORDLOAD ' TO IC-INTERFACE.
4.11 261015            MOVE SPACES TO IC-HDR-INTERFACE IC-FILE-ID IC-FILE-DATE.
4.12 261015            MOVE SPACES TO IC-TRL-REC-CNT-X IC-TRL-HASH-X
4.13 261015                IC-TRL-AMOUNT-X.
4.14 261015            MOVE 0 TO IC-HDR-CNT IC-TRL-CNT IC-REC-CNT IC-HASH
4.15 261015                IC-AMOUNT.
4.16 261015            MOVE 'N' TO IC-SEQ-ERROR.
4.17 261015            MOVE 'N' TO WS-CTL-END.
4.18 261015            OPEN INPUT LOADFILE.
4.19 261015            PERFORM UNTIL CTL-END
4.20 261015               READ LOADFILE
4.21 261015                   AT END
4.22 261015                      SET CTL-END TO TRUE
4.23 261015                   NOT AT END
4.24 261015                      PERFORM 150-TALLY-ONE THRU 150-EXIT
4.25 261015               END-READ
4.26 261015            END-PERFORM.
4.27 261015            CLOSE LOADFILE.
4.28 261015            CALL 'IFCTLCHK' USING IC-CONTROL.
4.29 261015        100-EXIT.
4.30 261015            EXIT.
4.31 261015        150-TALLY-ONE.
4.32 261015            ADD 1 TO WS-IN-CNT.
4.33 261015            IF IC-TRL-CNT > 0
4.34 261015               MOVE 'Y' TO IC-SEQ-ERROR.
4.35 261015            IF LC-HEADER
4.36 261015               ADD 1 TO IC-HDR-CNT
4.37 261015               IF WS-IN-CNT NOT = 1
4.38 261015                  MOVE 'Y' TO IC-SEQ-ERROR
4.39 261015               END-IF
4.40 261015               MOVE LC-INTERFACE TO IC-HDR-INTERFACE
4.41 261015               MOVE LC-FILE-ID   TO IC-FILE-ID
4.42 261015               MOVE LC-FILE-DATE TO IC-FILE-DATE
4.43 261015               GO TO 150-EXIT.
4.44 261015            IF LC-TRAILER
4.45 261015               ADD 1 TO IC-TRL-CNT
4.46 261015               MOVE LC-REC-CNT-X TO IC-TRL-REC-CNT-X
4.47 261015               MOVE LC-HASH-X    TO IC-TRL-HASH-X
4.48 261015               MOVE LC-AMOUNT-X  TO IC-TRL-AMOUNT-X
4.49 261015               GO TO 150-EXIT.
4.50 261015            ADD 1 TO IC-REC-CNT.
4.51 261015       * an item number or quantity that is not numeric adds nothing
4.52 261015       * to the sums, so the file cannot agree with its trailer
4.53 261015            IF OL-ITEM-NUM-X NUMERIC
4.54 261015               MOVE OL-ITEM-NUM-X TO WS-KEY-NUM
4.55 261015               ADD WS-KEY-NUM TO IC-HASH.
4.56 261015            IF OL-QTY-X NUMERIC
4.57 261015               MOVE OL-QTY-X TO WS-AMT-NUM
4.58 261015               ADD WS-AMT-NUM TO IC-AMOUNT.
4.59 261015        150-EXIT.
4.60 261015            EXIT.
1.96 260901        400-LOAD-ONE.
1.97 260901       * the rerun guard comes first - a reference already on the
1.98 260901       * ledger was loaded by an earlier (possibly abended) run
2.19 260901            END-IF.
2.20 260901            MOVE OL-CUST-ID TO ORD-CUST-ID.
2.21 260901            COMPUTE ORD-ITEM-NUM = FUNCTION NUMVAL(OL-ITEM-NUM-X).
2.80 261015            MOVE ORD-ITEM-NUM TO WS-ASKED-ITEM.
2.22 260901            COMPUTE ORD-QTY = FUNCTION NUMVAL(OL-QTY-X).
2.23 260901            MOVE '0' TO ORD-STATUS.
3.15 261015            PERFORM 450-NEXT-LINE-NO THRU 450-EXIT.
2.24 260901            CALL 'ORDENTRY' USING ORD-CUST-ID ORD-ORDER-NUM
2.73 261015                ORD-ITEM-NUM ORD-QTY ORD-STATUS ORD-QUOTE-PRICE
2.74 261015                ORD-REQ-DATE ORD-PROM-DATE.
2.26 260901            EVALUATE ORD-STATUS
2.27 260901               WHEN '0'
2.28 260901                  PERFORM 500-NOTE-LOADED
2.46 260901            END-EVALUATE.
2.47 260901        400-EXIT.
2.48 260901            EXIT.
3.16 261015        450-NEXT-LINE-NO.
3.17 261015       * ORDENTRY numbers the new line one past the order's last line,
3.18 261015       * so it is known before the call - a new order starts at 1
3.19 261015            MOVE 0 TO WS-LINE-NO.
3.20 261015            IF ORD-ORDER-NUM = 0
3.21 261015               GO TO 450-ADD.
3.22 261015            MOVE 'N' TO WS-DTL-END.
3.23 261015            MOVE ORD-ORDER-NUM TO OD-ORDER-NUM.
3.24 261015            MOVE LOW-VALUES    TO OD-LINE.
3.25 261015            START ORDDTL
3.26 261015                KEY NOT LESS OD-KEY
3.27 261015                INVALID KEY
3.28 261015                   SET DTL-END TO TRUE.
3.29 261015            PERFORM UNTIL DTL-END
3.30 261015               READ ORDDTL NEXT
3.31 261015                   AT END
3.32 261015                      SET DTL-END TO TRUE
3.33 261015                   NOT AT END
3.34 261015                      IF OD-ORDER-NUM NOT = ORD-ORDER-NUM
3.35 261015                         SET DTL-END TO TRUE
3.36 261015                      ELSE
3.37 261015                         MOVE OD-LINE TO WS-LINE-NO
3.38 261015                      END-IF
3.39 261015               END-READ
3.40 261015            END-PERFORM.
3.41 261015        450-ADD.
3.42 261015            ADD 1 TO WS-LINE-NO.
3.43 261015        450-EXIT.
3.44 261015            EXIT.
2.49 260901        500-NOTE-LOADED.
2.50 260901            MOVE OL-PORTAL-REF TO LD-PORTAL-REF.
2.51 260901            MOVE ORD-ORDER-NUM TO LD-ORDER-NUM.
3.45 261015            MOVE WS-LINE-NO    TO LD-LINE.
2.52 260901            MOVE WS-TODAY      TO LD-LOAD-DATE.
2.53 260901            WRITE ORDLDONE-REC
2.54 260901                INVALID KEY
2.55 260901                   CONTINUE
2.56 260901            END-WRITE.
2.57 260901            ADD 1 TO WS-LOADED-CNT.
2.81 261015            IF ORD-ITEM-NUM NOT = WS-ASKED-ITEM
2.82 261015               ADD 1 TO WS-SUBST-CNT.
2.58 260901        500-EXIT.
2.59 260901            EXIT.
2.60 260901        600-WRITE-REJECT.
