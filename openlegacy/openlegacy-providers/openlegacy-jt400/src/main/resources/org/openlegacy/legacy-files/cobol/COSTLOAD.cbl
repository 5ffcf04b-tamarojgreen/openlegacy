1.29 260901       * change: supplier, item, new cost in agorot/cents (7 digits,
1.30 260901       * two implied decimals), effective date, and an override flag
1.31 260901       * ('Y' accepts a change past the percentage guard)
3.55 261015       * The cost is in the supplier's own currency (SU-CURRENCY on
3.56 261015       * SUPPMSTR) - the same currency ITEMSUPP holds it in
1.32 260901        01  LOAD-REC.
1.33 260901           03  CL-SUPP-ID        PIC X(6).
1.34 260901           03  CL-ITEM-NUM-X     PIC X(8).
1.35 260901           03  CL-NEW-COST-X     PIC X(7).
1.36 260901           03  CL-EFF-DATE-X     PIC X(8).
1.37 260901           03  CL-OVERRIDE       PIC X.
3.57 261015       * the sender frames every file with a header record first and
3.58 261015       * a trailer record last, tagged in the first four bytes; the
4.73 261015       * trailer carries the detail record count, the sum of the item
4.74 261015       * numbers and the sum of the new costs in agorot/cents - see
4.75 261015       * IFCTLCHK
3.61 261015        01  LOAD-CTL-REC.
3.62 261015           03  LC-REC-TYPE       PIC X(4).
3.63 261015              88 LC-HEADER             VALUE '*HDR'.
3.64 261015              88 LC-TRAILER            VALUE '*TRL'.
3.65 261015           03  LC-HDR-DATA.
3.66 261015              05  LC-INTERFACE   PIC X(8).
3.67 261015              05  LC-FILE-ID     PIC X(12).
3.68 261015              05  LC-FILE-DATE   PIC X(8).
3.69 261015              05  FILLER         PIC X(9).
3.70 261015           03  LC-TRL-DATA REDEFINES LC-HDR-DATA.
3.71 261015              05  LC-REC-CNT-X   PIC X(7).
3.72 261015              05  LC-HASH-X      PIC X(15).
3.73 261015              05  LC-AMOUNT-X    PIC X(15).
1.38 260901        FD  ITEMSUPP
1.39 260901                LABEL RECORD IS STANDARD.
1.40 260901        01  ITEMSUPP-REC.
1.47 260901           03  IS-UNIT-COST      PIC 9(5)V99.
1.48 260901       * preference rank - see POGEN
1.49 260901           03  IS-PREF           PIC 9(2).
3.53 261015       * drop-ship link - see POGEN
3.54 261015           03  IS-DROP-SHIP      PIC X.
1.50 260901        FD  COSTPEND
1.51 260901                LABEL RECORD IS STANDARD.
1.52 260901       * future-dated changes sleep here until their date arrives -
1.85 260901        01  WS-APPLIED-CNT    PIC 9(7) VALUE 0.
1.86 260901        01  WS-STAGED-CNT     PIC 9(7) VALUE 0.
1.87 260901        01  WS-REJECT-CNT     PIC 9(7) VALUE 0.
3.74 261015       * the control-total pass - see 100-CONTROL-PASS
3.75 261015        01  WS-CTL-END        PIC X VALUE 'N'.
3.76 261015           88 CTL-END               VALUE 'Y'.
3.77 261015        01  WS-IN-CNT         PIC 9(7) VALUE 0.
3.78 261015        01  WS-KEY-NUM        PIC 9(8) VALUE 0.
3.79 261015        01  WS-AMT-NUM        PIC 9(7) VALUE 0.
3.80 261015       * the IFCTLCHK parameter set
3.81 261015        01  IC-CONTROL.
3.82 261015           03 IC-INTERFACE        PIC X(8).
3.83 261015           03 IC-HDR-INTERFACE    PIC X(8).
3.84 261015           03 IC-FILE-ID          PIC X(12).
3.85 261015           03 IC-FILE-DATE        PIC X(8).
3.86 261015           03 IC-HDR-CNT          PIC 9(7).
3.87 261015           03 IC-TRL-CNT          PIC 9(7).
3.88 261015           03 IC-SEQ-ERROR        PIC X.
3.89 261015           03 IC-TRL-REC-CNT-X    PIC X(7).
3.90 261015           03 IC-TRL-HASH-X       PIC X(15).
3.91 261015           03 IC-TRL-AMOUNT-X     PIC X(15).
3.92 261015           03 IC-REC-CNT          PIC 9(7).
3.93 261015           03 IC-HASH             PIC 9(15).
3.94 261015           03 IC-AMOUNT           PIC 9(15).
3.95 261015           03 IC-CNT-DIFF         PIC S9(7).
3.96 261015           03 IC-HASH-DIFF        PIC S9(15).
3.97 261015           03 IC-AMOUNT-DIFF      PIC S9(15).
3.98 261015           03 IC-REASON           PIC X(4).
3.99 261015           03 IC-MESSAGE          PIC X(80).
4.00 261015           03 IC-DIFF-LINE        PIC X(80).
4.01 261015           03 IC-CTL-ERROR        PIC X.
4.02 261015              88 IC-CTL-MISMATCH     VALUE 'Y'.
1.88 260901        01  WS-RPT-DETAIL.
1.89 260901           03  RPT-SUPP          PIC X(6).
1.90 260901           03  FILLER            PIC X(1) VALUE '/'.
2.09 260901       * prices a purchase order
2.10 260901            ACCEPT WS-TODAY FROM DATE.
2.11 260901            ADD 20000000 TO WS-TODAY.
4.03 261015            PERFORM 100-CONTROL-PASS THRU 100-EXIT.
2.12 260901            MOVE 'N' TO WS-LOAD-END.
2.13 260901            OPEN INPUT LOADFILE.
2.14 260901            OPEN I-O ITEMSUPP.
2.18 260901            MOVE 'SUPPLIER COST CHANGE RUN' TO RPT-LINE.
2.19 260901            WRITE RPT-LINE.
2.20 260901            PERFORM 300-APPLY-DUE THRU 300-EXIT.
4.04 261015       * a file whose totals do not agree is not touched at all - the
4.05 261015       * due rows above came from files already accepted
4.06 261015            IF IC-CTL-MISMATCH
4.07 261015               MOVE IC-MESSAGE TO RPT-LINE
4.08 261015               WRITE RPT-LINE
4.09 261015               MOVE IC-DIFF-LINE TO RPT-LINE
4.10 261015               WRITE RPT-LINE
4.11 261015               SET LOAD-END TO TRUE
4.12 261015            END-IF.
2.21 260901            PERFORM UNTIL LOAD-END
2.22 260901               READ LOADFILE
2.23 260901                   AT END
2.24 260901                      SET LOAD-END TO TRUE
4.13 261015                   NOT AT END
4.14 261015       * the header and trailer were dealt with in the first pass
4.15 261015                      IF NOT LC-HEADER AND NOT LC-TRAILER
4.16 261015                         ADD 1 TO WS-READ-CNT
4.17 261015                         PERFORM 400-LOAD-ONE THRU 400-EXIT
4.18 261015                      END-IF
2.28 260901               END-READ
2.29 260901            END-PERFORM.
2.30 260901            MOVE SPACES TO RPT-LINE.
2.46 260901            CLOSE LOADERR.
2.47 260901            CLOSE CSTRPT.
2.48 260901            STOP RUN.
4.19 261015        100-CONTROL-PASS.
4.20 261015       * first pass - nothing is applied until the whole file has been
4.21 261015       * counted and IFCTLCHK has agreed its totals with the trailer
4.22 261015            MOVE 'COSTLOAD' TO IC-INTERFACE.
4.23 261015            MOVE SPACES TO IC-HDR-INTERFACE IC-FILE-ID IC-FILE-DATE.
4.24 261015            MOVE SPACES TO IC-TRL-REC-CNT-X IC-TRL-HASH-X
4.25 261015                IC-TRL-AMOUNT-X.
4.26 261015            MOVE 0 TO IC-HDR-CNT IC-TRL-CNT IC-REC-CNT IC-HASH
4.27 261015                IC-AMOUNT.
4.28 261015            MOVE 'N' TO IC-SEQ-ERROR.
4.29 261015            MOVE 'N' TO WS-CTL-END.
4.30 261015            OPEN INPUT LOADFILE.
4.31 261015            PERFORM UNTIL CTL-END
4.32 261015               READ LOADFILE
4.33 261015                   AT END
4.34 261015                      SET CTL-END TO TRUE
4.35 261015                   NOT AT END
4.36 261015                      PERFORM 150-TALLY-ONE THRU 150-EXIT
4.37 261015               END-READ
4.38 261015            END-PERFORM.
4.39 261015            CLOSE LOADFILE.
4.40 261015            CALL 'IFCTLCHK' USING IC-CONTROL.
4.41 261015        100-EXIT.
4.42 261015            EXIT.
4.43 261015        150-TALLY-ONE.
4.44 261015            ADD 1 TO WS-IN-CNT.
4.45 261015            IF IC-TRL-CNT > 0
4.46 261015               MOVE 'Y' TO IC-SEQ-ERROR.
4.47 261015            IF LC-HEADER
4.48 261015               ADD 1 TO IC-HDR-CNT
4.49 261015               IF WS-IN-CNT NOT = 1
4.50 261015                  MOVE 'Y' TO IC-SEQ-ERROR
4.51 261015               END-IF
4.52 261015               MOVE LC-INTERFACE TO IC-HDR-INTERFACE
4.53 261015               MOVE LC-FILE-ID   TO IC-FILE-ID
4.54 261015               MOVE LC-FILE-DATE TO IC-FILE-DATE
4.55 261015               GO TO 150-EXIT.
4.56 261015            IF LC-TRAILER
4.57 261015               ADD 1 TO IC-TRL-CNT
4.58 261015               MOVE LC-REC-CNT-X TO IC-TRL-REC-CNT-X
4.59 261015               MOVE LC-HASH-X    TO IC-TRL-HASH-X
4.60 261015               MOVE LC-AMOUNT-X  TO IC-TRL-AMOUNT-X
4.61 261015               GO TO 150-EXIT.
4.62 261015            ADD 1 TO IC-REC-CNT.
4.63 261015       * an item number or cost that is not numeric adds nothing
4.64 261015       * to the sums, so the file cannot agree with its trailer
4.65 261015            IF CL-ITEM-NUM-X NUMERIC
4.66 261015               MOVE CL-ITEM-NUM-X TO WS-KEY-NUM
4.67 261015               ADD WS-KEY-NUM TO IC-HASH.
4.68 261015            IF CL-NEW-COST-X NUMERIC
4.69 261015               MOVE CL-NEW-COST-X TO WS-AMT-NUM
4.70 261015               ADD WS-AMT-NUM TO IC-AMOUNT.
4.71 261015        150-EXIT.
4.72 261015            EXIT.
2.49 260901        300-APPLY-DUE.
2.50 260901       * pending rows whose date has arrived - CO-EFF-DATE leads the
2.51 260901       * key, so the walk stops at the first future row
