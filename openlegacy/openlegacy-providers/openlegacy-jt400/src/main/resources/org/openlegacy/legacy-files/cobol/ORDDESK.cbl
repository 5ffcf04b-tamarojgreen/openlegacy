1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. ORDDESK.
1.02 261015       *======================================================*
1.03 261015       * ORDER DESK - MULTI-LINE ORDER ENTRY (TRANSID ODSK)   *
1.04 261015       *======================================================*
1.05 261015        ENVIRONMENT DIVISION.
1.06 261015        DATA DIVISION.
1.07 261015        WORKING-STORAGE SECTION.
1.08 261015        01  WS-TRANSID        PIC X(4) VALUE 'ODSK'.
1.09 261015       * one 24 x 80 screen image, built row by row and sent as text
1.10 261015        01  WS-SCREEN.
1.11 261015           03  WS-ROW            PIC X(80) OCCURS 24 TIMES.
1.12 261015        01  WS-MSG            PIC X(80) VALUE SPACES.
1.13 261015        01  WS-MSGS.
1.14 261015           03  WS-MSG-HEADER     PIC X(80) VALUE
1.15 261015               'KEY CUSTOMER (10) AND REQUESTED DATE YYYYMMDD (8, BLANK =
1.16 261015       -       ' AS SOON AS POSSIBLE)'.
6.73 261015           03  WS-MSG-CARD       PIC X(80) VALUE
6.74 261015               'CARD ON FILE (2) TO PAY BY CARD - BLANK = ON ACCOUNT'.
1.17 261015           03  WS-MSG-LINES      PIC X(80) VALUE
1.18 261015               'ITEM (8) AND QTY (5) ADDS A LINE - D + ITEM DROPS IT - R
1.19 261015       -       ' REVIEW - X QUIT'.
1.20 261015           03  WS-MSG-REVIEW     PIC X(80) VALUE
1.21 261015               'KEY Y TO PLACE THE ORDER, L TO CHANGE LINES, X TO QUIT'.
1.22 261015           03  WS-MSG-NO-CUST    PIC X(80) VALUE
1.23 261015               'CUSTOMER NOT ON FILE - PLEASE RE-ENTER'.
1.24 261015           03  WS-MSG-BAD-DATE   PIC X(80) VALUE
1.25 261015               'REQUESTED DATE MUST BE YYYYMMDD OR BLANK'.
1.26 261015           03  WS-MSG-INVALID    PIC X(80) VALUE
1.27 261015               'INVALID INPUT - PLEASE RE-ENTER'.
1.28 261015           03  WS-MSG-NO-ITEM    PIC X(80) VALUE
1.29 261015               'ITEM NOT ON FILE - PLEASE RE-ENTER'.
1.30 261015           03  WS-MSG-DISC       PIC X(80) VALUE
1.31 261015               'ITEM DISCONTINUED WITH NO REPLACEMENT'.
1.32 261015           03  WS-MSG-FULL       PIC X(80) VALUE
1.33 261015               'ORDER IS FULL - REVIEW AND PLACE IT, THEN START ANOTHER'.
1.34 261015           03  WS-MSG-NOT-ON     PIC X(80) VALUE
1.35 261015               'ITEM IS NOT ON THE ORDER'.
1.36 261015           03  WS-MSG-EMPTY      PIC X(80) VALUE
1.37 261015               'NO LINES KEYED YET'.
1.38 261015           03  WS-MSG-QUIT       PIC X(80) VALUE
1.39 261015               'ORDER ABANDONED - NOTHING WAS BOOKED'.
1.40 261015           03  WS-MSG-CR-WARN    PIC X(80) VALUE
1.41 261015               'CREDIT WARNING - ORDER TOTAL IS OVER THE HEADROOM'.
6.75 261015           03  WS-MSG-BAD-CARD   PIC X(80) VALUE
6.76 261015               'CARD ON FILE MUST BE 1 TO 10 OR BLANK'.
1.42 261015           03  WS-MSG-CR-REFUSE  PIC X(80) VALUE
1.43 261015               'CREDIT - ORDER TOTAL IS PAST THE TOLERANCE, LINES WILL BE
1.44 261015       -       ' REFUSED'.
1.45 261015       * screen rows
1.46 261015        01  WS-TITLE-ROW.
1.47 261015           03  FILLER            PIC X(13) VALUE 'ORDER DESK - '.
1.48 261015           03  WS-TITLE          PIC X(20).
1.49 261015           03  FILLER            PIC X(9)  VALUE 'CUSTOMER '.
1.50 261015           03  WS-TITLE-CUST     PIC X(10).
1.51 261015           03  FILLER            PIC X(11) VALUE '  DISTRICT '.
1.52 261015           03  WS-TITLE-DIST     PIC X(5).
1.53 261015        01  WS-CREDIT-ROW.
1.54 261015           03  FILLER            PIC X(13) VALUE 'CREDIT LIMIT '.
1.55 261015           03  WS-CR-LIMIT       PIC ZZZ,ZZZ,ZZ9.99.
1.56 261015           03  FILLER            PIC X(11) VALUE '  HEADROOM '.
1.57 261015           03  WS-CR-ROOM        PIC -ZZZ,ZZZ,ZZ9.99.
1.58 261015           03  FILLER            PIC X(11) VALUE '  REQUIRED '.
1.59 261015           03  WS-CR-REQ         PIC 9(8).
6.77 261015           03  FILLER            PIC X(6)  VALUE '  CARD'.
6.78 261015           03  WS-CR-CARD        PIC ZZ.
1.60 261015        01  WS-HEAD-ROW.
1.61 261015           03  FILLER            PIC X(40) VALUE
1.62 261015               'LN ITEM     NAME           QTY     PRICE'.
1.63 261015           03  FILLER            PIC X(40) VALUE
1.64 261015               ' S     EXTENDED    AVAIL NEXT DUE BO'.
1.65 261015        01  WS-LINE-ROW.
1.66 261015           03  WS-LR-LN          PIC Z9.
1.67 261015           03  FILLER            PIC X VALUE SPACE.
1.68 261015           03  WS-LR-ITEM        PIC 9(8).
1.69 261015           03  FILLER            PIC X VALUE SPACE.
1.70 261015           03  WS-LR-NAME        PIC X(12).
1.71 261015           03  FILLER            PIC X VALUE SPACE.
1.72 261015           03  WS-LR-QTY         PIC ZZZZ9.
1.73 261015           03  FILLER            PIC X VALUE SPACE.
1.74 261015           03  WS-LR-PRICE       PIC ZZ,ZZ9.99.
1.75 261015           03  FILLER            PIC X VALUE SPACE.
1.76 261015           03  WS-LR-SRC         PIC X.
1.77 261015           03  FILLER            PIC X VALUE SPACE.
1.78 261015           03  WS-LR-EXT         PIC Z,ZZZ,ZZ9.99.
1.79 261015           03  FILLER            PIC X VALUE SPACE.
1.80 261015           03  WS-LR-AVAIL       PIC -(7)9.
1.81 261015           03  FILLER            PIC X VALUE SPACE.
1.82 261015           03  WS-LR-NEXT        PIC 9(8).
1.83 261015           03  FILLER            PIC X VALUE SPACE.
1.84 261015           03  WS-LR-BO          PIC X(2).
1.85 261015        01  WS-TOTAL-ROW.
1.86 261015           03  FILLER            PIC X(12) VALUE 'ORDER TOTAL '.
1.87 261015           03  WS-TR-TOTAL       PIC ZZZ,ZZZ,ZZ9.99.
1.88 261015           03  FILLER            PIC X(9)  VALUE '   LINES '.
1.89 261015           03  WS-TR-LINES       PIC Z9.
1.90 261015           03  FILLER            PIC X(19) VALUE '   BACKORDER LINES '.
1.91 261015           03  WS-TR-BACK        PIC Z9.
1.92 261015        01  WS-RESULT-ROW.
1.93 261015           03  WS-RR-LN          PIC Z9.
1.94 261015           03  FILLER            PIC X VALUE SPACE.
1.95 261015           03  WS-RR-ITEM        PIC 9(8).
1.96 261015           03  FILLER            PIC X VALUE SPACE.
1.97 261015           03  WS-RR-TEXT        PIC X(28).
1.98 261015           03  FILLER            PIC X(10) VALUE ' PROMISED '.
1.99 261015           03  WS-RR-PROM        PIC 9(8).
2.00 261015        01  WS-DONE-ROW.
2.01 261015           03  FILLER            PIC X(6)  VALUE 'ORDER '.
2.02 261015           03  WS-DR-ORDER       PIC 9(8).
2.03 261015           03  FILLER            PIC X(10) VALUE ' ACCEPTED '.
2.04 261015           03  WS-DR-OK          PIC Z9.
2.05 261015           03  FILLER            PIC X(9)  VALUE ' REFUSED '.
2.06 261015           03  WS-DR-REFUSED     PIC Z9.
2.07 261015        01  WS-ROW-NO         PIC 9(2) VALUE 0.
2.08 261015        01  I-LN              PIC 9(2) VALUE 0.
2.09 261015        01  J-LN              PIC 9(2) VALUE 0.
2.10 261015        01  WS-ALREADY        PIC 9(7) VALUE 0.
2.11 261015        01  WS-HOPS           PIC 9(2) VALUE 0.
2.12 261015        01  WS-ROOM-TOL       PIC S9(11)V99 VALUE 0.
6.79 261015        01  WS-PAY-SLOT       PIC 9(2) VALUE 0.
2.13 261015        01  WS-OK-CNT         PIC 9(2) VALUE 0.
2.14 261015        01  WS-REFUSED-CNT    PIC 9(2) VALUE 0.
2.15 261015        01  WS-DROPPED        PIC X VALUE 'N'.
2.16 261015           88 DROPPED               VALUE 'Y'.
2.17 261015       * the CREDINQ parameter set
2.18 261015        01  CRI-CUST-ID       PIC X(10).
2.19 261015        01  CRI-DISTRICT      PIC X(5).
2.20 261015        01  CRI-CREDIT-LIMIT  PIC 9(9)V99.
2.21 261015        01  CRI-EXPOSURE      PIC 9(11)V99.
2.22 261015        01  CRI-HEADROOM      PIC S9(11)V99.
2.23 261015        01  CRI-STATUS        PIC X.
2.24 261015       * the PRICERES parameter set
2.25 261015        01  PRI-CUST-ID       PIC X(10).
2.26 261015        01  PRI-ITEM-NUM      PIC 9(8).
2.27 261015        01  PRI-QTY           PIC 9(5).
2.28 261015        01  PRI-ITEM-NAME     PIC X(16).
2.29 261015        01  PRI-PRICE         PIC 9(5)V99.
2.30 261015        01  PRI-PRICE-SRC     PIC X.
2.31 261015        01  PRI-REPLACED-BY   PIC 9(8).
2.32 261015        01  PRI-STATUS        PIC X.
2.33 261015       * the ATPINQ parameter set
2.34 261015        01  ATP-ITEM-NUM      PIC 9(8).
2.35 261015        01  ATP-ON-HAND       PIC 9(5).
2.36 261015        01  ATP-ALLOCATED     PIC 9(7).
2.37 261015        01  ATP-AVAILABLE     PIC S9(7).
2.38 261015        01  ATP-INBOUND       PIC 9(7).
2.39 261015        01  ATP-NEXT-DATE     PIC 9(8).
2.40 261015        01  ATP-NEXT-QTY      PIC 9(5).
2.41 261015        01  ATP-STATUS        PIC X.
2.42 261015       * the ORDENTRY parameter set
2.43 261015        01  ORD-CUST-ID       PIC X(10).
2.44 261015        01  ORD-ORDER-NUM     PIC 9(8).
2.45 261015        01  ORD-ITEM-NUM      PIC 9(8).
2.46 261015        01  ORD-QTY           PIC 9(5).
2.47 261015        01  ORD-STATUS        PIC X.
2.48 261015        01  ORD-QUOTE-PRICE   PIC 9(5)V99.
2.49 261015        01  ORD-REQ-DATE      PIC 9(8).
2.50 261015        01  ORD-PROM-DATE     PIC 9(8).
6.80 261015       * the ORDPAY parameter set
6.81 261015        01  OPY-ORDER-NUM     PIC 9(8).
6.82 261015        01  OPY-CARD-SLOT     PIC 9(2).
6.83 261015        01  OPY-CARD-IND      PIC X.
7.45 261015        01  OPY-OPERATOR      PIC X(10).
6.84 261015        01  OPY-STATUS        PIC X.
2.51 261015       * the commarea for the first screen of a conversation, when CICS
2.52 261015       * has none to pass
2.53 261015        01  WS-FIRST-AREA     PIC X(1024) VALUE LOW-VALUES.
2.54 261015        LINKAGE SECTION.
2.55 261015       * the order being built travels from screen to screen here -
2.56 261015       * nothing is booked until the review screen is confirmed
2.57 261015        01  DFHCOMMAREA.
2.58 261015           03 CM-VARS                   PIC X(24).
2.59 261015           03 CM-HDR-IN REDEFINES CM-VARS.
2.60 261015              05 CM-IN-CUST             PIC X(10).
2.61 261015              05 CM-IN-REQ-X            PIC X(8).
2.62 261015              05 CM-IN-REQ REDEFINES CM-IN-REQ-X
2.63 261015                                        PIC 9(8).
6.85 261015       * the customer's card on file to pay by - blank = on account
6.86 261015              05 CM-IN-CARD-X           PIC X(2).
6.87 261015              05 CM-IN-CARD REDEFINES CM-IN-CARD-X
6.88 261015                                        PIC 9(2).
6.89 261015              05 FILLER                 PIC X(4).
2.65 261015       * line screen: blank = add the line, D = drop the item's line,
2.66 261015       * R = review, X = abandon
2.67 261015           03 CM-LIN-IN REDEFINES CM-VARS.
2.68 261015              05 CM-IN-ACTION           PIC X.
2.69 261015              05 CM-IN-ITEM-X           PIC X(8).
2.70 261015              05 CM-IN-ITEM REDEFINES CM-IN-ITEM-X
2.71 261015                                        PIC 9(8).
2.72 261015              05 CM-IN-QTY-X            PIC X(5).
2.73 261015              05 CM-IN-QTY REDEFINES CM-IN-QTY-X
2.74 261015                                        PIC 9(5).
2.75 261015              05 FILLER                 PIC X(10).
2.76 261015       * review screen: Y = place the order, L = back to the lines,
2.77 261015       * X = abandon
2.78 261015           03 CM-REV-IN REDEFINES CM-VARS.
2.79 261015              05 CM-IN-CONFIRM          PIC X.
2.80 261015              05 FILLER                 PIC X(23).
2.81 261015           03 CM-ORDER.
2.82 261015              05 CM-CUST-ID             PIC X(10).
2.83 261015              05 CM-DISTRICT            PIC X(5).
2.84 261015              05 CM-CREDIT-LIMIT        PIC 9(9)V99.
2.85 261015              05 CM-HEADROOM            PIC S9(11)V99.
2.86 261015              05 CM-REQ-DATE            PIC 9(8).
6.90 261015              05 CM-CARD-SLOT           PIC 9(2).
2.87 261015              05 CM-ORDER-TOTAL         PIC 9(9)V99.
2.88 261015              05 CM-BACK-CNT            PIC 9(2).
2.89 261015              05 CM-LINE-CNT            PIC 9(2).
2.90 261015              05 CM-LINE OCCURS 12 TIMES.
2.91 261015                 07 CM-L-ITEM           PIC 9(8).
2.92 261015                 07 CM-L-NAME           PIC X(16).
2.93 261015                 07 CM-L-QTY            PIC 9(5).
2.94 261015                 07 CM-L-PRICE          PIC 9(5)V99.
2.95 261015                 07 CM-L-SRC            PIC X.
2.96 261015                 07 CM-L-EXT            PIC 9(7)V99.
2.97 261015       * free stock as the line was keyed, net of earlier lines of the
2.98 261015       * same item on this order; Y = the line will backorder
2.99 261015                 07 CM-L-AVAIL          PIC S9(7).
3.00 261015                 07 CM-L-NEXT-DATE      PIC 9(8).
3.01 261015                 07 CM-L-BACKORDER      PIC X.
3.02 261015           03 CM-NEXT-SCREEN            PIC 9(2).
3.03 261015        PROCEDURE DIVISION.
3.04 261015       * the order desk's screen over the order services: a header
3.05 261015       * screen takes the customer and shows its district and credit
3.06 261015       * headroom (CREDINQ); the line screen prices each item as it is
3.07 261015       * keyed (PRICERES) and shows its availability (ATPINQ) with the
3.08 261015       * running total and the credit position; the review screen shows
3.09 261015       * the totals and the lines that will backorder, and only its
3.10 261015       * confirmation books the order, line by line, through ORDENTRY.
7.43 261015       * A card on file keyed on the header screen is put on the placed
7.44 261015       * order through ORDPAY, which checks the card again first.
3.11 261015       * Pseudo-conversational - the order travels in the commarea
3.12 261015            IF EIBCALEN = 0
3.13 261015               SET ADDRESS OF DFHCOMMAREA TO ADDRESS OF WS-FIRST-AREA
3.14 261015               PERFORM 1000-SEND-HEADER
3.15 261015            ELSE
3.16 261015               EVALUATE CM-NEXT-SCREEN
3.17 261015                   WHEN 1
3.18 261015                      PERFORM 2000-PROCESS-HEADER THRU 2000-EXIT
3.19 261015                   WHEN 2
3.20 261015                      PERFORM 4000-PROCESS-LINES
3.21 261015                   WHEN 3
3.22 261015                      PERFORM 6000-PROCESS-REVIEW
3.23 261015                   WHEN OTHER
3.24 261015                      PERFORM 1000-SEND-HEADER
3.25 261015               END-EVALUATE
3.26 261015            END-IF
3.27 261015            IF CM-NEXT-SCREEN NOT = ZERO
3.28 261015               EXEC CICS RETURN
3.29 261015                   TRANSID(WS-TRANSID)
3.30 261015                   COMMAREA(DFHCOMMAREA)
3.31 261015                   LENGTH(LENGTH OF DFHCOMMAREA)
3.32 261015               END-EXEC
3.33 261015            ELSE
3.34 261015               EXEC CICS RETURN END-EXEC
3.35 261015            END-IF
3.36 261015            GOBACK.
3.37 261015        1000-SEND-HEADER.
3.38 261015            MOVE SPACES TO CM-VARS CM-CUST-ID CM-DISTRICT.
3.39 261015            MOVE 0 TO CM-CREDIT-LIMIT CM-HEADROOM CM-REQ-DATE
6.91 261015                      CM-ORDER-TOTAL CM-BACK-CNT CM-LINE-CNT
7.42 261015                      CM-CARD-SLOT.
3.41 261015            MOVE SPACES TO WS-SCREEN.
3.42 261015            MOVE 'ORDER DESK - NEW ORDER' TO WS-ROW(1).
3.43 261015            MOVE WS-MSG-HEADER TO WS-ROW(3).
6.92 261015            MOVE WS-MSG-CARD TO WS-ROW(4).
3.44 261015            MOVE WS-MSG TO WS-ROW(22).
3.45 261015            PERFORM 9000-SEND-SCREEN
3.46 261015            MOVE 1 TO CM-NEXT-SCREEN.
3.47 261015        2000-PROCESS-HEADER.
3.48 261015            MOVE SPACES TO CM-VARS.
3.49 261015            EXEC CICS RECEIVE
3.50 261015                INTO(CM-VARS)
3.51 261015                LENGTH(LENGTH OF CM-VARS)
3.52 261015            END-EXEC
3.53 261015            IF CM-IN-CUST = SPACES
3.54 261015               MOVE WS-MSG-INVALID TO WS-MSG
3.55 261015               PERFORM 1000-SEND-HEADER
3.56 261015               GO TO 2000-EXIT
3.57 261015            END-IF
3.58 261015            IF CM-IN-REQ-X = SPACES
3.59 261015               MOVE 0 TO CM-REQ-DATE
3.60 261015            ELSE
3.61 261015               IF CM-IN-REQ-X NOT NUMERIC
3.62 261015                  MOVE WS-MSG-BAD-DATE TO WS-MSG
3.63 261015                  PERFORM 1000-SEND-HEADER
3.64 261015                  GO TO 2000-EXIT
3.65 261015               END-IF
3.66 261015               MOVE CM-IN-REQ TO CM-REQ-DATE
3.67 261015            END-IF
6.93 261015            IF CM-IN-CARD-X = SPACES
6.94 261015               MOVE 0 TO CM-CARD-SLOT
6.95 261015            ELSE
6.96 261015               IF CM-IN-CARD-X NOT NUMERIC
6.97 261015                  MOVE WS-MSG-BAD-CARD TO WS-MSG
6.98 261015                  PERFORM 1000-SEND-HEADER
6.99 261015                  GO TO 2000-EXIT
7.00 261015               END-IF
7.01 261015               IF CM-IN-CARD = 0 OR CM-IN-CARD > 10
7.02 261015                  MOVE WS-MSG-BAD-CARD TO WS-MSG
7.03 261015                  PERFORM 1000-SEND-HEADER
7.04 261015                  GO TO 2000-EXIT
7.05 261015               END-IF
7.06 261015               MOVE CM-IN-CARD TO CM-CARD-SLOT
7.07 261015            END-IF
3.68 261015            MOVE CM-IN-CUST TO CRI-CUST-ID.
3.69 261015            CALL 'CREDINQ' USING CRI-CUST-ID CRI-DISTRICT
3.70 261015                CRI-CREDIT-LIMIT CRI-EXPOSURE CRI-HEADROOM CRI-STATUS.
3.71 261015            IF CRI-STATUS NOT = '0'
3.72 261015               MOVE WS-MSG-NO-CUST TO WS-MSG
3.73 261015               PERFORM 1000-SEND-HEADER
3.74 261015               GO TO 2000-EXIT
3.75 261015            END-IF
3.76 261015            MOVE CRI-CUST-ID      TO CM-CUST-ID.
3.77 261015            MOVE CRI-DISTRICT     TO CM-DISTRICT.
3.78 261015            MOVE CRI-CREDIT-LIMIT TO CM-CREDIT-LIMIT.
3.79 261015            MOVE CRI-HEADROOM     TO CM-HEADROOM.
3.80 261015            MOVE SPACES TO WS-MSG.
3.81 261015            PERFORM 3000-SEND-LINES.
3.82 261015        2000-EXIT.
3.83 261015            EXIT.
3.84 261015        3000-SEND-LINES.
3.85 261015            MOVE SPACES TO WS-SCREEN.
3.86 261015            MOVE 'LINES' TO WS-TITLE.
3.87 261015            PERFORM 8000-ORDER-ROWS.
3.88 261015            PERFORM 8500-CREDIT-MESSAGE THRU 8500-EXIT.
3.89 261015            MOVE WS-MSG TO WS-ROW(22).
3.90 261015            MOVE WS-MSG-LINES TO WS-ROW(24).
3.91 261015            PERFORM 9000-SEND-SCREEN
3.92 261015            MOVE 2 TO CM-NEXT-SCREEN.
3.93 261015        4000-PROCESS-LINES.
3.94 261015            MOVE SPACES TO CM-VARS WS-MSG.
3.95 261015            EXEC CICS RECEIVE
3.96 261015                INTO(CM-VARS)
3.97 261015                LENGTH(LENGTH OF CM-VARS)
3.98 261015            END-EXEC
3.99 261015            EVALUATE CM-IN-ACTION
4.00 261015               WHEN 'X'
4.01 261015                  MOVE WS-MSG-QUIT TO WS-MSG
4.02 261015                  PERFORM 9500-SEND-END
4.03 261015               WHEN 'R'
4.04 261015                  IF CM-LINE-CNT = 0
4.05 261015                     MOVE WS-MSG-EMPTY TO WS-MSG
4.06 261015                     PERFORM 3000-SEND-LINES
4.07 261015                  ELSE
4.08 261015                     PERFORM 5000-SEND-REVIEW
4.09 261015                  END-IF
4.10 261015               WHEN 'D'
4.11 261015                  PERFORM 4500-DROP-LINE
4.12 261015                  PERFORM 3000-SEND-LINES
4.13 261015               WHEN SPACE
4.14 261015                  PERFORM 4100-ADD-LINE THRU 4100-EXIT
4.15 261015                  PERFORM 3000-SEND-LINES
4.16 261015               WHEN OTHER
4.17 261015                  MOVE WS-MSG-INVALID TO WS-MSG
4.18 261015                  PERFORM 3000-SEND-LINES
4.19 261015            END-EVALUATE.
4.20 261015        4100-ADD-LINE.
4.21 261015            IF CM-IN-ITEM-X NOT NUMERIC OR CM-IN-QTY-X NOT NUMERIC
4.22 261015               MOVE WS-MSG-INVALID TO WS-MSG
4.23 261015               GO TO 4100-EXIT
4.24 261015            END-IF
4.25 261015            IF CM-IN-QTY = 0
4.26 261015               MOVE WS-MSG-INVALID TO WS-MSG
4.27 261015               GO TO 4100-EXIT
4.28 261015            END-IF
4.29 261015            IF CM-LINE-CNT = 12
4.30 261015               MOVE WS-MSG-FULL TO WS-MSG
4.31 261015               GO TO 4100-EXIT
4.32 261015            END-IF
4.33 261015       * priced as ORDENTRY will price it; a discontinued item is
4.34 261015       * followed to its replacement, as ORDENTRY will follow it, so
4.35 261015       * the screen shows the item the line will carry
4.36 261015            MOVE CM-CUST-ID TO PRI-CUST-ID.
4.37 261015            MOVE CM-IN-ITEM TO PRI-ITEM-NUM.
4.38 261015            MOVE CM-IN-QTY  TO PRI-QTY.
4.39 261015            MOVE 0 TO WS-HOPS.
4.40 261015            PERFORM 4200-PRICE-ITEM.
4.41 261015            PERFORM UNTIL PRI-STATUS NOT = '2' OR
4.42 261015                          PRI-REPLACED-BY = 0 OR WS-HOPS > 9
4.43 261015               ADD 1 TO WS-HOPS
4.44 261015               MOVE PRI-REPLACED-BY TO PRI-ITEM-NUM
4.45 261015               PERFORM 4200-PRICE-ITEM
4.46 261015            END-PERFORM.
4.47 261015            IF PRI-STATUS = '1'
4.48 261015               MOVE WS-MSG-NO-ITEM TO WS-MSG
4.49 261015               GO TO 4100-EXIT
4.50 261015            END-IF
4.51 261015            IF PRI-STATUS NOT = '0'
4.52 261015               MOVE WS-MSG-DISC TO WS-MSG
4.53 261015               GO TO 4100-EXIT
4.54 261015            END-IF
4.55 261015            IF PRI-ITEM-NUM NOT = CM-IN-ITEM
4.56 261015               MOVE SPACES TO WS-MSG
4.57 261015               STRING 'ITEM ' DELIMITED SIZE
4.58 261015                      CM-IN-ITEM DELIMITED SIZE
4.59 261015                      ' DISCONTINUED - REPLACED BY ' DELIMITED SIZE
4.60 261015                      PRI-ITEM-NUM DELIMITED SIZE
4.61 261015                      INTO WS-MSG
4.62 261015            END-IF
4.63 261015            ADD 1 TO CM-LINE-CNT.
4.64 261015            MOVE CM-LINE-CNT TO I-LN.
4.65 261015            MOVE PRI-ITEM-NUM  TO CM-L-ITEM(I-LN).
4.66 261015            MOVE PRI-ITEM-NAME TO CM-L-NAME(I-LN).
4.67 261015            MOVE CM-IN-QTY     TO CM-L-QTY(I-LN).
4.68 261015            MOVE PRI-PRICE     TO CM-L-PRICE(I-LN).
4.69 261015            MOVE PRI-PRICE-SRC TO CM-L-SRC(I-LN).
4.70 261015            COMPUTE CM-L-EXT(I-LN) = CM-IN-QTY * PRI-PRICE.
4.71 261015            ADD CM-L-EXT(I-LN) TO CM-ORDER-TOTAL.
4.72 261015       * free stock now, less what earlier lines of this order already
4.73 261015       * claim of the same item
4.74 261015            MOVE PRI-ITEM-NUM TO ATP-ITEM-NUM.
4.75 261015            CALL 'ATPINQ' USING ATP-ITEM-NUM ATP-ON-HAND ATP-ALLOCATED
4.76 261015                ATP-AVAILABLE ATP-INBOUND ATP-NEXT-DATE ATP-NEXT-QTY
4.77 261015                ATP-STATUS.
4.78 261015            IF ATP-STATUS NOT = '0'
4.79 261015               MOVE 0 TO ATP-AVAILABLE ATP-NEXT-DATE
4.80 261015            END-IF
4.81 261015            MOVE 0 TO WS-ALREADY.
4.82 261015            PERFORM VARYING J-LN FROM 1 BY 1 UNTIL J-LN NOT < I-LN
4.83 261015               IF CM-L-ITEM(J-LN) = PRI-ITEM-NUM
4.84 261015                  ADD CM-L-QTY(J-LN) TO WS-ALREADY
4.85 261015               END-IF
4.86 261015            END-PERFORM.
4.87 261015            COMPUTE CM-L-AVAIL(I-LN) = ATP-AVAILABLE - WS-ALREADY.
4.88 261015            MOVE ATP-NEXT-DATE TO CM-L-NEXT-DATE(I-LN).
4.89 261015            IF CM-L-QTY(I-LN) > CM-L-AVAIL(I-LN)
4.90 261015               MOVE 'Y' TO CM-L-BACKORDER(I-LN)
4.91 261015               ADD 1 TO CM-BACK-CNT
4.92 261015            ELSE
4.93 261015               MOVE 'N' TO CM-L-BACKORDER(I-LN)
4.94 261015            END-IF.
4.95 261015        4100-EXIT.
4.96 261015            EXIT.
4.97 261015        4200-PRICE-ITEM.
4.98 261015            CALL 'PRICERES' USING PRI-CUST-ID PRI-ITEM-NUM PRI-QTY
4.99 261015                PRI-ITEM-NAME PRI-PRICE PRI-PRICE-SRC PRI-REPLACED-BY
5.00 261015                PRI-STATUS.
5.01 261015        4500-DROP-LINE.
5.02 261015       * the line comes off and the lines below it move up; the total
5.03 261015       * and the backorder count follow
5.04 261015            MOVE 'N' TO WS-DROPPED.
5.05 261015            IF CM-IN-ITEM-X NOT NUMERIC
5.06 261015               MOVE WS-MSG-INVALID TO WS-MSG
5.07 261015            ELSE
5.08 261015               PERFORM VARYING I-LN FROM 1 BY 1
5.09 261015                       UNTIL I-LN > CM-LINE-CNT OR DROPPED
5.10 261015                  IF CM-L-ITEM(I-LN) = CM-IN-ITEM
5.11 261015                     SET DROPPED TO TRUE
5.12 261015                     SUBTRACT CM-L-EXT(I-LN) FROM CM-ORDER-TOTAL
5.13 261015                     IF CM-L-BACKORDER(I-LN) = 'Y'
5.14 261015                        SUBTRACT 1 FROM CM-BACK-CNT
5.15 261015                     END-IF
5.16 261015                     PERFORM VARYING J-LN FROM I-LN BY 1
5.17 261015                             UNTIL J-LN NOT < CM-LINE-CNT
5.18 261015                        MOVE CM-LINE(J-LN + 1) TO CM-LINE(J-LN)
5.19 261015                     END-PERFORM
5.20 261015                     SUBTRACT 1 FROM CM-LINE-CNT
5.21 261015                  END-IF
5.22 261015               END-PERFORM
5.23 261015               IF NOT DROPPED
5.24 261015                  MOVE WS-MSG-NOT-ON TO WS-MSG
5.25 261015               END-IF
5.26 261015            END-IF.
5.27 261015        5000-SEND-REVIEW.
5.28 261015            MOVE SPACES TO WS-SCREEN WS-MSG.
5.29 261015            MOVE 'REVIEW' TO WS-TITLE.
5.30 261015            PERFORM 8000-ORDER-ROWS.
5.31 261015            PERFORM 8500-CREDIT-MESSAGE THRU 8500-EXIT.
5.32 261015            IF CM-BACK-CNT > 0
5.33 261015               MOVE 'LINES MARKED BO WILL BACKORDER' TO WS-MSG
5.34 261015            END-IF
5.35 261015            MOVE WS-MSG TO WS-ROW(22).
5.36 261015            MOVE WS-MSG-REVIEW TO WS-ROW(24).
5.37 261015            PERFORM 9000-SEND-SCREEN
5.38 261015            MOVE 3 TO CM-NEXT-SCREEN.
5.39 261015        6000-PROCESS-REVIEW.
5.40 261015            MOVE SPACES TO CM-VARS WS-MSG.
5.41 261015            EXEC CICS RECEIVE
5.42 261015                INTO(CM-VARS)
5.43 261015                LENGTH(LENGTH OF CM-VARS)
5.44 261015            END-EXEC
5.45 261015            EVALUATE CM-IN-CONFIRM
5.46 261015               WHEN 'Y'
5.47 261015                  PERFORM 7000-PLACE-ORDER
5.48 261015               WHEN 'L'
5.49 261015                  PERFORM 3000-SEND-LINES
5.50 261015               WHEN 'X'
5.51 261015                  MOVE WS-MSG-QUIT TO WS-MSG
5.52 261015                  PERFORM 9500-SEND-END
5.53 261015               WHEN OTHER
5.54 261015                  PERFORM 5000-SEND-REVIEW
5.55 261015            END-EVALUATE.
5.56 261015        7000-PLACE-ORDER.
5.57 261015       * each line through ORDENTRY exactly as keyed - the first
5.58 261015       * accepted line opens the order and its number is carried to
5.59 261015       * the rest; ORDENTRY's own checks (credit, discontinued) still
5.60 261015       * have the last word, and each line's outcome is shown
5.61 261015            MOVE SPACES TO WS-SCREEN.
5.62 261015            MOVE 'PLACED' TO WS-TITLE.
5.63 261015            MOVE CM-CUST-ID  TO WS-TITLE-CUST.
5.64 261015            MOVE CM-DISTRICT TO WS-TITLE-DIST.
5.65 261015            MOVE WS-TITLE-ROW TO WS-ROW(1).
5.66 261015            MOVE 0 TO ORD-ORDER-NUM WS-OK-CNT WS-REFUSED-CNT.
5.67 261015            MOVE 3 TO WS-ROW-NO.
5.68 261015            PERFORM VARYING I-LN FROM 1 BY 1 UNTIL I-LN > CM-LINE-CNT
5.69 261015               MOVE CM-CUST-ID      TO ORD-CUST-ID
5.70 261015               MOVE CM-L-ITEM(I-LN) TO ORD-ITEM-NUM
5.71 261015               MOVE CM-L-QTY(I-LN)  TO ORD-QTY
5.72 261015               MOVE '0'             TO ORD-STATUS
5.73 261015               MOVE 0               TO ORD-QUOTE-PRICE ORD-PROM-DATE
5.74 261015               MOVE CM-REQ-DATE     TO ORD-REQ-DATE
5.75 261015               CALL 'ORDENTRY' USING ORD-CUST-ID ORD-ORDER-NUM
5.76 261015                   ORD-ITEM-NUM ORD-QTY ORD-STATUS ORD-QUOTE-PRICE
5.77 261015                   ORD-REQ-DATE ORD-PROM-DATE
5.78 261015               PERFORM 7100-LINE-RESULT
5.79 261015            END-PERFORM.
5.80 261015            MOVE ORD-ORDER-NUM  TO WS-DR-ORDER.
5.81 261015            MOVE WS-OK-CNT      TO WS-DR-OK.
5.82 261015            MOVE WS-REFUSED-CNT TO WS-DR-REFUSED.
7.08 261015       * a card order goes through ORDPAY, which re-validates the card
7.09 261015       * now - a card refused leaves the order on account
7.10 261015            IF ORD-ORDER-NUM NOT = 0 AND CM-CARD-SLOT NOT = 0
7.11 261015               PERFORM 7200-PAY-BY-CARD
7.12 261015            END-IF
5.83 261015            MOVE WS-DONE-ROW TO WS-ROW(20).
5.84 261015            PERFORM 9000-SEND-SCREEN
5.85 261015            MOVE 0 TO CM-NEXT-SCREEN.
5.86 261015        7100-LINE-RESULT.
5.87 261015            MOVE I-LN         TO WS-RR-LN.
5.88 261015            MOVE ORD-ITEM-NUM TO WS-RR-ITEM.
5.89 261015            MOVE 0            TO WS-RR-PROM.
5.90 261015            EVALUATE ORD-STATUS
5.91 261015               WHEN '0'
5.92 261015                  MOVE 'ACCEPTED' TO WS-RR-TEXT
5.93 261015               WHEN '4'
5.94 261015                  MOVE 'ACCEPTED - CREDIT WARNING' TO WS-RR-TEXT
5.95 261015               WHEN '1'
5.96 261015                  MOVE 'REFUSED - ITEM NOT ON FILE' TO WS-RR-TEXT
5.97 261015               WHEN '2'
5.98 261015                  MOVE 'REFUSED - DISCONTINUED' TO WS-RR-TEXT
5.99 261015               WHEN '5'
6.00 261015                  MOVE 'REFUSED - CREDIT' TO WS-RR-TEXT
6.01 261015               WHEN OTHER
6.02 261015                  MOVE 'REFUSED' TO WS-RR-TEXT
6.03 261015            END-EVALUATE.
6.04 261015            IF ORD-STATUS = '0' OR ORD-STATUS = '4'
6.05 261015               ADD 1 TO WS-OK-CNT
6.06 261015               MOVE ORD-PROM-DATE TO WS-RR-PROM
6.07 261015            ELSE
6.08 261015               ADD 1 TO WS-REFUSED-CNT
6.09 261015            END-IF
6.10 261015            ADD 1 TO WS-ROW-NO.
6.11 261015            MOVE WS-RESULT-ROW TO WS-ROW(WS-ROW-NO).
7.13 261015        7200-PAY-BY-CARD.
7.14 261015            MOVE ORD-ORDER-NUM TO OPY-ORDER-NUM.
7.15 261015            MOVE CM-CARD-SLOT  TO OPY-CARD-SLOT WS-PAY-SLOT.
7.46 261015       * the signed-on user goes with the card, for the vault's log
7.47 261015            EXEC CICS ASSIGN USERID(OPY-OPERATOR) END-EXEC.
7.16 261015            CALL 'ORDPAY' USING OPY-ORDER-NUM OPY-CARD-SLOT
7.48 261015                OPY-CARD-IND OPY-OPERATOR OPY-STATUS.
7.18 261015            MOVE SPACES TO WS-MSG.
7.19 261015            EVALUATE OPY-STATUS
7.20 261015               WHEN '0'
7.21 261015                  STRING 'PAID BY CARD ' DELIMITED SIZE
7.22 261015                         WS-PAY-SLOT DELIMITED SIZE
7.23 261015                         ' - CHARGED WHEN THE ORDER IS INVOICED'
7.24 261015                            DELIMITED SIZE
7.25 261015                         INTO WS-MSG
7.26 261015               WHEN '3'
7.27 261015                  STRING 'CARD ' DELIMITED SIZE
7.28 261015                         WS-PAY-SLOT DELIMITED SIZE
7.29 261015                         ' REFUSED BY CARDVAL (' DELIMITED SIZE
7.30 261015                         OPY-CARD-IND DELIMITED SIZE
7.31 261015                         ') - THE ORDER IS ON ACCOUNT' DELIMITED SIZE
7.32 261015                         INTO WS-MSG
7.33 261015               WHEN OTHER
7.34 261015                  STRING 'NO CARD ' DELIMITED SIZE
7.35 261015                         WS-PAY-SLOT DELIMITED SIZE
7.36 261015                         ' ON FILE - THE ORDER IS ON ACCOUNT'
7.37 261015                            DELIMITED SIZE
7.38 261015                         INTO WS-MSG
7.39 261015            END-EVALUATE.
7.40 261015            MOVE WS-MSG TO WS-ROW(21).
6.12 261015        8000-ORDER-ROWS.
6.13 261015       * title, credit position, the lines and the running total
6.14 261015            MOVE CM-CUST-ID  TO WS-TITLE-CUST.
6.15 261015            MOVE CM-DISTRICT TO WS-TITLE-DIST.
6.16 261015            MOVE WS-TITLE-ROW TO WS-ROW(1).
6.17 261015            MOVE CM-CREDIT-LIMIT TO WS-CR-LIMIT.
6.18 261015            MOVE CM-HEADROOM     TO WS-CR-ROOM.
6.19 261015            MOVE CM-REQ-DATE     TO WS-CR-REQ.
7.41 261015            MOVE CM-CARD-SLOT    TO WS-CR-CARD.
6.20 261015            MOVE WS-CREDIT-ROW TO WS-ROW(2).
6.21 261015            MOVE WS-HEAD-ROW TO WS-ROW(4).
6.22 261015            MOVE 4 TO WS-ROW-NO.
6.23 261015            PERFORM VARYING I-LN FROM 1 BY 1 UNTIL I-LN > CM-LINE-CNT
6.24 261015               MOVE I-LN                 TO WS-LR-LN
6.25 261015               MOVE CM-L-ITEM(I-LN)      TO WS-LR-ITEM
6.26 261015               MOVE CM-L-NAME(I-LN)      TO WS-LR-NAME
6.27 261015               MOVE CM-L-QTY(I-LN)       TO WS-LR-QTY
6.28 261015               MOVE CM-L-PRICE(I-LN)     TO WS-LR-PRICE
6.29 261015               MOVE CM-L-SRC(I-LN)       TO WS-LR-SRC
6.30 261015               MOVE CM-L-EXT(I-LN)       TO WS-LR-EXT
6.31 261015               MOVE CM-L-AVAIL(I-LN)     TO WS-LR-AVAIL
6.32 261015               MOVE CM-L-NEXT-DATE(I-LN) TO WS-LR-NEXT
6.33 261015               IF CM-L-BACKORDER(I-LN) = 'Y'
6.34 261015                  MOVE 'BO' TO WS-LR-BO
6.35 261015               ELSE
6.36 261015                  MOVE SPACES TO WS-LR-BO
6.37 261015               END-IF
6.38 261015               ADD 1 TO WS-ROW-NO
6.39 261015               MOVE WS-LINE-ROW TO WS-ROW(WS-ROW-NO)
6.40 261015            END-PERFORM.
6.41 261015            MOVE CM-ORDER-TOTAL TO WS-TR-TOTAL.
6.42 261015            MOVE CM-LINE-CNT    TO WS-TR-LINES.
6.43 261015            MOVE CM-BACK-CNT    TO WS-TR-BACK.
6.44 261015            MOVE WS-TOTAL-ROW TO WS-ROW(18).
6.45 261015        8500-CREDIT-MESSAGE.
6.46 261015       * ORDENTRY's gate: over the headroom warns, past the limit plus
6.47 261015       * ten percent refuses. A zero limit has no gate
6.48 261015            IF CM-CREDIT-LIMIT = 0
6.49 261015               GO TO 8500-EXIT
6.50 261015            END-IF
6.51 261015            COMPUTE WS-ROOM-TOL = CM-HEADROOM + CM-CREDIT-LIMIT * 0.10.
6.52 261015            IF CM-ORDER-TOTAL > WS-ROOM-TOL
6.53 261015               MOVE WS-MSG-CR-REFUSE TO WS-ROW(20)
6.54 261015            ELSE
6.55 261015               IF CM-ORDER-TOTAL > CM-HEADROOM
6.56 261015                  MOVE WS-MSG-CR-WARN TO WS-ROW(20)
6.57 261015               END-IF
6.58 261015            END-IF.
6.59 261015        8500-EXIT.
6.60 261015            EXIT.
6.61 261015        9000-SEND-SCREEN.
6.62 261015            EXEC CICS SEND TEXT
6.63 261015                FROM(WS-SCREEN)
6.64 261015                LENGTH(LENGTH OF WS-SCREEN)
6.65 261015                ERASE
6.66 261015            END-EXEC.
6.67 261015        9500-SEND-END.
6.68 261015            MOVE SPACES TO WS-SCREEN.
6.69 261015            MOVE WS-MSG TO WS-ROW(1).
6.70 261015            PERFORM 9000-SEND-SCREEN
6.71 261015            MOVE 0 TO CM-NEXT-SCREEN.
6.72 261015        HALT.
