1.12 260822                ACCESS MODE IS DYNAMIC
1.13 260822                RECORD KEY IS CY-KEY
1.14 260822                FILE STATUS IS WS-CYC-STATUS.
50.6 261015       * count interval in days by ABC class - A, B and C rows; a
50.7 261015       * missing row falls back to A 30, B 91 and C 365
50.8 261015            SELECT CYCFREQ ASSIGN TO DATABASE-CYCFREQ
50.9 261015                ORGANIZATION IS INDEXED
51.0 261015                ACCESS MODE IS DYNAMIC
51.1 261015                RECORD KEY IS CF-CLASS
51.2 261015                FILE STATUS IS WS-FRQ-STATUS.
1.15 260822        DATA DIVISION.
1.16 260822        FILE SECTION.
1.17 260822        FD  ITEMMSTR
50.1 260901       * IM-UNIT-PRICE is the selling price, this is what the
50.2 260901       * stock actually cost; STOCKVAL values at this
50.3 260901           03  IM-UNIT-COST      PIC 9(5)V99.
50.4 261015       * lot control - see INVPOST
50.5 261015           03  IM-LOT-CTRL       PIC X.
51.3 261015       * ABC class and last count date - see ABCCLASS
51.4 261015           03  IM-ABC-CLASS      PIC X.
51.5 261015           03  IM-LAST-COUNT     PIC 9(8).
1.33 260822        FD  CYCSHEET
1.34 260822                LABEL RECORD IS STANDARD.
1.35 260822        01  CYCSHEET-REC.
1.41 260822           03  CY-COUNTED        PIC X.
1.42 260822           03  CY-APPROVED       PIC X.
1.43 260822           03  CY-COUNTER-ID     PIC X(10).
51.6 261015        FD  CYCFREQ
51.7 261015                LABEL RECORD IS STANDARD.
51.8 261015        01  CYCFREQ-REC.
51.9 261015           03  CF-CLASS          PIC X.
52.0 261015           03  CF-DAYS           PIC 9(3).
1.44 260822        WORKING-STORAGE SECTION.
1.45 260822        01  WS-FILE-STATUS    PIC XX.
1.46 260822        01  WS-CYC-STATUS     PIC XX.
1.47 260822        01  WS-MSTR-END       PIC X VALUE 'N'.
1.48 260822           88 MSTR-END               VALUE 'Y'.
52.1 261015        01  WS-FRQ-STATUS     PIC XX.
52.2 261015        01  WS-TODAY          PIC 9(8) VALUE 0.
52.3 261015        01  WS-DAYS-SINCE     PIC 9(5) VALUE 0.
52.4 261015        01  WS-DUE            PIC X VALUE 'Y'.
52.5 261015           88 ITEM-DUE              VALUE 'Y'.
1.49 260822        LINKAGE SECTION.
1.50 260822        01 GEN-SHEET-ID      PIC 9(6).
1.51 260822       * spaces = no category filter
1.53 260822       * item range to freeze - 0 / 99999999 = the whole file
1.54 260822        01 GEN-FROM-ITEM     PIC 9(8).
1.55 260822        01 GEN-TO-ITEM       PIC 9(8).
52.6 261015       * Y = only items due for a count at their ABC class interval
52.7 261015       * (never counted is always due); anything else freezes every
52.8 261015       * item in the slice as before
52.9 261015        01 GEN-SCHEDULE      PIC X.
1.56 260822        01 GEN-ROW-COUNT     PIC 9(5).
1.57 261015        PROCEDURE DIVISION USING GEN-SHEET-ID GEN-CATEGORY
1.58 261015            GEN-FROM-ITEM GEN-TO-ITEM GEN-SCHEDULE GEN-ROW-COUNT.
1.59 260822        BEGIN.
1.60 260822       * freeze the book quantity for one counting slice - counting a
1.61 260822       * few categories a week beats shutting the warehouse down every
1.64 260822            MOVE 'N' TO WS-MSTR-END.
1.65 260822            OPEN INPUT ITEMMSTR.
1.66 260822            OPEN I-O CYCSHEET.
53.2 261015            OPEN INPUT CYCFREQ.
53.3 261015            ACCEPT WS-TODAY FROM DATE.
53.4 261015            ADD 20000000 TO WS-TODAY.
1.67 260822            MOVE GEN-FROM-ITEM TO IM-ITEM-NUM.
1.68 260822            START ITEMMSTR
1.69 260822                KEY NOT LESS IM-ITEM-NUM
1.80 260822                         IF IM-STATUS NOT = 'D' AND
1.81 260822                            (GEN-CATEGORY = SPACES OR
1.82 260822                             IM-CATEGORY = GEN-CATEGORY)
53.5 261015                            PERFORM 300-CHECK-DUE THRU 300-EXIT
53.6 261015                            IF ITEM-DUE
53.7 261015                               PERFORM 400-WRITE-SHEET-ROW
53.8 261015                            END-IF
1.84 260822                         END-IF
1.85 260822                      END-IF
1.86 260822               END-READ
1.87 260822            END-PERFORM.
1.88 260822            CLOSE ITEMMSTR.
1.89 260822            CLOSE CYCSHEET.
53.9 261015            CLOSE CYCFREQ.
1.90 260822            GOBACK.
54.0 261015        300-CHECK-DUE.
54.1 261015       * A items come round monthly, B quarterly, C yearly by default
54.2 261015       * - ABCCLASS lists the ones already past their interval
54.3 261015            MOVE 'Y' TO WS-DUE.
54.4 261015            IF GEN-SCHEDULE NOT = 'Y' OR IM-LAST-COUNT = 0
54.5 261015               GO TO 300-EXIT.
54.6 261015            MOVE IM-ABC-CLASS TO CF-CLASS.
54.7 261015            IF CF-CLASS NOT = 'A' AND NOT = 'B'
54.8 261015               MOVE 'C' TO CF-CLASS.
54.9 261015            READ CYCFREQ
55.0 261015                INVALID KEY
55.1 261015                   EVALUATE CF-CLASS
55.2 261015                      WHEN 'A'
55.3 261015                         MOVE 30 TO CF-DAYS
55.4 261015                      WHEN 'B'
55.5 261015                         MOVE 91 TO CF-DAYS
55.6 261015                      WHEN OTHER
55.7 261015                         MOVE 365 TO CF-DAYS
55.8 261015                   END-EVALUATE
55.9 261015            END-READ.
56.0 261015            COMPUTE WS-DAYS-SINCE =
56.1 261015                FUNCTION INTEGER-OF-DATE(WS-TODAY) -
56.2 261015                FUNCTION INTEGER-OF-DATE(IM-LAST-COUNT).
56.3 261015            IF WS-DAYS-SINCE < CF-DAYS
56.4 261015               MOVE 'N' TO WS-DUE.
56.5 261015        300-EXIT.
56.6 261015            EXIT.
1.91 260822        400-WRITE-SHEET-ROW.
1.92 260822            MOVE GEN-SHEET-ID   TO CY-SHEET-ID.
1.93 260822            MOVE IM-ITEM-NUM    TO CY-ITEM-NUM.
