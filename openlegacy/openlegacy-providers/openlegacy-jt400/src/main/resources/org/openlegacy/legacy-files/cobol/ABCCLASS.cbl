1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. ABCCLASS.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT RUNREG ASSIGN TO DATABASE-ESRUNREG
1.06 261015                ORGANIZATION IS LINE SEQUENTIAL
1.07 261015                FILE STATUS IS WS-RR-STATUS.
1.08 261015            SELECT INVJRNL ASSIGN TO DATABASE-INVJRNL
1.09 261015                ORGANIZATION IS INDEXED
1.10 261015                ACCESS MODE IS DYNAMIC
1.11 261015                RECORD KEY IS IJ-SEQ
1.12 261015                FILE STATUS IS WS-JRN-STATUS.
1.13 261015            SELECT INVJRNLA ASSIGN TO DATABASE-INVJRNLA
1.14 261015                ORGANIZATION IS INDEXED
1.15 261015                ACCESS MODE IS DYNAMIC
1.16 261015                RECORD KEY IS IJA-SEQ
1.17 261015                FILE STATUS IS WS-ARC-STATUS.
1.18 261015            SELECT ITEMMSTR ASSIGN TO DATABASE-ITEMMSTR
1.19 261015                ORGANIZATION IS INDEXED
1.20 261015                ACCESS MODE IS DYNAMIC
1.21 261015                RECORD KEY IS IM-ITEM-NUM
1.22 261015                FILE STATUS IS WS-FILE-STATUS.
1.23 261015       * count interval in days by ABC class - see CYCGEN
1.24 261015            SELECT CYCFREQ ASSIGN TO DATABASE-CYCFREQ
1.25 261015                ORGANIZATION IS INDEXED
1.26 261015                ACCESS MODE IS DYNAMIC
1.27 261015                RECORD KEY IS CF-CLASS
1.28 261015                FILE STATUS IS WS-FRQ-STATUS.
1.29 261015       * work files, rebuilt every run - a year's shipped quantity by
1.30 261015       * item, then the items in descending order of usage value
1.31 261015            SELECT ABCUSE ASSIGN TO DATABASE-ABCUSE
1.32 261015                ORGANIZATION IS INDEXED
1.33 261015                ACCESS MODE IS DYNAMIC
1.34 261015                RECORD KEY IS AU-ITEM-NUM
1.35 261015                FILE STATUS IS WS-USE-STATUS.
1.36 261015            SELECT ABCRANK ASSIGN TO DATABASE-ABCRANK
1.37 261015                ORGANIZATION IS INDEXED
1.38 261015                ACCESS MODE IS DYNAMIC
1.39 261015                RECORD KEY IS RK-KEY
1.40 261015                FILE STATUS IS WS-RNK-STATUS.
1.41 261015            SELECT ABCRPT ASSIGN TO PRINTER-ABCCLASS
1.42 261015                ORGANIZATION IS LINE SEQUENTIAL
1.43 261015                FILE STATUS IS WS-RPT-STATUS.
1.44 261015        DATA DIVISION.
1.45 261015        FILE SECTION.
1.46 261015        FD  RUNREG
1.47 261015                LABEL RECORD IS STANDARD.
1.48 261015        01  RR-REC.
1.49 261015           03 RR-JOB           PIC X(10).
1.50 261015           03 RR-RUNID         PIC X(14).
1.51 261015           03 RR-TYPE          PIC X.
1.52 261015           03 RR-DATE          PIC 9(8).
1.53 261015           03 RR-TIME          PIC 9(8).
1.54 261015           03 RR-READ          PIC 9(7).
1.55 261015           03 RR-WRITTEN       PIC 9(7).
1.56 261015           03 RR-STATUS        PIC X(2).
1.57 261015        FD  INVJRNL
1.58 261015                LABEL RECORD IS STANDARD.
1.59 261015        01  INVJRNL-REC.
1.60 261015           03  IJ-SEQ            PIC 9(12).
1.61 261015           03  IJ-ITEM-NUM       PIC 9(8).
1.62 261015           03  IJ-TRAN-TYPE      PIC X.
1.63 261015           03  IJ-QTY            PIC 9(5).
1.64 261015           03  IJ-REFERENCE      PIC X(10).
1.65 261015       * warehouse the movement belongs to - see INVENTRY
1.66 261015           03  IJ-WAREHOUSE      PIC X(3).
1.67 261015       * the effective posting date - see INVENTRY
1.68 261015           03  IJ-POST-DATE      PIC 9(8).
1.69 261015           03  IJ-OPERATOR-ID    PIC X(10).
1.70 261015           03  IJ-TIMESTAMP      PIC X(21).
1.71 261015           03  IJ-APPLIED        PIC X.
1.72 261015       * lot moved - see INVENTRY
1.73 261015           03  IJ-LOT-NUM        PIC X(12).
1.74 261015           03  IJ-EXPIRY-DATE    PIC 9(8).
7.34 261015           03  IJ-REASON         PIC X(4).
1.75 261015        FD  INVJRNLA
1.76 261015                LABEL RECORD IS STANDARD.
1.77 261015       * closed-period archive - see INVCLOSE
1.78 261015        01  INVJRNLA-REC.
1.79 261015           03  IJA-SEQ           PIC 9(12).
1.80 261015           03  IJA-ITEM-NUM      PIC 9(8).
1.81 261015           03  IJA-TRAN-TYPE     PIC X.
1.82 261015           03  IJA-QTY           PIC 9(5).
1.83 261015           03  IJA-REFERENCE     PIC X(10).
1.84 261015           03  IJA-WAREHOUSE     PIC X(3).
1.85 261015           03  IJA-POST-DATE     PIC 9(8).
1.86 261015           03  IJA-OPERATOR-ID   PIC X(10).
1.87 261015           03  IJA-TIMESTAMP     PIC X(21).
1.88 261015           03  IJA-APPLIED       PIC X.
1.89 261015           03  IJA-ARCH-DATE     PIC 9(8).
1.90 261015           03  IJA-LOT-NUM       PIC X(12).
1.91 261015           03  IJA-EXPIRY-DATE   PIC 9(8).
7.35 261015           03  IJA-REASON        PIC X(4).
1.92 261015        FD  ITEMMSTR
1.93 261015                LABEL RECORD IS STANDARD.
1.94 261015        01  ITEMMSTR-REC.
1.95 261015           03  IM-ITEM-NUM       PIC 9(8).
1.96 261015           03  IM-ITEM-NAME      PIC X(16).
1.97 261015           03  IM-DESCRIPTION    PIC X(28).
1.98 261015           03  IM-WEIGHT         PIC 9(4).
1.99 261015           03  IM-SHIP-METHOD    PIC X(10).
2.00 261015           03  IM-SHIP-DAYS      PIC 9(4).
2.01 261015           03  IM-UNIT-PRICE     PIC 9(5)V99.
2.02 261015           03  IM-QTY-ON-HAND    PIC 9(5).
2.03 261015           03  IM-REORDER-POINT  PIC 9(5).
2.04 261015           03  IM-CATEGORY       PIC X(16).
2.05 261015           03  IM-DESCRIPTION-LONG       PIC X(80).
2.06 261015       * lifecycle: A = active, D = discontinued
2.07 261015           03  IM-STATUS         PIC X.
2.08 261015       * last-changed stamp for optimistic locking - see UPDATEITEM
2.09 261015           03  IM-LAST-CHANGED   PIC X(21).
2.10 261015       * moving-average unit cost, maintained as receipts post -
2.11 261015       * IM-UNIT-PRICE is the selling price, this is what the
2.12 261015       * stock actually cost; STOCKVAL values at this
2.13 261015           03  IM-UNIT-COST      PIC 9(5)V99.
2.14 261015       * lot control - see INVPOST
2.15 261015           03  IM-LOT-CTRL       PIC X.
2.16 261015       * ABC class from the annual usage value - A, B or C, spaces
2.17 261015       * until the first run - and the date the item was last counted
2.18 261015       * (CYCPOST); CYCGEN schedules counts from the two
2.19 261015           03  IM-ABC-CLASS      PIC X.
2.20 261015           03  IM-LAST-COUNT     PIC 9(8).
2.21 261015        FD  CYCFREQ
2.22 261015                LABEL RECORD IS STANDARD.
2.23 261015        01  CYCFREQ-REC.
2.24 261015           03  CF-CLASS          PIC X.
2.25 261015           03  CF-DAYS           PIC 9(3).
2.26 261015        FD  ABCUSE
2.27 261015                LABEL RECORD IS STANDARD.
2.28 261015        01  ABCUSE-REC.
2.29 261015           03  AU-ITEM-NUM       PIC 9(8).
2.30 261015           03  AU-QTY            PIC 9(7).
2.31 261015        FD  ABCRANK
2.32 261015                LABEL RECORD IS STANDARD.
2.33 261015       * RK-VALUE-DESC is the usage value taken from all nines, so the
2.34 261015       * file reads back highest value first
2.35 261015        01  ABCRANK-REC.
2.36 261015           03  RK-KEY.
2.37 261015              05  RK-VALUE-DESC  PIC 9(11)V99.
2.38 261015              05  RK-ITEM-NUM    PIC 9(8).
2.39 261015           03  RK-QTY            PIC 9(7).
2.40 261015           03  RK-VALUE          PIC 9(11)V99.
2.41 261015        FD  ABCRPT
2.42 261015                LABEL RECORD IS STANDARD.
2.43 261015        01  RPT-LINE          PIC X(80).
2.44 261015        WORKING-STORAGE SECTION.
2.45 261015        01  WS-RR-STATUS      PIC XX.
2.46 261015        01  WS-RR-RUNID       PIC X(14) VALUE SPACES.
2.47 261015        01  WS-RR-DATE        PIC 9(8) VALUE 0.
2.48 261015        01  WS-RR-TIME        PIC 9(8) VALUE 0.
2.49 261015        01  WS-RR-READ        PIC 9(7) VALUE 0.
2.50 261015        01  WS-RR-WRITTEN     PIC 9(7) VALUE 0.
2.51 261015        01  WS-JRN-STATUS     PIC XX.
2.52 261015        01  WS-ARC-STATUS     PIC XX.
2.53 261015        01  WS-FILE-STATUS    PIC XX.
2.54 261015        01  WS-FRQ-STATUS     PIC XX.
2.55 261015        01  WS-USE-STATUS     PIC XX.
2.56 261015        01  WS-RNK-STATUS     PIC XX.
2.57 261015        01  WS-RPT-STATUS     PIC XX.
2.58 261015        01  WS-JRN-END        PIC X VALUE 'N'.
2.59 261015           88 JRN-END               VALUE 'Y'.
2.60 261015        01  WS-MSTR-END       PIC X VALUE 'N'.
2.61 261015           88 MSTR-END              VALUE 'Y'.
2.62 261015        01  WS-RNK-END        PIC X VALUE 'N'.
2.63 261015           88 RNK-END               VALUE 'Y'.
2.64 261015        01  WS-FROM-DATE      PIC 9(8) VALUE 0.
2.65 261015        01  WS-A-PCT          PIC 9(3) VALUE 0.
2.66 261015        01  WS-B-PCT          PIC 9(3) VALUE 0.
2.67 261015        01  WS-MOVE-DATE      PIC 9(8) VALUE 0.
2.68 261015        01  WS-MOVE-TYPE      PIC X VALUE SPACE.
2.69 261015        01  WS-MOVE-REF       PIC X(10) VALUE SPACES.
2.70 261015        01  WS-MOVE-ITEM      PIC 9(8) VALUE 0.
2.71 261015        01  WS-MOVE-QTY       PIC 9(5) VALUE 0.
2.72 261015        01  WS-VALUE          PIC 9(11)V99 VALUE 0.
2.73 261015        01  WS-TOTAL-VALUE    PIC 9(13)V99 VALUE 0.
2.74 261015        01  WS-CUM-VALUE      PIC 9(13)V99 VALUE 0.
2.75 261015        01  WS-CUM-PCT        PIC 9(3)V99 VALUE 0.
2.76 261015        01  WS-NEW-CLASS      PIC X VALUE SPACE.
2.77 261015        01  WS-CLASS-DAYS     PIC 9(3) VALUE 0.
2.78 261015        01  WS-DAYS-SINCE     PIC 9(5) VALUE 0.
2.79 261015       * control block
2.80 261015        01  WS-JRN-READ       PIC 9(7) VALUE 0.
2.81 261015        01  WS-ITEMS-CLASSED  PIC 9(7) VALUE 0.
2.82 261015        01  WS-CNT-A          PIC 9(7) VALUE 0.
2.83 261015        01  WS-CNT-B          PIC 9(7) VALUE 0.
2.84 261015        01  WS-CNT-C          PIC 9(7) VALUE 0.
2.85 261015        01  WS-VAL-A          PIC 9(13)V99 VALUE 0.
2.86 261015        01  WS-VAL-B          PIC 9(13)V99 VALUE 0.
2.87 261015        01  WS-VAL-C          PIC 9(13)V99 VALUE 0.
2.88 261015        01  WS-CHANGES        PIC 9(7) VALUE 0.
2.89 261015        01  WS-OVERDUE        PIC 9(7) VALUE 0.
2.90 261015        01  WS-CHG-HEAD.
2.91 261015           03  FILLER            PIC X(9)  VALUE 'ITEM'.
2.92 261015           03  FILLER            PIC X(18) VALUE 'NAME'.
2.93 261015           03  FILLER            PIC X(8)  VALUE 'OLD NEW'.
2.94 261015           03  FILLER            PIC X(8)  VALUE 'USED QTY'.
2.95 261015           03  FILLER            PIC X(15) VALUE '   USAGE VALUE'.
2.96 261015        01  WS-CHG-DETAIL.
2.97 261015           03  RPT-ITEM-NUM      PIC Z(7)9.
2.98 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.99 261015           03  RPT-ITEM-NAME     PIC X(16).
3.00 261015           03  FILLER            PIC X(2) VALUE SPACES.
3.01 261015           03  RPT-OLD-CLASS     PIC X.
3.02 261015           03  FILLER            PIC X(3) VALUE SPACES.
3.03 261015           03  RPT-NEW-CLASS     PIC X.
3.04 261015           03  FILLER            PIC X(3) VALUE SPACES.
3.05 261015           03  RPT-QTY           PIC Z(7)9.
3.06 261015           03  FILLER            PIC X(1) VALUE SPACES.
3.07 261015           03  RPT-VALUE         PIC Z(10)9.99.
3.08 261015        01  WS-DUE-HEAD.
3.09 261015           03  FILLER            PIC X(9)  VALUE 'ITEM'.
3.10 261015           03  FILLER            PIC X(17) VALUE 'NAME'.
3.11 261015           03  FILLER            PIC X(6)  VALUE 'CLASS'.
3.12 261015           03  FILLER            PIC X(9)  VALUE 'COUNTED'.
3.13 261015           03  FILLER            PIC X(5)  VALUE ' DAYS'.
3.14 261015        01  WS-DUE-DETAIL.
3.15 261015           03  RPT-DUE-ITEM      PIC Z(7)9.
3.16 261015           03  FILLER            PIC X(1) VALUE SPACES.
3.17 261015           03  RPT-DUE-NAME      PIC X(16).
3.18 261015           03  FILLER            PIC X(3) VALUE SPACES.
3.19 261015           03  RPT-DUE-CLASS     PIC X.
3.20 261015           03  FILLER            PIC X(3) VALUE SPACES.
3.21 261015           03  RPT-LAST-COUNT    PIC 9(8).
3.22 261015           03  FILLER            PIC X(1) VALUE SPACES.
3.23 261015           03  RPT-DAYS          PIC ZZZZ9.
3.24 261015           03  FILLER            PIC X(1) VALUE SPACES.
3.25 261015           03  RPT-NEVER         PIC X(5).
3.26 261015       * every report line is also registered in the ESRPTWRT
3.27 261015       * repository, so a purged spool no longer loses the report
3.28 261015        01  RW-PARAM.
3.29 261015           03  RW-JOB        PIC X(10) VALUE 'ABCCLASS  '.
3.30 261015           03  RW-FUNC       PIC X     VALUE SPACE.
3.31 261015           03  RW-LINE       PIC X(132) VALUE SPACES.
3.32 261015        LINKAGE SECTION.
3.33 261015       * cumulative share of the year's usage value that is class A,
3.34 261015       * and A plus B - 0 = 80 and 95; the rest is class C
3.35 261015        01 ABC-A-PCT         PIC 9(3).
3.36 261015        01 ABC-B-PCT         PIC 9(3).
3.37 261015        PROCEDURE DIVISION USING ABC-A-PCT ABC-B-PCT.
3.38 261015        BEGIN.
3.39 261015       * monthly ABC classification - each item's usage value is the
3.40 261015       * quantity shipped to customers over the last year (journal 'S'
3.41 261015       * entries with an OR reference, live and archived) times its
3.42 261015       * moving-average cost. Items are ranked by value and classed on
3.43 261015       * the cumulative share: A up to the A cut-off, B up to the B
3.44 261015       * cut-off, C the rest and anything that did not ship. The class
3.45 261015       * is stored on the item for CYCGEN; items that change class are
3.46 261015       * listed, then every item overdue for a count at its class's
3.47 261015       * interval. Discontinued items are left out
3.48 261015            PERFORM 950-REGISTER-START.
3.49 261015            MOVE ABC-A-PCT TO WS-A-PCT.
3.50 261015            IF WS-A-PCT = 0
3.51 261015               MOVE 80 TO WS-A-PCT.
3.52 261015            MOVE ABC-B-PCT TO WS-B-PCT.
3.53 261015            IF WS-B-PCT = 0
3.54 261015               MOVE 95 TO WS-B-PCT.
3.55 261015            IF WS-B-PCT < WS-A-PCT
3.56 261015               MOVE WS-A-PCT TO WS-B-PCT.
3.57 261015            COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER
3.58 261015                (FUNCTION INTEGER-OF-DATE(WS-RR-DATE) - 365).
3.59 261015            OPEN INPUT INVJRNL.
3.60 261015            OPEN INPUT INVJRNLA.
3.61 261015            OPEN I-O ITEMMSTR.
3.62 261015            OPEN INPUT CYCFREQ.
3.63 261015            OPEN OUTPUT ABCUSE.
3.64 261015            CLOSE ABCUSE.
3.65 261015            OPEN I-O ABCUSE.
3.66 261015            OPEN OUTPUT ABCRANK.
3.67 261015            CLOSE ABCRANK.
3.68 261015            OPEN I-O ABCRANK.
3.69 261015            OPEN OUTPUT ABCRPT.
3.70 261015            MOVE 'O' TO RW-FUNC.
3.71 261015            CALL 'ESRPTWRT' USING RW-PARAM.
3.72 261015            MOVE SPACES TO RPT-LINE.
3.73 261015            STRING 'ABC CLASSIFICATION ' DELIMITED SIZE
3.74 261015                   WS-RR-DATE DELIMITED SIZE
3.75 261015                   ' USAGE FROM ' DELIMITED SIZE
3.76 261015                   WS-FROM-DATE DELIMITED SIZE
3.77 261015                   ' A/B CUT-OFF ' DELIMITED SIZE
3.78 261015                   WS-A-PCT DELIMITED SIZE
3.79 261015                   '/' DELIMITED SIZE
3.80 261015                   WS-B-PCT DELIMITED SIZE
3.81 261015                   INTO RPT-LINE.
3.82 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
3.83 261015            PERFORM 200-LIVE-JOURNAL THRU 200-EXIT.
3.84 261015            PERFORM 250-ARCHIVE THRU 250-EXIT.
3.85 261015            PERFORM 400-VALUE-ITEMS THRU 400-EXIT.
3.86 261015            MOVE SPACES TO RPT-LINE.
3.87 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
3.88 261015            MOVE 'CLASS CHANGES' TO RPT-LINE.
3.89 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
3.90 261015            MOVE WS-CHG-HEAD TO RPT-LINE.
3.91 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
3.92 261015            PERFORM 500-CLASSIFY THRU 500-EXIT.
3.93 261015            MOVE SPACES TO RPT-LINE.
3.94 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
3.95 261015            MOVE 'OVERDUE FOR COUNT' TO RPT-LINE.
3.96 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
3.97 261015            MOVE WS-DUE-HEAD TO RPT-LINE.
3.98 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
3.99 261015            PERFORM 600-OVERDUE THRU 600-EXIT.
4.00 261015            PERFORM 900-CONTROL-BLOCK THRU 900-EXIT.
4.01 261015            CLOSE INVJRNL.
4.02 261015            CLOSE INVJRNLA.
4.03 261015            CLOSE ITEMMSTR.
4.04 261015            CLOSE CYCFREQ.
4.05 261015            CLOSE ABCUSE.
4.06 261015            CLOSE ABCRANK.
4.07 261015            MOVE 'C' TO RW-FUNC.
4.08 261015            CALL 'ESRPTWRT' USING RW-PARAM.
4.09 261015            PERFORM 960-REGISTER-END.
4.10 261015            CLOSE ABCRPT.
4.11 261015            STOP RUN.
4.12 261015        150-PUT-LINE.
4.13 261015            MOVE RPT-LINE TO RW-LINE.
4.14 261015            WRITE RPT-LINE.
4.15 261015            MOVE 'L' TO RW-FUNC.
4.16 261015            CALL 'ESRPTWRT' USING RW-PARAM.
4.17 261015        150-EXIT.
4.18 261015            EXIT.
4.19 261015        200-LIVE-JOURNAL.
4.20 261015            MOVE 'N' TO WS-JRN-END.
4.21 261015            MOVE LOW-VALUES TO IJ-SEQ.
4.22 261015            START INVJRNL
4.23 261015                KEY NOT LESS IJ-SEQ
4.24 261015                INVALID KEY
4.25 261015                   SET JRN-END TO TRUE.
4.26 261015            PERFORM UNTIL JRN-END
4.27 261015               READ INVJRNL NEXT
4.28 261015                   AT END
4.29 261015                      SET JRN-END TO TRUE
4.30 261015                   NOT AT END
4.31 261015                      ADD 1 TO WS-JRN-READ
4.32 261015                      MOVE IJ-POST-DATE   TO WS-MOVE-DATE
4.33 261015                      MOVE IJ-TRAN-TYPE   TO WS-MOVE-TYPE
4.34 261015                      MOVE IJ-REFERENCE   TO WS-MOVE-REF
4.35 261015                      MOVE IJ-ITEM-NUM    TO WS-MOVE-ITEM
4.36 261015                      MOVE IJ-QTY         TO WS-MOVE-QTY
4.37 261015                      PERFORM 300-ADD-USAGE THRU 300-EXIT
4.38 261015               END-READ
4.39 261015            END-PERFORM.
4.40 261015        200-EXIT.
4.41 261015            EXIT.
4.42 261015        250-ARCHIVE.
4.43 261015            MOVE 'N' TO WS-JRN-END.
4.44 261015            MOVE LOW-VALUES TO IJA-SEQ.
4.45 261015            START INVJRNLA
4.46 261015                KEY NOT LESS IJA-SEQ
4.47 261015                INVALID KEY
4.48 261015                   SET JRN-END TO TRUE.
4.49 261015            PERFORM UNTIL JRN-END
4.50 261015               READ INVJRNLA NEXT
4.51 261015                   AT END
4.52 261015                      SET JRN-END TO TRUE
4.53 261015                   NOT AT END
4.54 261015                      ADD 1 TO WS-JRN-READ
4.55 261015                      MOVE IJA-POST-DATE  TO WS-MOVE-DATE
4.56 261015                      MOVE IJA-TRAN-TYPE  TO WS-MOVE-TYPE
4.57 261015                      MOVE IJA-REFERENCE  TO WS-MOVE-REF
4.58 261015                      MOVE IJA-ITEM-NUM   TO WS-MOVE-ITEM
4.59 261015                      MOVE IJA-QTY        TO WS-MOVE-QTY
4.60 261015                      PERFORM 300-ADD-USAGE THRU 300-EXIT
4.61 261015               END-READ
4.62 261015            END-PERFORM.
4.63 261015        250-EXIT.
4.64 261015            EXIT.
4.65 261015        300-ADD-USAGE.
4.66 261015       * customer shipments only - transfers and returns to vendor are
4.67 261015       * 'S' entries too, but they are not usage
4.68 261015            IF WS-MOVE-TYPE NOT = 'S' OR
4.69 261015               WS-MOVE-REF(1:2) NOT = 'OR' OR
4.70 261015               WS-MOVE-DATE < WS-FROM-DATE OR
4.71 261015               WS-MOVE-DATE > WS-RR-DATE
4.72 261015               GO TO 300-EXIT.
4.73 261015            MOVE WS-MOVE-ITEM TO AU-ITEM-NUM.
4.74 261015            READ ABCUSE
4.75 261015                INVALID KEY
4.76 261015                   MOVE WS-MOVE-QTY TO AU-QTY
4.77 261015                   WRITE ABCUSE-REC
4.78 261015                NOT INVALID KEY
4.79 261015                   ADD WS-MOVE-QTY TO AU-QTY
4.80 261015                   REWRITE ABCUSE-REC
4.81 261015            END-READ.
4.82 261015        300-EXIT.
4.83 261015            EXIT.
4.84 261015        400-VALUE-ITEMS.
4.85 261015            MOVE 'N' TO WS-MSTR-END.
4.86 261015            MOVE LOW-VALUES TO IM-ITEM-NUM.
4.87 261015            START ITEMMSTR
4.88 261015                KEY NOT LESS IM-ITEM-NUM
4.89 261015                INVALID KEY
4.90 261015                   SET MSTR-END TO TRUE.
4.91 261015            PERFORM UNTIL MSTR-END
4.92 261015               READ ITEMMSTR NEXT
4.93 261015                   AT END
4.94 261015                      SET MSTR-END TO TRUE
4.95 261015                   NOT AT END
4.96 261015                      ADD 1 TO WS-RR-READ
4.97 261015                      IF IM-STATUS NOT = 'D'
4.98 261015                         PERFORM 450-RANK-ITEM THRU 450-EXIT
4.99 261015                      END-IF
5.00 261015               END-READ
5.01 261015            END-PERFORM.
5.02 261015        400-EXIT.
5.03 261015            EXIT.
5.04 261015        450-RANK-ITEM.
5.05 261015            MOVE IM-ITEM-NUM TO AU-ITEM-NUM.
5.06 261015            READ ABCUSE
5.07 261015                INVALID KEY
5.08 261015                   MOVE 0 TO AU-QTY.
5.09 261015            COMPUTE WS-VALUE ROUNDED = AU-QTY * IM-UNIT-COST
5.10 261015                ON SIZE ERROR
5.11 261015                   MOVE 99999999999.99 TO WS-VALUE.
5.12 261015            ADD WS-VALUE TO WS-TOTAL-VALUE.
5.13 261015            COMPUTE RK-VALUE-DESC = 99999999999.99 - WS-VALUE.
5.14 261015            MOVE IM-ITEM-NUM TO RK-ITEM-NUM.
5.15 261015            MOVE AU-QTY      TO RK-QTY.
5.16 261015            MOVE WS-VALUE    TO RK-VALUE.
5.17 261015            WRITE ABCRANK-REC
5.18 261015                INVALID KEY
5.19 261015                   CONTINUE
5.20 261015            END-WRITE.
5.21 261015        450-EXIT.
5.22 261015            EXIT.
5.23 261015        500-CLASSIFY.
5.24 261015            MOVE 'N' TO WS-RNK-END.
5.25 261015            MOVE 0 TO WS-CUM-VALUE.
5.26 261015            MOVE LOW-VALUES TO RK-KEY.
5.27 261015            START ABCRANK
5.28 261015                KEY NOT LESS RK-KEY
5.29 261015                INVALID KEY
5.30 261015                   SET RNK-END TO TRUE.
5.31 261015            PERFORM UNTIL RNK-END
5.32 261015               READ ABCRANK NEXT
5.33 261015                   AT END
5.34 261015                      SET RNK-END TO TRUE
5.35 261015                   NOT AT END
5.36 261015                      PERFORM 550-CLASS-ITEM THRU 550-EXIT
5.37 261015               END-READ
5.38 261015            END-PERFORM.
5.39 261015        500-EXIT.
5.40 261015            EXIT.
5.41 261015        550-CLASS-ITEM.
5.42 261015       * the class goes by the share of value ranked ahead of the item,
5.43 261015       * so the item that crosses a cut-off still falls in the upper
5.44 261015       * class
5.45 261015            MOVE 'C' TO WS-NEW-CLASS.
5.46 261015            IF RK-VALUE > 0 AND WS-TOTAL-VALUE > 0
5.47 261015               COMPUTE WS-CUM-PCT =
5.48 261015                   WS-CUM-VALUE * 100 / WS-TOTAL-VALUE
5.49 261015               IF WS-CUM-PCT < WS-A-PCT
5.50 261015                  MOVE 'A' TO WS-NEW-CLASS
5.51 261015               ELSE
5.52 261015                  IF WS-CUM-PCT < WS-B-PCT
5.53 261015                     MOVE 'B' TO WS-NEW-CLASS
5.54 261015                  END-IF
5.55 261015               END-IF
5.56 261015            END-IF.
5.57 261015            ADD RK-VALUE TO WS-CUM-VALUE.
5.58 261015            ADD 1 TO WS-ITEMS-CLASSED.
5.59 261015            EVALUATE WS-NEW-CLASS
5.60 261015               WHEN 'A'
5.61 261015                  ADD 1 TO WS-CNT-A
5.62 261015                  ADD RK-VALUE TO WS-VAL-A
5.63 261015               WHEN 'B'
5.64 261015                  ADD 1 TO WS-CNT-B
5.65 261015                  ADD RK-VALUE TO WS-VAL-B
5.66 261015               WHEN OTHER
5.67 261015                  ADD 1 TO WS-CNT-C
5.68 261015                  ADD RK-VALUE TO WS-VAL-C
5.69 261015            END-EVALUATE.
5.70 261015            MOVE RK-ITEM-NUM TO IM-ITEM-NUM.
5.71 261015            READ ITEMMSTR
5.72 261015                INVALID KEY
5.73 261015                   GO TO 550-EXIT.
5.74 261015            IF IM-ABC-CLASS = WS-NEW-CLASS
5.75 261015               GO TO 550-EXIT.
5.76 261015            ADD 1 TO WS-CHANGES.
5.77 261015            MOVE IM-ITEM-NUM   TO RPT-ITEM-NUM.
5.78 261015            MOVE IM-ITEM-NAME  TO RPT-ITEM-NAME.
5.79 261015            MOVE IM-ABC-CLASS  TO RPT-OLD-CLASS.
5.80 261015            MOVE WS-NEW-CLASS  TO RPT-NEW-CLASS.
5.81 261015            MOVE RK-QTY        TO RPT-QTY.
5.82 261015            MOVE RK-VALUE      TO RPT-VALUE.
5.83 261015            MOVE WS-CHG-DETAIL TO RPT-LINE.
5.84 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
5.85 261015            ADD 1 TO WS-RR-WRITTEN.
5.86 261015            MOVE WS-NEW-CLASS TO IM-ABC-CLASS.
5.87 261015            MOVE FUNCTION CURRENT-DATE TO IM-LAST-CHANGED.
5.88 261015            REWRITE ITEMMSTR-REC.
5.89 261015        550-EXIT.
5.90 261015            EXIT.
5.91 261015        600-OVERDUE.
5.92 261015            MOVE 'N' TO WS-MSTR-END.
5.93 261015            MOVE LOW-VALUES TO IM-ITEM-NUM.
5.94 261015            START ITEMMSTR
5.95 261015                KEY NOT LESS IM-ITEM-NUM
5.96 261015                INVALID KEY
5.97 261015                   SET MSTR-END TO TRUE.
5.98 261015            PERFORM UNTIL MSTR-END
5.99 261015               READ ITEMMSTR NEXT
6.00 261015                   AT END
6.01 261015                      SET MSTR-END TO TRUE
6.02 261015                   NOT AT END
6.03 261015                      IF IM-STATUS NOT = 'D'
6.04 261015                         PERFORM 650-CHECK-DUE THRU 650-EXIT
6.05 261015                      END-IF
6.06 261015               END-READ
6.07 261015            END-PERFORM.
6.08 261015        600-EXIT.
6.09 261015            EXIT.
6.10 261015        650-CHECK-DUE.
6.11 261015            PERFORM 700-CLASS-DAYS THRU 700-EXIT.
6.12 261015            MOVE SPACES TO RPT-NEVER.
6.13 261015            MOVE 0 TO WS-DAYS-SINCE.
6.14 261015            IF IM-LAST-COUNT = 0
6.15 261015               MOVE 'NEVER' TO RPT-NEVER
6.16 261015            ELSE
6.17 261015               COMPUTE WS-DAYS-SINCE =
6.18 261015                   FUNCTION INTEGER-OF-DATE(WS-RR-DATE) -
6.19 261015                   FUNCTION INTEGER-OF-DATE(IM-LAST-COUNT)
6.20 261015               IF WS-DAYS-SINCE NOT > WS-CLASS-DAYS
6.21 261015                  GO TO 650-EXIT
6.22 261015               END-IF
6.23 261015            END-IF.
6.24 261015            ADD 1 TO WS-OVERDUE.
6.25 261015            MOVE IM-ITEM-NUM   TO RPT-DUE-ITEM.
6.26 261015            MOVE IM-ITEM-NAME  TO RPT-DUE-NAME.
6.27 261015            MOVE IM-ABC-CLASS  TO RPT-DUE-CLASS.
6.28 261015            MOVE IM-LAST-COUNT TO RPT-LAST-COUNT.
6.29 261015            MOVE WS-DAYS-SINCE TO RPT-DAYS.
6.30 261015            MOVE WS-DUE-DETAIL TO RPT-LINE.
6.31 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
6.32 261015            ADD 1 TO WS-RR-WRITTEN.
6.33 261015        650-EXIT.
6.34 261015            EXIT.
6.35 261015        700-CLASS-DAYS.
6.36 261015       * the CYCFREQ row for the class, else A monthly, B quarterly
6.37 261015       * and C (or not yet classed) yearly
6.38 261015            MOVE IM-ABC-CLASS TO CF-CLASS.
6.39 261015            IF CF-CLASS NOT = 'A' AND NOT = 'B'
6.40 261015               MOVE 'C' TO CF-CLASS.
6.41 261015            READ CYCFREQ
6.42 261015                INVALID KEY
6.43 261015                   EVALUATE CF-CLASS
6.44 261015                      WHEN 'A'
6.45 261015                         MOVE 30 TO CF-DAYS
6.46 261015                      WHEN 'B'
6.47 261015                         MOVE 91 TO CF-DAYS
6.48 261015                      WHEN OTHER
6.49 261015                         MOVE 365 TO CF-DAYS
6.50 261015                   END-EVALUATE
6.51 261015            END-READ.
6.52 261015            MOVE CF-DAYS TO WS-CLASS-DAYS.
6.53 261015        700-EXIT.
6.54 261015            EXIT.
6.55 261015        900-CONTROL-BLOCK.
6.56 261015            MOVE SPACES TO RPT-LINE.
6.57 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
6.58 261015            MOVE 'CONTROL TOTALS' TO RPT-LINE.
6.59 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
6.60 261015            MOVE SPACES TO RPT-LINE.
6.61 261015            STRING 'JOURNAL ROWS READ ' DELIMITED SIZE
6.62 261015                   WS-JRN-READ DELIMITED SIZE
6.63 261015                   ' ITEMS CLASSED ' DELIMITED SIZE
6.64 261015                   WS-ITEMS-CLASSED DELIMITED SIZE
6.65 261015                   INTO RPT-LINE.
6.66 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
6.67 261015            MOVE SPACES TO RPT-LINE.
6.68 261015            STRING 'CLASS A ' DELIMITED SIZE
6.69 261015                   WS-CNT-A DELIMITED SIZE
6.70 261015                   ' VALUE ' DELIMITED SIZE
6.71 261015                   WS-VAL-A DELIMITED SIZE
6.72 261015                   INTO RPT-LINE.
6.73 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
6.74 261015            MOVE SPACES TO RPT-LINE.
6.75 261015            STRING 'CLASS B ' DELIMITED SIZE
6.76 261015                   WS-CNT-B DELIMITED SIZE
6.77 261015                   ' VALUE ' DELIMITED SIZE
6.78 261015                   WS-VAL-B DELIMITED SIZE
6.79 261015                   INTO RPT-LINE.
6.80 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
6.81 261015            MOVE SPACES TO RPT-LINE.
6.82 261015            STRING 'CLASS C ' DELIMITED SIZE
6.83 261015                   WS-CNT-C DELIMITED SIZE
6.84 261015                   ' VALUE ' DELIMITED SIZE
6.85 261015                   WS-VAL-C DELIMITED SIZE
6.86 261015                   INTO RPT-LINE.
6.87 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
6.88 261015            MOVE SPACES TO RPT-LINE.
6.89 261015            STRING 'CLASS CHANGES ' DELIMITED SIZE
6.90 261015                   WS-CHANGES DELIMITED SIZE
6.91 261015                   ' OVERDUE FOR COUNT ' DELIMITED SIZE
6.92 261015                   WS-OVERDUE DELIMITED SIZE
6.93 261015                   INTO RPT-LINE.
6.94 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
6.95 261015        900-EXIT.
6.96 261015            EXIT.
6.97 261015        950-REGISTER-START.
6.98 261015            ACCEPT WS-RR-DATE FROM DATE.
6.99 261015            ADD 20000000 TO WS-RR-DATE.
7.00 261015            ACCEPT WS-RR-TIME FROM TIME.
7.01 261015            MOVE SPACES TO WS-RR-RUNID.
7.02 261015            STRING WS-RR-DATE DELIMITED SIZE
7.03 261015                   WS-RR-TIME(1:6) DELIMITED SIZE
7.04 261015                   INTO WS-RR-RUNID.
7.05 261015            OPEN EXTEND RUNREG.
7.06 261015            MOVE 'ABCCLASS  ' TO RR-JOB.
7.07 261015            MOVE WS-RR-RUNID TO RR-RUNID.
7.08 261015            MOVE 'S'         TO RR-TYPE.
7.09 261015            MOVE WS-RR-DATE  TO RR-DATE.
7.10 261015            MOVE WS-RR-TIME  TO RR-TIME.
7.11 261015            MOVE 0           TO RR-READ RR-WRITTEN.
7.12 261015            MOVE '  '        TO RR-STATUS.
7.13 261015            WRITE RR-REC.
7.14 261015        950-EXIT.
7.15 261015            EXIT.
7.16 261015        960-REGISTER-END.
7.17 261015            ACCEPT WS-RR-TIME FROM TIME.
7.18 261015            MOVE 'ABCCLASS  ' TO RR-JOB.
7.19 261015            MOVE WS-RR-RUNID TO RR-RUNID.
7.20 261015            MOVE 'E'         TO RR-TYPE.
7.21 261015            MOVE WS-RR-DATE  TO RR-DATE.
7.22 261015            MOVE WS-RR-TIME  TO RR-TIME.
7.23 261015            MOVE WS-RR-READ    TO RR-READ.
7.24 261015            MOVE WS-RR-WRITTEN TO RR-WRITTEN.
7.25 261015            MOVE 'OK' TO RR-STATUS.
7.26 261015            IF WS-RPT-STATUS NOT = '00'
7.27 261015               MOVE 'ER' TO RR-STATUS
7.28 261015            END-IF.
7.29 261015            WRITE RR-REC.
7.30 261015            CLOSE RUNREG.
7.31 261015        960-EXIT.
7.32 261015            EXIT.
7.33 261015        HALT.
