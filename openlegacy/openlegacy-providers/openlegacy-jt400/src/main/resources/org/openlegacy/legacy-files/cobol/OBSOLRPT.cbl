1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. OBSOLRPT.
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
1.23 261015       * reserve percentage by age bucket - 06, 12 and 24 months; a
1.24 261015       * missing row falls back to 25, 50 and 100
1.25 261015            SELECT OBSRSV ASSIGN TO DATABASE-OBSRSV
1.26 261015                ORGANIZATION IS INDEXED
1.27 261015                ACCESS MODE IS DYNAMIC
1.28 261015                RECORD KEY IS OR-BUCKET
1.29 261015                FILE STATUS IS WS-RSV-STATUS.
1.30 261015       * work file, rebuilt every run - each item's last shipment and
1.31 261015       * last receipt from the journals
1.32 261015            SELECT OBSMOVE ASSIGN TO DATABASE-OBSMOVE
1.33 261015                ORGANIZATION IS INDEXED
1.34 261015                ACCESS MODE IS DYNAMIC
1.35 261015                RECORD KEY IS OM-ITEM-NUM
1.36 261015                FILE STATUS IS WS-MOV-STATUS.
1.37 261015            SELECT OBSRPT ASSIGN TO PRINTER-OBSOLRPT
1.38 261015                ORGANIZATION IS LINE SEQUENTIAL
1.39 261015                FILE STATUS IS WS-RPT-STATUS.
1.40 261015        DATA DIVISION.
1.41 261015        FILE SECTION.
1.42 261015        FD  RUNREG
1.43 261015                LABEL RECORD IS STANDARD.
1.44 261015        01  RR-REC.
1.45 261015           03 RR-JOB           PIC X(10).
1.46 261015           03 RR-RUNID         PIC X(14).
1.47 261015           03 RR-TYPE          PIC X.
1.48 261015           03 RR-DATE          PIC 9(8).
1.49 261015           03 RR-TIME          PIC 9(8).
1.50 261015           03 RR-READ          PIC 9(7).
1.51 261015           03 RR-WRITTEN       PIC 9(7).
1.52 261015           03 RR-STATUS        PIC X(2).
1.53 261015        FD  INVJRNL
1.54 261015                LABEL RECORD IS STANDARD.
1.55 261015        01  INVJRNL-REC.
1.56 261015           03  IJ-SEQ            PIC 9(12).
1.57 261015           03  IJ-ITEM-NUM       PIC 9(8).
1.58 261015           03  IJ-TRAN-TYPE      PIC X.
1.59 261015           03  IJ-QTY            PIC 9(5).
1.60 261015           03  IJ-REFERENCE      PIC X(10).
1.61 261015       * warehouse the movement belongs to - see INVENTRY
1.62 261015           03  IJ-WAREHOUSE      PIC X(3).
1.63 261015       * the effective posting date - see INVENTRY
1.64 261015           03  IJ-POST-DATE      PIC 9(8).
1.65 261015           03  IJ-OPERATOR-ID    PIC X(10).
1.66 261015           03  IJ-TIMESTAMP      PIC X(21).
1.67 261015           03  IJ-APPLIED        PIC X.
1.68 261015       * lot moved - see INVENTRY
1.69 261015           03  IJ-LOT-NUM        PIC X(12).
1.70 261015           03  IJ-EXPIRY-DATE    PIC 9(8).
7.09 261015           03  IJ-REASON         PIC X(4).
1.71 261015        FD  INVJRNLA
1.72 261015                LABEL RECORD IS STANDARD.
1.73 261015       * closed-period archive - see INVCLOSE
1.74 261015        01  INVJRNLA-REC.
1.75 261015           03  IJA-SEQ           PIC 9(12).
1.76 261015           03  IJA-ITEM-NUM      PIC 9(8).
1.77 261015           03  IJA-TRAN-TYPE     PIC X.
1.78 261015           03  IJA-QTY           PIC 9(5).
1.79 261015           03  IJA-REFERENCE     PIC X(10).
1.80 261015           03  IJA-WAREHOUSE     PIC X(3).
1.81 261015           03  IJA-POST-DATE     PIC 9(8).
1.82 261015           03  IJA-OPERATOR-ID   PIC X(10).
1.83 261015           03  IJA-TIMESTAMP     PIC X(21).
1.84 261015           03  IJA-APPLIED       PIC X.
1.85 261015           03  IJA-ARCH-DATE     PIC 9(8).
1.86 261015           03  IJA-LOT-NUM       PIC X(12).
1.87 261015           03  IJA-EXPIRY-DATE   PIC 9(8).
7.10 261015           03  IJA-REASON        PIC X(4).
1.88 261015        FD  ITEMMSTR
1.89 261015                LABEL RECORD IS STANDARD.
1.90 261015        01  ITEMMSTR-REC.
1.91 261015           03  IM-ITEM-NUM       PIC 9(8).
1.92 261015           03  IM-ITEM-NAME      PIC X(16).
1.93 261015           03  IM-DESCRIPTION    PIC X(28).
1.94 261015           03  IM-WEIGHT         PIC 9(4).
1.95 261015           03  IM-SHIP-METHOD    PIC X(10).
1.96 261015           03  IM-SHIP-DAYS      PIC 9(4).
1.97 261015           03  IM-UNIT-PRICE     PIC 9(5)V99.
1.98 261015           03  IM-QTY-ON-HAND    PIC 9(5).
1.99 261015           03  IM-REORDER-POINT  PIC 9(5).
2.00 261015           03  IM-CATEGORY       PIC X(16).
2.01 261015           03  IM-DESCRIPTION-LONG       PIC X(80).
2.02 261015       * lifecycle: A = active, D = discontinued
2.03 261015           03  IM-STATUS         PIC X.
2.04 261015       * last-changed stamp for optimistic locking - see UPDATEITEM
2.05 261015           03  IM-LAST-CHANGED   PIC X(21).
2.06 261015       * moving-average unit cost, maintained as receipts post -
2.07 261015       * IM-UNIT-PRICE is the selling price, this is what the
2.08 261015       * stock actually cost; STOCKVAL values at this
2.09 261015           03  IM-UNIT-COST      PIC 9(5)V99.
2.10 261015       * lot control - see INVPOST
2.11 261015           03  IM-LOT-CTRL       PIC X.
2.12 261015       * ABC class and last count date - see ABCCLASS
2.13 261015           03  IM-ABC-CLASS      PIC X.
2.14 261015           03  IM-LAST-COUNT     PIC 9(8).
2.15 261015        FD  OBSRSV
2.16 261015                LABEL RECORD IS STANDARD.
2.17 261015        01  OBSRSV-REC.
2.18 261015           03  OR-BUCKET         PIC 9(2).
2.19 261015           03  OR-PCT            PIC 9(3).
2.20 261015        FD  OBSMOVE
2.21 261015                LABEL RECORD IS STANDARD.
2.22 261015        01  OBSMOVE-REC.
2.23 261015           03  OM-ITEM-NUM       PIC 9(8).
2.24 261015           03  OM-LAST-SHIP      PIC 9(8).
2.25 261015           03  OM-LAST-RECV      PIC 9(8).
2.26 261015        FD  OBSRPT
2.27 261015                LABEL RECORD IS STANDARD.
2.28 261015        01  RPT-LINE          PIC X(80).
2.29 261015        WORKING-STORAGE SECTION.
2.30 261015        01  WS-RR-STATUS      PIC XX.
2.31 261015        01  WS-RR-RUNID       PIC X(14) VALUE SPACES.
2.32 261015        01  WS-RR-DATE        PIC 9(8) VALUE 0.
2.33 261015        01  WS-RR-TIME        PIC 9(8) VALUE 0.
2.34 261015        01  WS-RR-READ        PIC 9(7) VALUE 0.
2.35 261015        01  WS-RR-WRITTEN     PIC 9(7) VALUE 0.
2.36 261015        01  WS-JRN-STATUS     PIC XX.
2.37 261015        01  WS-ARC-STATUS     PIC XX.
2.38 261015        01  WS-FILE-STATUS    PIC XX.
2.39 261015        01  WS-RSV-STATUS     PIC XX.
2.40 261015        01  WS-MOV-STATUS     PIC XX.
2.41 261015        01  WS-RPT-STATUS     PIC XX.
2.42 261015        01  WS-JRN-END        PIC X VALUE 'N'.
2.43 261015           88 JRN-END               VALUE 'Y'.
2.44 261015        01  WS-MSTR-END       PIC X VALUE 'N'.
2.45 261015           88 MSTR-END              VALUE 'Y'.
2.46 261015        01  WS-MOVE-DATE      PIC 9(8) VALUE 0.
2.47 261015        01  WS-MOVE-TYPE      PIC X VALUE SPACE.
2.48 261015        01  WS-MOVE-REF       PIC X(10) VALUE SPACES.
2.49 261015        01  WS-MOVE-ITEM      PIC 9(8) VALUE 0.
2.50 261015        01  WS-MOVE-QTY       PIC 9(5) VALUE 0.
2.51 261015        01  WS-AS-OF          PIC 9(8) VALUE 0.
2.52 261015        01  WS-LAST-MOVE      PIC 9(8) VALUE 0.
2.53 261015        01  WS-DAYS-IDLE      PIC 9(5) VALUE 0.
2.54 261015       * 00 = moved inside six months, else 06, 12 or 24
2.55 261015        01  WS-BUCKET         PIC 9(2) VALUE 0.
2.56 261015        01  WS-RSV-PCT        PIC 9(3) VALUE 0.
2.57 261015        01  WS-PCT-06         PIC 9(3) VALUE 0.
2.58 261015        01  WS-PCT-12         PIC 9(3) VALUE 0.
2.59 261015        01  WS-PCT-24         PIC 9(3) VALUE 0.
2.60 261015        01  WS-EXT-COST       PIC 9(10)V99 VALUE 0.
2.61 261015        01  WS-RESERVE        PIC 9(10)V99 VALUE 0.
2.62 261015        01  WS-CATG-TBL.
2.63 261015           03  WS-CATG-O OCCURS 50.
2.64 261015              05  WS-CATG-NAME       PIC X(16).
2.65 261015              05  WS-CATG-COST       PIC 9(11)V99.
2.66 261015              05  WS-CATG-RSV        PIC 9(11)V99.
2.67 261015        01  WS-CATG-CNT       PIC 9(2) VALUE 0.
2.68 261015        01  I-CATG            PIC 9(2) VALUE 0.
2.69 261015        01  WS-CATG-FOUND     PIC X VALUE 'N'.
2.70 261015           88 CATG-FOUND            VALUE 'Y'.
2.71 261015       * control block
2.72 261015        01  WS-JRN-READ       PIC 9(7) VALUE 0.
2.73 261015        01  WS-CNT-06         PIC 9(7) VALUE 0.
2.74 261015        01  WS-CNT-12         PIC 9(7) VALUE 0.
2.75 261015        01  WS-CNT-24         PIC 9(7) VALUE 0.
2.76 261015        01  WS-COST-06        PIC 9(12)V99 VALUE 0.
2.77 261015        01  WS-COST-12        PIC 9(12)V99 VALUE 0.
2.78 261015        01  WS-COST-24        PIC 9(12)V99 VALUE 0.
2.79 261015        01  WS-RSV-06         PIC 9(12)V99 VALUE 0.
2.80 261015        01  WS-RSV-12         PIC 9(12)V99 VALUE 0.
2.81 261015        01  WS-RSV-24         PIC 9(12)V99 VALUE 0.
2.82 261015        01  WS-RSV-TOTAL      PIC 9(12)V99 VALUE 0.
2.83 261015        01  WS-DISPOSE-CNT    PIC 9(7) VALUE 0.
2.84 261015        01  WS-DISPOSE-COST   PIC 9(12)V99 VALUE 0.
2.85 261015        01  WS-CATG-LOST      PIC 9(7) VALUE 0.
2.86 261015        01  WS-RPT-HEAD.
2.87 261015           03  FILLER            PIC X(9)  VALUE 'ITEM'.
2.88 261015           03  FILLER            PIC X(17) VALUE 'NAME'.
2.89 261015           03  FILLER            PIC X(6)  VALUE 'ON HND'.
2.90 261015           03  FILLER            PIC X(9)  VALUE 'LAST MOVE'.
2.91 261015           03  FILLER            PIC X(4)  VALUE 'AGE'.
2.92 261015           03  FILLER            PIC X(13) VALUE '   COST VALUE'.
2.93 261015           03  FILLER            PIC X(13) VALUE '      RESERVE'.
2.94 261015        01  WS-RPT-DETAIL.
2.95 261015           03  RPT-ITEM-NUM      PIC Z(7)9.
2.96 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.97 261015           03  RPT-ITEM-NAME     PIC X(16).
2.98 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.99 261015           03  RPT-QTY           PIC Z(4)9.
3.00 261015           03  FILLER            PIC X(1) VALUE SPACES.
3.01 261015           03  RPT-LAST-MOVE     PIC 9(8).
3.02 261015           03  FILLER            PIC X(1) VALUE SPACES.
3.03 261015           03  RPT-AGE           PIC X(3).
3.04 261015           03  FILLER            PIC X(1) VALUE SPACES.
3.05 261015           03  RPT-COST          PIC Z(8)9.99.
3.06 261015           03  FILLER            PIC X(1) VALUE SPACES.
3.07 261015           03  RPT-RESERVE       PIC Z(8)9.99.
3.08 261015           03  FILLER            PIC X(1) VALUE SPACES.
3.09 261015           03  RPT-DISPOSE       PIC X(7).
3.10 261015        01  WS-CATG-DETAIL.
3.11 261015           03  RPT-CATG-NAME     PIC X(16).
3.12 261015           03  FILLER            PIC X(2) VALUE SPACES.
3.13 261015           03  RPT-CATG-COST     PIC Z(10)9.99.
3.14 261015           03  FILLER            PIC X(2) VALUE SPACES.
3.15 261015           03  RPT-CATG-RSV      PIC Z(10)9.99.
3.16 261015       * every report line is also registered in the ESRPTWRT
3.17 261015       * repository, so a purged spool no longer loses the report
3.18 261015        01  RW-PARAM.
3.19 261015           03  RW-JOB        PIC X(10) VALUE 'OBSOLRPT  '.
3.20 261015           03  RW-FUNC       PIC X     VALUE SPACE.
3.21 261015           03  RW-LINE       PIC X(132) VALUE SPACES.
3.22 261015        LINKAGE SECTION.
3.23 261015       * the date to age from, YYYYMMDD - 0 = today
3.24 261015        01 OBS-AS-OF         PIC 9(8).
3.25 261015        PROCEDURE DIVISION USING OBS-AS-OF.
3.26 261015        BEGIN.
3.27 261015       * quarterly slow-moving and obsolete stock report for the
3.28 261015       * obsolescence provision - each item's last customer shipment
3.29 261015       * and last receipt come from the live and archived journals,
3.30 261015       * and stock that has not moved in 6, 12 or 24 months or more
3.31 261015       * is valued at IM-UNIT-COST with the bucket's reserve
3.32 261015       * percentage as the suggested write-down, subtotalled by
3.33 261015       * category. Discontinued items still holding stock are listed
3.34 261015       * whatever their age and marked DISPOSE
3.35 261015            PERFORM 950-REGISTER-START.
3.36 261015            MOVE OBS-AS-OF TO WS-AS-OF.
3.37 261015            IF WS-AS-OF = 0
3.38 261015               MOVE WS-RR-DATE TO WS-AS-OF.
3.39 261015            OPEN INPUT INVJRNL.
3.40 261015            OPEN INPUT INVJRNLA.
3.41 261015            OPEN INPUT ITEMMSTR.
3.42 261015            OPEN INPUT OBSRSV.
3.43 261015            OPEN OUTPUT OBSMOVE.
3.44 261015            CLOSE OBSMOVE.
3.45 261015            OPEN I-O OBSMOVE.
3.46 261015            OPEN OUTPUT OBSRPT.
3.47 261015            PERFORM 100-LOAD-PCTS THRU 100-EXIT.
3.48 261015            MOVE 'O' TO RW-FUNC.
3.49 261015            CALL 'ESRPTWRT' USING RW-PARAM.
3.50 261015            MOVE SPACES TO RPT-LINE.
3.51 261015            STRING 'SLOW-MOVING AND OBSOLETE STOCK AS OF ' DELIMITED SIZE
3.52 261015                   WS-AS-OF DELIMITED SIZE
3.53 261015                   INTO RPT-LINE.
3.54 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
3.55 261015            MOVE WS-RPT-HEAD TO RPT-LINE.
3.56 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
3.57 261015            PERFORM 200-LIVE-JOURNAL THRU 200-EXIT.
3.58 261015            PERFORM 250-ARCHIVE THRU 250-EXIT.
3.59 261015            MOVE 'N' TO WS-MSTR-END.
3.60 261015            MOVE LOW-VALUES TO IM-ITEM-NUM.
3.61 261015            START ITEMMSTR
3.62 261015                KEY NOT LESS IM-ITEM-NUM
3.63 261015                INVALID KEY
3.64 261015                   SET MSTR-END TO TRUE.
3.65 261015            PERFORM UNTIL MSTR-END
3.66 261015               READ ITEMMSTR NEXT
3.67 261015                   AT END
3.68 261015                      SET MSTR-END TO TRUE
3.69 261015                   NOT AT END
3.70 261015                      ADD 1 TO WS-RR-READ
3.71 261015                      IF IM-QTY-ON-HAND > 0
3.72 261015                         PERFORM 400-AGE-ITEM THRU 400-EXIT
3.73 261015                      END-IF
3.74 261015               END-READ
3.75 261015            END-PERFORM.
3.76 261015            PERFORM 700-CATEGORY-TOTALS THRU 700-EXIT.
3.77 261015            PERFORM 900-CONTROL-BLOCK THRU 900-EXIT.
3.78 261015            CLOSE INVJRNL.
3.79 261015            CLOSE INVJRNLA.
3.80 261015            CLOSE ITEMMSTR.
3.81 261015            CLOSE OBSRSV.
3.82 261015            CLOSE OBSMOVE.
3.83 261015            MOVE 'C' TO RW-FUNC.
3.84 261015            CALL 'ESRPTWRT' USING RW-PARAM.
3.85 261015            PERFORM 960-REGISTER-END.
3.86 261015            CLOSE OBSRPT.
3.87 261015            STOP RUN.
3.88 261015        100-LOAD-PCTS.
3.89 261015            MOVE 06 TO OR-BUCKET.
3.90 261015            READ OBSRSV
3.91 261015                INVALID KEY
3.92 261015                   MOVE 25 TO OR-PCT.
3.93 261015            MOVE OR-PCT TO WS-PCT-06.
3.94 261015            MOVE 12 TO OR-BUCKET.
3.95 261015            READ OBSRSV
3.96 261015                INVALID KEY
3.97 261015                   MOVE 50 TO OR-PCT.
3.98 261015            MOVE OR-PCT TO WS-PCT-12.
3.99 261015            MOVE 24 TO OR-BUCKET.
4.00 261015            READ OBSRSV
4.01 261015                INVALID KEY
4.02 261015                   MOVE 100 TO OR-PCT.
4.03 261015            MOVE OR-PCT TO WS-PCT-24.
4.04 261015        100-EXIT.
4.05 261015            EXIT.
4.06 261015        150-PUT-LINE.
4.07 261015            MOVE RPT-LINE TO RW-LINE.
4.08 261015            WRITE RPT-LINE.
4.09 261015            MOVE 'L' TO RW-FUNC.
4.10 261015            CALL 'ESRPTWRT' USING RW-PARAM.
4.11 261015        150-EXIT.
4.12 261015            EXIT.
4.13 261015        200-LIVE-JOURNAL.
4.14 261015            MOVE 'N' TO WS-JRN-END.
4.15 261015            MOVE LOW-VALUES TO IJ-SEQ.
4.16 261015            START INVJRNL
4.17 261015                KEY NOT LESS IJ-SEQ
4.18 261015                INVALID KEY
4.19 261015                   SET JRN-END TO TRUE.
4.20 261015            PERFORM UNTIL JRN-END
4.21 261015               READ INVJRNL NEXT
4.22 261015                   AT END
4.23 261015                      SET JRN-END TO TRUE
4.24 261015                   NOT AT END
4.25 261015                      ADD 1 TO WS-JRN-READ
4.26 261015                      MOVE IJ-POST-DATE   TO WS-MOVE-DATE
4.27 261015                      MOVE IJ-TRAN-TYPE   TO WS-MOVE-TYPE
4.28 261015                      MOVE IJ-REFERENCE   TO WS-MOVE-REF
4.29 261015                      MOVE IJ-ITEM-NUM    TO WS-MOVE-ITEM
4.30 261015                      MOVE IJ-QTY         TO WS-MOVE-QTY
4.31 261015                      PERFORM 300-LAST-MOVE THRU 300-EXIT
4.32 261015               END-READ
4.33 261015            END-PERFORM.
4.34 261015        200-EXIT.
4.35 261015            EXIT.
4.36 261015        250-ARCHIVE.
4.37 261015            MOVE 'N' TO WS-JRN-END.
4.38 261015            MOVE LOW-VALUES TO IJA-SEQ.
4.39 261015            START INVJRNLA
4.40 261015                KEY NOT LESS IJA-SEQ
4.41 261015                INVALID KEY
4.42 261015                   SET JRN-END TO TRUE.
4.43 261015            PERFORM UNTIL JRN-END
4.44 261015               READ INVJRNLA NEXT
4.45 261015                   AT END
4.46 261015                      SET JRN-END TO TRUE
4.47 261015                   NOT AT END
4.48 261015                      ADD 1 TO WS-JRN-READ
4.49 261015                      MOVE IJA-POST-DATE  TO WS-MOVE-DATE
4.50 261015                      MOVE IJA-TRAN-TYPE  TO WS-MOVE-TYPE
4.51 261015                      MOVE IJA-REFERENCE  TO WS-MOVE-REF
4.52 261015                      MOVE IJA-ITEM-NUM   TO WS-MOVE-ITEM
4.53 261015                      MOVE IJA-QTY        TO WS-MOVE-QTY
4.54 261015                      PERFORM 300-LAST-MOVE THRU 300-EXIT
4.55 261015               END-READ
4.56 261015            END-PERFORM.
4.57 261015        250-EXIT.
4.58 261015            EXIT.
4.59 261015        300-LAST-MOVE.
4.60 261015       * a customer shipment or a receipt from outside - transfers
4.61 261015       * between warehouses move nothing at company level
4.62 261015            IF WS-MOVE-REF(1:2) = 'XF' OR
4.63 261015               WS-MOVE-DATE > WS-AS-OF
4.64 261015               GO TO 300-EXIT.
4.65 261015            IF WS-MOVE-TYPE = 'S' AND WS-MOVE-REF(1:2) NOT = 'OR'
4.66 261015               GO TO 300-EXIT.
4.67 261015            IF WS-MOVE-TYPE NOT = 'S' AND NOT = 'R'
4.68 261015               GO TO 300-EXIT.
4.69 261015            MOVE WS-MOVE-ITEM TO OM-ITEM-NUM.
4.70 261015            READ OBSMOVE
4.71 261015                INVALID KEY
4.72 261015                   MOVE 0 TO OM-LAST-SHIP OM-LAST-RECV
4.73 261015                   WRITE OBSMOVE-REC
4.74 261015            END-READ.
4.75 261015            IF WS-MOVE-TYPE = 'S'
4.76 261015               IF WS-MOVE-DATE > OM-LAST-SHIP
4.77 261015                  MOVE WS-MOVE-DATE TO OM-LAST-SHIP
4.78 261015               END-IF
4.79 261015            ELSE
4.80 261015               IF WS-MOVE-DATE > OM-LAST-RECV
4.81 261015                  MOVE WS-MOVE-DATE TO OM-LAST-RECV
4.82 261015               END-IF
4.83 261015            END-IF.
4.84 261015            REWRITE OBSMOVE-REC.
4.85 261015        300-EXIT.
4.86 261015            EXIT.
4.87 261015        400-AGE-ITEM.
4.88 261015       * the later of the last shipment and the last receipt; an item
4.89 261015       * with neither on the journals is aged as the oldest bucket
4.90 261015            MOVE IM-ITEM-NUM TO OM-ITEM-NUM.
4.91 261015            READ OBSMOVE
4.92 261015                INVALID KEY
4.93 261015                   MOVE 0 TO OM-LAST-SHIP OM-LAST-RECV.
4.94 261015            MOVE OM-LAST-SHIP TO WS-LAST-MOVE.
4.95 261015            IF OM-LAST-RECV > WS-LAST-MOVE
4.96 261015               MOVE OM-LAST-RECV TO WS-LAST-MOVE.
4.97 261015            MOVE 24 TO WS-BUCKET.
4.98 261015            IF WS-LAST-MOVE > 0
4.99 261015               COMPUTE WS-DAYS-IDLE =
5.00 261015                   FUNCTION INTEGER-OF-DATE(WS-AS-OF) -
5.01 261015                   FUNCTION INTEGER-OF-DATE(WS-LAST-MOVE)
5.02 261015               EVALUATE TRUE
5.03 261015                  WHEN WS-DAYS-IDLE NOT < 730
5.04 261015                     MOVE 24 TO WS-BUCKET
5.05 261015                  WHEN WS-DAYS-IDLE NOT < 365
5.06 261015                     MOVE 12 TO WS-BUCKET
5.07 261015                  WHEN WS-DAYS-IDLE NOT < 182
5.08 261015                     MOVE 06 TO WS-BUCKET
5.09 261015                  WHEN OTHER
5.10 261015                     MOVE 00 TO WS-BUCKET
5.11 261015               END-EVALUATE
5.12 261015            END-IF.
5.13 261015            IF WS-BUCKET = 0 AND IM-STATUS NOT = 'D'
5.14 261015               GO TO 400-EXIT.
5.15 261015            COMPUTE WS-EXT-COST = IM-QTY-ON-HAND * IM-UNIT-COST.
5.16 261015            EVALUATE WS-BUCKET
5.17 261015               WHEN 06
5.18 261015                  MOVE WS-PCT-06 TO WS-RSV-PCT
5.19 261015                  MOVE '6M'  TO RPT-AGE
5.20 261015               WHEN 12
5.21 261015                  MOVE WS-PCT-12 TO WS-RSV-PCT
5.22 261015                  MOVE '12M' TO RPT-AGE
5.23 261015               WHEN 24
5.24 261015                  MOVE WS-PCT-24 TO WS-RSV-PCT
5.25 261015                  MOVE '24M' TO RPT-AGE
5.26 261015               WHEN OTHER
5.27 261015                  MOVE 0 TO WS-RSV-PCT
5.28 261015                  MOVE SPACES TO RPT-AGE
5.29 261015            END-EVALUATE.
5.30 261015            COMPUTE WS-RESERVE ROUNDED =
5.31 261015                WS-EXT-COST * WS-RSV-PCT / 100.
5.32 261015            EVALUATE WS-BUCKET
5.33 261015               WHEN 06
5.34 261015                  ADD 1 TO WS-CNT-06
5.35 261015                  ADD WS-EXT-COST TO WS-COST-06
5.36 261015                  ADD WS-RESERVE TO WS-RSV-06
5.37 261015               WHEN 12
5.38 261015                  ADD 1 TO WS-CNT-12
5.39 261015                  ADD WS-EXT-COST TO WS-COST-12
5.40 261015                  ADD WS-RESERVE TO WS-RSV-12
5.41 261015               WHEN 24
5.42 261015                  ADD 1 TO WS-CNT-24
5.43 261015                  ADD WS-EXT-COST TO WS-COST-24
5.44 261015                  ADD WS-RESERVE TO WS-RSV-24
5.45 261015            END-EVALUATE.
5.46 261015            ADD WS-RESERVE TO WS-RSV-TOTAL.
5.47 261015            MOVE SPACES TO RPT-DISPOSE.
5.48 261015            IF IM-STATUS = 'D'
5.49 261015               MOVE 'DISPOSE' TO RPT-DISPOSE
5.50 261015               ADD 1 TO WS-DISPOSE-CNT
5.51 261015               ADD WS-EXT-COST TO WS-DISPOSE-COST
5.52 261015            END-IF.
5.53 261015            MOVE IM-ITEM-NUM    TO RPT-ITEM-NUM.
5.54 261015            MOVE IM-ITEM-NAME   TO RPT-ITEM-NAME.
5.55 261015            MOVE IM-QTY-ON-HAND TO RPT-QTY.
5.56 261015            MOVE WS-LAST-MOVE   TO RPT-LAST-MOVE.
5.57 261015            MOVE WS-EXT-COST    TO RPT-COST.
5.58 261015            MOVE WS-RESERVE     TO RPT-RESERVE.
5.59 261015            MOVE WS-RPT-DETAIL  TO RPT-LINE.
5.60 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
5.61 261015            ADD 1 TO WS-RR-WRITTEN.
5.62 261015            MOVE 'N' TO WS-CATG-FOUND.
5.63 261015            PERFORM VARYING I-CATG FROM 1 BY 1
5.64 261015                    UNTIL I-CATG > WS-CATG-CNT
5.65 261015               IF WS-CATG-NAME(I-CATG) = IM-CATEGORY
5.66 261015                  ADD WS-EXT-COST TO WS-CATG-COST(I-CATG)
5.67 261015                  ADD WS-RESERVE  TO WS-CATG-RSV(I-CATG)
5.68 261015                  SET CATG-FOUND TO TRUE
5.69 261015                  COMPUTE I-CATG = WS-CATG-CNT + 1
5.70 261015               END-IF
5.71 261015            END-PERFORM.
5.72 261015            IF NOT CATG-FOUND
5.73 261015               IF WS-CATG-CNT < 50
5.74 261015                  ADD 1 TO WS-CATG-CNT
5.75 261015                  MOVE IM-CATEGORY TO WS-CATG-NAME(WS-CATG-CNT)
5.76 261015                  MOVE WS-EXT-COST TO WS-CATG-COST(WS-CATG-CNT)
5.77 261015                  MOVE WS-RESERVE  TO WS-CATG-RSV(WS-CATG-CNT)
5.78 261015               ELSE
5.79 261015                  ADD 1 TO WS-CATG-LOST
5.80 261015               END-IF
5.81 261015            END-IF.
5.82 261015        400-EXIT.
5.83 261015            EXIT.
5.84 261015        700-CATEGORY-TOTALS.
5.85 261015            MOVE SPACES TO RPT-LINE.
5.86 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
5.87 261015            MOVE 'SUBTOTALS BY CATEGORY' TO RPT-LINE.
5.88 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
5.89 261015            MOVE 'CATEGORY              COST VALUE           RESERVE'
5.90 261015                TO RPT-LINE.
5.91 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
5.92 261015            PERFORM VARYING I-CATG FROM 1 BY 1
5.93 261015                    UNTIL I-CATG > WS-CATG-CNT
5.94 261015               MOVE WS-CATG-NAME(I-CATG) TO RPT-CATG-NAME
5.95 261015               MOVE WS-CATG-COST(I-CATG) TO RPT-CATG-COST
5.96 261015               MOVE WS-CATG-RSV(I-CATG)  TO RPT-CATG-RSV
5.97 261015               MOVE WS-CATG-DETAIL TO RPT-LINE
5.98 261015               PERFORM 150-PUT-LINE THRU 150-EXIT
5.99 261015            END-PERFORM.
6.00 261015        700-EXIT.
6.01 261015            EXIT.
6.02 261015        900-CONTROL-BLOCK.
6.03 261015            MOVE SPACES TO RPT-LINE.
6.04 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
6.05 261015            MOVE 'CONTROL TOTALS' TO RPT-LINE.
6.06 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
6.07 261015            MOVE SPACES TO RPT-LINE.
6.08 261015            STRING 'ITEMS READ ' DELIMITED SIZE
6.09 261015                   WS-RR-READ DELIMITED SIZE
6.10 261015                   ' JOURNAL ROWS READ ' DELIMITED SIZE
6.11 261015                   WS-JRN-READ DELIMITED SIZE
6.12 261015                   INTO RPT-LINE.
6.13 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
6.14 261015            MOVE SPACES TO RPT-LINE.
6.15 261015            STRING '6-12 MONTHS ' DELIMITED SIZE
6.16 261015                   WS-CNT-06 DELIMITED SIZE
6.17 261015                   ' COST ' DELIMITED SIZE
6.18 261015                   WS-COST-06 DELIMITED SIZE
6.19 261015                   ' RSV ' DELIMITED SIZE
6.20 261015                   WS-RSV-06 DELIMITED SIZE
6.21 261015                   ' AT ' DELIMITED SIZE
6.22 261015                   WS-PCT-06 DELIMITED SIZE
6.23 261015                   '%' DELIMITED SIZE
6.24 261015                   INTO RPT-LINE.
6.25 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
6.26 261015            MOVE SPACES TO RPT-LINE.
6.27 261015            STRING '12-24 MONTHS ' DELIMITED SIZE
6.28 261015                   WS-CNT-12 DELIMITED SIZE
6.29 261015                   ' COST ' DELIMITED SIZE
6.30 261015                   WS-COST-12 DELIMITED SIZE
6.31 261015                   ' RSV ' DELIMITED SIZE
6.32 261015                   WS-RSV-12 DELIMITED SIZE
6.33 261015                   ' AT ' DELIMITED SIZE
6.34 261015                   WS-PCT-12 DELIMITED SIZE
6.35 261015                   '%' DELIMITED SIZE
6.36 261015                   INTO RPT-LINE.
6.37 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
6.38 261015            MOVE SPACES TO RPT-LINE.
6.39 261015            STRING '24+ MONTHS ' DELIMITED SIZE
6.40 261015                   WS-CNT-24 DELIMITED SIZE
6.41 261015                   ' COST ' DELIMITED SIZE
6.42 261015                   WS-COST-24 DELIMITED SIZE
6.43 261015                   ' RSV ' DELIMITED SIZE
6.44 261015                   WS-RSV-24 DELIMITED SIZE
6.45 261015                   ' AT ' DELIMITED SIZE
6.46 261015                   WS-PCT-24 DELIMITED SIZE
6.47 261015                   '%' DELIMITED SIZE
6.48 261015                   INTO RPT-LINE.
6.49 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
6.50 261015            MOVE SPACES TO RPT-LINE.
6.51 261015            STRING 'SUGGESTED WRITE-DOWN ' DELIMITED SIZE
6.52 261015                   WS-RSV-TOTAL DELIMITED SIZE
6.53 261015                   INTO RPT-LINE.
6.54 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
6.55 261015            MOVE SPACES TO RPT-LINE.
6.56 261015            STRING 'DISCONTINUED FOR DISPOSAL ' DELIMITED SIZE
6.57 261015                   WS-DISPOSE-CNT DELIMITED SIZE
6.58 261015                   ' COST ' DELIMITED SIZE
6.59 261015                   WS-DISPOSE-COST DELIMITED SIZE
6.60 261015                   INTO RPT-LINE.
6.61 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
6.62 261015            IF WS-CATG-LOST > 0
6.63 261015               MOVE SPACES TO RPT-LINE
6.64 261015               STRING 'ITEMS OVER 50 CATEGORIES - NOT SUBTOTALLED '
6.65 261015                          DELIMITED SIZE
6.66 261015                      WS-CATG-LOST DELIMITED SIZE
6.67 261015                      INTO RPT-LINE
6.68 261015               PERFORM 150-PUT-LINE THRU 150-EXIT
6.69 261015            END-IF.
6.70 261015        900-EXIT.
6.71 261015            EXIT.
6.72 261015        950-REGISTER-START.
6.73 261015            ACCEPT WS-RR-DATE FROM DATE.
6.74 261015            ADD 20000000 TO WS-RR-DATE.
6.75 261015            ACCEPT WS-RR-TIME FROM TIME.
6.76 261015            MOVE SPACES TO WS-RR-RUNID.
6.77 261015            STRING WS-RR-DATE DELIMITED SIZE
6.78 261015                   WS-RR-TIME(1:6) DELIMITED SIZE
6.79 261015                   INTO WS-RR-RUNID.
6.80 261015            OPEN EXTEND RUNREG.
6.81 261015            MOVE 'OBSOLRPT  ' TO RR-JOB.
6.82 261015            MOVE WS-RR-RUNID TO RR-RUNID.
6.83 261015            MOVE 'S'         TO RR-TYPE.
6.84 261015            MOVE WS-RR-DATE  TO RR-DATE.
6.85 261015            MOVE WS-RR-TIME  TO RR-TIME.
6.86 261015            MOVE 0           TO RR-READ RR-WRITTEN.
6.87 261015            MOVE '  '        TO RR-STATUS.
6.88 261015            WRITE RR-REC.
6.89 261015        950-EXIT.
6.90 261015            EXIT.
6.91 261015        960-REGISTER-END.
6.92 261015            ACCEPT WS-RR-TIME FROM TIME.
6.93 261015            MOVE 'OBSOLRPT  ' TO RR-JOB.
6.94 261015            MOVE WS-RR-RUNID TO RR-RUNID.
6.95 261015            MOVE 'E'         TO RR-TYPE.
6.96 261015            MOVE WS-RR-DATE  TO RR-DATE.
6.97 261015            MOVE WS-RR-TIME  TO RR-TIME.
6.98 261015            MOVE WS-RR-READ    TO RR-READ.
6.99 261015            MOVE WS-RR-WRITTEN TO RR-WRITTEN.
7.00 261015            MOVE 'OK' TO RR-STATUS.
7.01 261015            IF WS-RPT-STATUS NOT = '00'
7.02 261015               MOVE 'ER' TO RR-STATUS
7.03 261015            END-IF.
7.04 261015            WRITE RR-REC.
7.05 261015            CLOSE RUNREG.
7.06 261015        960-EXIT.
7.07 261015            EXIT.
7.08 261015        HALT.
