1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. SHRKRPT.
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
1.23 261015            SELECT ADJRSN ASSIGN TO DATABASE-ADJRSN
1.24 261015                ORGANIZATION IS INDEXED
1.25 261015                ACCESS MODE IS DYNAMIC
1.26 261015                RECORD KEY IS AJ-CODE
1.27 261015                FILE STATUS IS WS-RSN-STATUS.
1.28 261015       * work files, rebuilt every run - net loss by reason,
1.29 261015       * category and warehouse; by reason and item; and the items
1.30 261015       * of each reason in descending order of loss value
1.31 261015            SELECT SHKSUM ASSIGN TO DATABASE-SHKSUM
1.32 261015                ORGANIZATION IS INDEXED
1.33 261015                ACCESS MODE IS DYNAMIC
1.34 261015                RECORD KEY IS SS-KEY
1.35 261015                FILE STATUS IS WS-SUM-STATUS.
1.36 261015            SELECT SHKITEM ASSIGN TO DATABASE-SHKITEM
1.37 261015                ORGANIZATION IS INDEXED
1.38 261015                ACCESS MODE IS DYNAMIC
1.39 261015                RECORD KEY IS SI-KEY
1.40 261015                FILE STATUS IS WS-ITM-STATUS.
1.41 261015            SELECT SHKRANK ASSIGN TO DATABASE-SHKRANK
1.42 261015                ORGANIZATION IS INDEXED
1.43 261015                ACCESS MODE IS DYNAMIC
1.44 261015                RECORD KEY IS SR-KEY
1.45 261015                FILE STATUS IS WS-RNK-STATUS.
1.46 261015            SELECT SHKRPT ASSIGN TO PRINTER-SHRKRPT
1.47 261015                ORGANIZATION IS LINE SEQUENTIAL
1.48 261015                FILE STATUS IS WS-RPT-STATUS.
1.49 261015        DATA DIVISION.
1.50 261015        FILE SECTION.
1.51 261015        FD  RUNREG
1.52 261015                LABEL RECORD IS STANDARD.
1.53 261015        01  RR-REC.
1.54 261015           03 RR-JOB           PIC X(10).
1.55 261015           03 RR-RUNID         PIC X(14).
1.56 261015           03 RR-TYPE          PIC X.
1.57 261015           03 RR-DATE          PIC 9(8).
1.58 261015           03 RR-TIME          PIC 9(8).
1.59 261015           03 RR-READ          PIC 9(7).
1.60 261015           03 RR-WRITTEN       PIC 9(7).
1.61 261015           03 RR-STATUS        PIC X(2).
1.62 261015        FD  INVJRNL
1.63 261015                LABEL RECORD IS STANDARD.
1.64 261015        01  INVJRNL-REC.
1.65 261015           03  IJ-SEQ            PIC 9(12).
1.66 261015           03  IJ-ITEM-NUM       PIC 9(8).
1.67 261015           03  IJ-TRAN-TYPE      PIC X.
1.68 261015           03  IJ-QTY            PIC 9(5).
1.69 261015           03  IJ-REFERENCE      PIC X(10).
1.70 261015       * warehouse the movement belongs to - see INVENTRY
1.71 261015           03  IJ-WAREHOUSE      PIC X(3).
1.72 261015       * the effective posting date - see INVENTRY
1.73 261015           03  IJ-POST-DATE      PIC 9(8).
1.74 261015           03  IJ-OPERATOR-ID    PIC X(10).
1.75 261015           03  IJ-TIMESTAMP      PIC X(21).
1.76 261015           03  IJ-APPLIED        PIC X.
1.77 261015       * lot moved - see INVENTRY
1.78 261015           03  IJ-LOT-NUM        PIC X(12).
1.79 261015           03  IJ-EXPIRY-DATE    PIC 9(8).
1.80 261015       * adjustment reason - see INVENTRY
1.81 261015           03  IJ-REASON         PIC X(4).
1.82 261015        FD  INVJRNLA
1.83 261015                LABEL RECORD IS STANDARD.
1.84 261015       * closed-period archive - see INVCLOSE
1.85 261015        01  INVJRNLA-REC.
1.86 261015           03  IJA-SEQ           PIC 9(12).
1.87 261015           03  IJA-ITEM-NUM      PIC 9(8).
1.88 261015           03  IJA-TRAN-TYPE     PIC X.
1.89 261015           03  IJA-QTY           PIC 9(5).
1.90 261015           03  IJA-REFERENCE     PIC X(10).
1.91 261015           03  IJA-WAREHOUSE     PIC X(3).
1.92 261015           03  IJA-POST-DATE     PIC 9(8).
1.93 261015           03  IJA-OPERATOR-ID   PIC X(10).
1.94 261015           03  IJA-TIMESTAMP     PIC X(21).
1.95 261015           03  IJA-APPLIED       PIC X.
1.96 261015           03  IJA-ARCH-DATE     PIC 9(8).
1.97 261015           03  IJA-LOT-NUM       PIC X(12).
1.98 261015           03  IJA-EXPIRY-DATE   PIC 9(8).
1.99 261015           03  IJA-REASON        PIC X(4).
2.00 261015        FD  ITEMMSTR
2.01 261015                LABEL RECORD IS STANDARD.
2.02 261015        01  ITEMMSTR-REC.
2.03 261015           03  IM-ITEM-NUM       PIC 9(8).
2.04 261015           03  IM-ITEM-NAME      PIC X(16).
2.05 261015           03  IM-DESCRIPTION    PIC X(28).
2.06 261015           03  IM-WEIGHT         PIC 9(4).
2.07 261015           03  IM-SHIP-METHOD    PIC X(10).
2.08 261015           03  IM-SHIP-DAYS      PIC 9(4).
2.09 261015           03  IM-UNIT-PRICE     PIC 9(5)V99.
2.10 261015           03  IM-QTY-ON-HAND    PIC 9(5).
2.11 261015           03  IM-REORDER-POINT  PIC 9(5).
2.12 261015           03  IM-CATEGORY       PIC X(16).
2.13 261015           03  IM-DESCRIPTION-LONG       PIC X(80).
2.14 261015       * lifecycle: A = active, D = discontinued
2.15 261015           03  IM-STATUS         PIC X.
2.16 261015       * last-changed stamp for optimistic locking - see UPDATEITEM
2.17 261015           03  IM-LAST-CHANGED   PIC X(21).
2.18 261015       * moving-average unit cost, maintained as receipts post -
2.19 261015       * IM-UNIT-PRICE is the selling price, this is what the
2.20 261015       * stock actually cost; STOCKVAL values at this
2.21 261015           03  IM-UNIT-COST      PIC 9(5)V99.
2.22 261015       * lot control - see INVPOST
2.23 261015           03  IM-LOT-CTRL       PIC X.
2.24 261015       * ABC class and last count date - see ABCCLASS
2.25 261015           03  IM-ABC-CLASS      PIC X.
2.26 261015           03  IM-LAST-COUNT     PIC 9(8).
2.27 261015        FD  ADJRSN
2.28 261015                LABEL RECORD IS STANDARD.
2.29 261015       * adjustment reason codes - see RSNMNT
2.30 261015        01  ADJRSN-REC.
2.31 261015           03  AJ-CODE           PIC X(4).
2.32 261015           03  AJ-DESC           PIC X(20).
2.33 261015           03  AJ-ACTIVE         PIC X.
2.34 261015        FD  SHKSUM
2.35 261015                LABEL RECORD IS STANDARD.
2.36 261015        01  SHKSUM-REC.
2.37 261015           03  SS-KEY.
2.38 261015              05  SS-REASON      PIC X(4).
2.39 261015              05  SS-CATEGORY    PIC X(16).
2.40 261015              05  SS-WHSE        PIC X(3).
2.41 261015           03  SS-QTY            PIC S9(7).
2.42 261015           03  SS-VALUE          PIC S9(11)V99.
2.43 261015        FD  SHKITEM
2.44 261015                LABEL RECORD IS STANDARD.
2.45 261015        01  SHKITEM-REC.
2.46 261015           03  SI-KEY.
2.47 261015              05  SI-REASON      PIC X(4).
2.48 261015              05  SI-ITEM-NUM    PIC 9(8).
2.49 261015           03  SI-QTY            PIC S9(7).
2.50 261015           03  SI-VALUE          PIC S9(11)V99.
2.51 261015        FD  SHKRANK
2.52 261015                LABEL RECORD IS STANDARD.
2.53 261015        01  SHKRANK-REC.
2.54 261015           03  SR-KEY.
2.55 261015              05  SR-REASON      PIC X(4).
2.56 261015       * complement of the loss value, so reading up the key gives
2.57 261015       * each reason's items largest loss first
2.58 261015              05  SR-VALUE-DESC  PIC 9(11)V99.
2.59 261015              05  SR-ITEM-NUM    PIC 9(8).
2.60 261015           03  SR-QTY            PIC S9(7).
2.61 261015           03  SR-VALUE          PIC S9(11)V99.
2.62 261015        FD  SHKRPT
2.63 261015                LABEL RECORD IS STANDARD.
2.64 261015        01  RPT-LINE          PIC X(80).
2.65 261015        WORKING-STORAGE SECTION.
2.66 261015        01  WS-RR-STATUS      PIC XX.
2.67 261015        01  WS-RR-RUNID       PIC X(14) VALUE SPACES.
2.68 261015        01  WS-RR-DATE        PIC 9(8) VALUE 0.
2.69 261015        01  WS-RR-TIME        PIC 9(8) VALUE 0.
2.70 261015        01  WS-RR-READ        PIC 9(7) VALUE 0.
2.71 261015        01  WS-RR-WRITTEN     PIC 9(7) VALUE 0.
2.72 261015        01  WS-JRN-STATUS     PIC XX.
2.73 261015        01  WS-ARC-STATUS     PIC XX.
2.74 261015        01  WS-FILE-STATUS    PIC XX.
2.75 261015        01  WS-RSN-STATUS     PIC XX.
2.76 261015        01  WS-SUM-STATUS     PIC XX.
2.77 261015        01  WS-ITM-STATUS     PIC XX.
2.78 261015        01  WS-RNK-STATUS     PIC XX.
2.79 261015        01  WS-RPT-STATUS     PIC XX.
2.80 261015        01  WS-JRN-END        PIC X VALUE 'N'.
2.81 261015           88 JRN-END               VALUE 'Y'.
2.82 261015        01  WS-WORK-END       PIC X VALUE 'N'.
2.83 261015           88 WORK-END              VALUE 'Y'.
2.84 261015        01  WS-PERIOD         PIC 9(6) VALUE 0.
2.85 261015        01  WS-PERIOD-R REDEFINES WS-PERIOD.
2.86 261015           03  WS-PERIOD-YYYY    PIC 9(4).
2.87 261015           03  WS-PERIOD-MM      PIC 9(2).
2.88 261015        01  WS-MOVE-PERIOD    PIC 9(6) VALUE 0.
2.89 261015        01  WS-MOVE-DATE      PIC 9(8) VALUE 0.
2.90 261015        01  WS-MOVE-TYPE      PIC X VALUE SPACE.
2.91 261015        01  WS-MOVE-ITEM      PIC 9(8) VALUE 0.
2.92 261015        01  WS-MOVE-QTY       PIC 9(5) VALUE 0.
2.93 261015        01  WS-MOVE-WHSE      PIC X(3) VALUE SPACES.
2.94 261015        01  WS-MOVE-REASON    PIC X(4) VALUE SPACES.
2.95 261015       * a loss is positive - shipments and scrap out; adjustments
2.96 261015       * and receipts in under a reason are negative (found stock)
2.97 261015        01  WS-LOSS-QTY       PIC S9(7) VALUE 0.
2.98 261015        01  WS-LOSS-VALUE     PIC S9(11)V99 VALUE 0.
2.99 261015        01  WS-REASON-DESC    PIC X(20) VALUE SPACES.
3.00 261015        01  WS-CUR-REASON     PIC X(4) VALUE SPACES.
3.01 261015        01  WS-RSN-QTY        PIC S9(7) VALUE 0.
3.02 261015        01  WS-RSN-VALUE      PIC S9(11)V99 VALUE 0.
3.03 261015       * how many of each reason's largest losses are listed
3.04 261015        01  WS-TOP-N          PIC 9(2) VALUE 5.
3.05 261015        01  WS-TOP-CNT        PIC 9(2) VALUE 0.
3.06 261015       * control block
3.07 261015        01  WS-JRN-READ       PIC 9(7) VALUE 0.
3.08 261015        01  WS-JRN-USED       PIC 9(7) VALUE 0.
3.09 261015        01  WS-NO-ITEM        PIC 9(7) VALUE 0.
3.10 261015        01  WS-TOT-QTY        PIC S9(9) VALUE 0.
3.11 261015        01  WS-TOT-VALUE      PIC S9(12)V99 VALUE 0.
3.12 261015        01  WS-TOT-QTY-ED     PIC -(9)9.
3.13 261015        01  WS-TOT-VALUE-ED   PIC -(12)9.99.
3.14 261015        01  WS-RPT-HEAD.
3.15 261015           03  FILLER            PIC X(5)  VALUE 'RSN'.
3.16 261015           03  FILLER            PIC X(17) VALUE 'CATEGORY'.
3.17 261015           03  FILLER            PIC X(4)  VALUE 'WHS'.
3.18 261015           03  FILLER            PIC X(9)  VALUE ' LOSS QTY'.
3.19 261015           03  FILLER            PIC X(16) VALUE '      LOSS VALUE'.
3.20 261015        01  WS-RPT-DETAIL.
3.21 261015           03  RPT-REASON        PIC X(4).
3.22 261015           03  FILLER            PIC X(1) VALUE SPACES.
3.23 261015           03  RPT-CATEGORY      PIC X(16).
3.24 261015           03  FILLER            PIC X(1) VALUE SPACES.
3.25 261015           03  RPT-WHSE          PIC X(3).
3.26 261015           03  FILLER            PIC X(1) VALUE SPACES.
3.27 261015           03  RPT-QTY           PIC -(7)9.
3.28 261015           03  FILLER            PIC X(1) VALUE SPACES.
3.29 261015           03  RPT-VALUE         PIC -(11)9.99.
3.30 261015        01  WS-RSN-TOTAL.
3.31 261015           03  RPT-TOT-REASON    PIC X(4).
3.32 261015           03  FILLER            PIC X(1) VALUE SPACES.
3.33 261015           03  RPT-TOT-DESC      PIC X(20).
3.34 261015           03  FILLER            PIC X(1) VALUE SPACES.
3.35 261015           03  RPT-TOT-QTY       PIC -(7)9.
3.36 261015           03  FILLER            PIC X(1) VALUE SPACES.
3.37 261015           03  RPT-TOT-VALUE     PIC -(11)9.99.
3.38 261015        01  WS-TOP-HEAD.
3.39 261015           03  FILLER            PIC X(5)  VALUE 'RSN'.
3.40 261015           03  FILLER            PIC X(9)  VALUE 'ITEM'.
3.41 261015           03  FILLER            PIC X(17) VALUE 'NAME'.
3.42 261015           03  FILLER            PIC X(9)  VALUE ' LOSS QTY'.
3.43 261015           03  FILLER            PIC X(16) VALUE '      LOSS VALUE'.
3.44 261015        01  WS-TOP-DETAIL.
3.45 261015           03  RPT-TOP-REASON    PIC X(4).
3.46 261015           03  FILLER            PIC X(1) VALUE SPACES.
3.47 261015           03  RPT-TOP-ITEM      PIC Z(7)9.
3.48 261015           03  FILLER            PIC X(1) VALUE SPACES.
3.49 261015           03  RPT-TOP-NAME      PIC X(16).
3.50 261015           03  FILLER            PIC X(1) VALUE SPACES.
3.51 261015           03  RPT-TOP-QTY       PIC -(7)9.
3.52 261015           03  FILLER            PIC X(1) VALUE SPACES.
3.53 261015           03  RPT-TOP-VALUE     PIC -(11)9.99.
3.54 261015       * every report line is also registered in the ESRPTWRT
3.55 261015       * repository, so a purged spool no longer loses the report
3.56 261015        01  RW-PARAM.
3.57 261015           03  RW-JOB        PIC X(10) VALUE 'SHRKRPT   '.
3.58 261015           03  RW-FUNC       PIC X     VALUE SPACE.
3.59 261015           03  RW-LINE       PIC X(132) VALUE SPACES.
3.60 261015        LINKAGE SECTION.
3.61 261015       * the month to report, YYYYMM - 0 = the month just ended
3.62 261015        01 SHK-PERIOD        PIC 9(6).
3.63 261015        PROCEDURE DIVISION USING SHK-PERIOD.
3.64 261015        BEGIN.
3.65 261015       * monthly shrinkage report - every journal entry of the month
3.66 261015       * that carries an adjustment reason (see INVENTRY), from the
3.67 261015       * live and archived journals, netted into quantity and cost
3.68 261015       * value lost by reason code, item category and warehouse,
3.69 261015       * with a subtotal per reason, then the items with the
3.70 261015       * largest losses under each reason. Value is at the item's
3.71 261015       * IM-UNIT-COST when the report runs
3.72 261015            PERFORM 950-REGISTER-START.
3.73 261015            MOVE SHK-PERIOD TO WS-PERIOD.
3.74 261015            IF WS-PERIOD = 0
3.75 261015               COMPUTE WS-PERIOD = WS-RR-DATE / 100
3.76 261015               IF WS-PERIOD-MM = 1
3.77 261015                  SUBTRACT 1 FROM WS-PERIOD-YYYY
3.78 261015                  MOVE 12 TO WS-PERIOD-MM
3.79 261015               ELSE
3.80 261015                  SUBTRACT 1 FROM WS-PERIOD-MM
3.81 261015               END-IF
3.82 261015            END-IF.
3.83 261015            OPEN INPUT INVJRNL.
3.84 261015            OPEN INPUT INVJRNLA.
3.85 261015            OPEN INPUT ITEMMSTR.
3.86 261015            OPEN INPUT ADJRSN.
3.87 261015            OPEN OUTPUT SHKSUM.
3.88 261015            CLOSE SHKSUM.
3.89 261015            OPEN I-O SHKSUM.
3.90 261015            OPEN OUTPUT SHKITEM.
3.91 261015            CLOSE SHKITEM.
3.92 261015            OPEN I-O SHKITEM.
3.93 261015            OPEN OUTPUT SHKRANK.
3.94 261015            CLOSE SHKRANK.
3.95 261015            OPEN I-O SHKRANK.
3.96 261015            OPEN OUTPUT SHKRPT.
3.97 261015            MOVE 'O' TO RW-FUNC.
3.98 261015            CALL 'ESRPTWRT' USING RW-PARAM.
3.99 261015            MOVE SPACES TO RPT-LINE.
4.00 261015            STRING 'INVENTORY SHRINKAGE BY REASON FOR ' DELIMITED SIZE
4.01 261015                   WS-PERIOD DELIMITED SIZE
4.02 261015                   INTO RPT-LINE.
4.03 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
4.04 261015            MOVE WS-RPT-HEAD TO RPT-LINE.
4.05 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
4.06 261015            PERFORM 200-LIVE-JOURNAL THRU 200-EXIT.
4.07 261015            PERFORM 250-ARCHIVE THRU 250-EXIT.
4.08 261015            PERFORM 500-PRINT-SUMMARY THRU 500-EXIT.
4.09 261015            PERFORM 600-RANK-ITEMS THRU 600-EXIT.
4.10 261015            PERFORM 700-PRINT-TOP THRU 700-EXIT.
4.11 261015            PERFORM 900-CONTROL-BLOCK THRU 900-EXIT.
4.12 261015            CLOSE INVJRNL.
4.13 261015            CLOSE INVJRNLA.
4.14 261015            CLOSE ITEMMSTR.
4.15 261015            CLOSE ADJRSN.
4.16 261015            CLOSE SHKSUM.
4.17 261015            CLOSE SHKITEM.
4.18 261015            CLOSE SHKRANK.
4.19 261015            MOVE 'C' TO RW-FUNC.
4.20 261015            CALL 'ESRPTWRT' USING RW-PARAM.
4.21 261015            PERFORM 960-REGISTER-END.
4.22 261015            CLOSE SHKRPT.
4.23 261015            STOP RUN.
4.24 261015        150-PUT-LINE.
4.25 261015            MOVE RPT-LINE TO RW-LINE.
4.26 261015            WRITE RPT-LINE.
4.27 261015            MOVE 'L' TO RW-FUNC.
4.28 261015            CALL 'ESRPTWRT' USING RW-PARAM.
4.29 261015        150-EXIT.
4.30 261015            EXIT.
4.31 261015        200-LIVE-JOURNAL.
4.32 261015            MOVE 'N' TO WS-JRN-END.
4.33 261015            MOVE LOW-VALUES TO IJ-SEQ.
4.34 261015            START INVJRNL
4.35 261015                KEY NOT LESS IJ-SEQ
4.36 261015                INVALID KEY
4.37 261015                   SET JRN-END TO TRUE.
4.38 261015            PERFORM UNTIL JRN-END
4.39 261015               READ INVJRNL NEXT
4.40 261015                   AT END
4.41 261015                      SET JRN-END TO TRUE
4.42 261015                   NOT AT END
4.43 261015                      ADD 1 TO WS-JRN-READ
4.44 261015                      MOVE IJ-POST-DATE   TO WS-MOVE-DATE
4.45 261015                      MOVE IJ-TRAN-TYPE   TO WS-MOVE-TYPE
4.46 261015                      MOVE IJ-ITEM-NUM    TO WS-MOVE-ITEM
4.47 261015                      MOVE IJ-QTY         TO WS-MOVE-QTY
4.48 261015                      MOVE IJ-WAREHOUSE   TO WS-MOVE-WHSE
4.49 261015                      MOVE IJ-REASON      TO WS-MOVE-REASON
4.50 261015                      PERFORM 300-ADD-MOVE THRU 300-EXIT
4.51 261015               END-READ
4.52 261015            END-PERFORM.
4.53 261015        200-EXIT.
4.54 261015            EXIT.
4.55 261015        250-ARCHIVE.
4.56 261015            MOVE 'N' TO WS-JRN-END.
4.57 261015            MOVE LOW-VALUES TO IJA-SEQ.
4.58 261015            START INVJRNLA
4.59 261015                KEY NOT LESS IJA-SEQ
4.60 261015                INVALID KEY
4.61 261015                   SET JRN-END TO TRUE.
4.62 261015            PERFORM UNTIL JRN-END
4.63 261015               READ INVJRNLA NEXT
4.64 261015                   AT END
4.65 261015                      SET JRN-END TO TRUE
4.66 261015                   NOT AT END
4.67 261015                      ADD 1 TO WS-JRN-READ
4.68 261015                      MOVE IJA-POST-DATE  TO WS-MOVE-DATE
4.69 261015                      MOVE IJA-TRAN-TYPE  TO WS-MOVE-TYPE
4.70 261015                      MOVE IJA-ITEM-NUM   TO WS-MOVE-ITEM
4.71 261015                      MOVE IJA-QTY        TO WS-MOVE-QTY
4.72 261015                      MOVE IJA-WAREHOUSE  TO WS-MOVE-WHSE
4.73 261015                      MOVE IJA-REASON     TO WS-MOVE-REASON
4.74 261015                      PERFORM 300-ADD-MOVE THRU 300-EXIT
4.75 261015               END-READ
4.76 261015            END-PERFORM.
4.77 261015        250-EXIT.
4.78 261015            EXIT.
4.79 261015        300-ADD-MOVE.
4.80 261015       * only reason-coded movements of the month count; order,
4.81 261015       * purchase, transfer and return movements carry no reason
4.82 261015            COMPUTE WS-MOVE-PERIOD = WS-MOVE-DATE / 100.
4.83 261015            IF WS-MOVE-PERIOD NOT = WS-PERIOD OR
4.84 261015               WS-MOVE-REASON = SPACES
4.85 261015               GO TO 300-EXIT.
4.86 261015            ADD 1 TO WS-JRN-USED.
4.87 261015            MOVE WS-MOVE-ITEM TO IM-ITEM-NUM.
4.88 261015            READ ITEMMSTR
4.89 261015                INVALID KEY
4.90 261015                   ADD 1 TO WS-NO-ITEM
4.91 261015                   MOVE '*NOT ON MASTER*' TO IM-CATEGORY
4.92 261015                   MOVE 0 TO IM-UNIT-COST.
4.93 261015            IF WS-MOVE-TYPE = 'S'
4.94 261015               MOVE WS-MOVE-QTY TO WS-LOSS-QTY
4.95 261015            ELSE
4.96 261015               COMPUTE WS-LOSS-QTY = 0 - WS-MOVE-QTY
4.97 261015            END-IF.
4.98 261015            COMPUTE WS-LOSS-VALUE = WS-LOSS-QTY * IM-UNIT-COST.
4.99 261015            ADD WS-LOSS-QTY   TO WS-TOT-QTY.
5.00 261015            ADD WS-LOSS-VALUE TO WS-TOT-VALUE.
5.01 261015            MOVE WS-MOVE-REASON TO SS-REASON.
5.02 261015            MOVE IM-CATEGORY    TO SS-CATEGORY.
5.03 261015            MOVE WS-MOVE-WHSE   TO SS-WHSE.
5.04 261015            READ SHKSUM
5.05 261015                INVALID KEY
5.06 261015                   MOVE 0 TO SS-QTY SS-VALUE
5.07 261015                   WRITE SHKSUM-REC
5.08 261015            END-READ.
5.09 261015            ADD WS-LOSS-QTY   TO SS-QTY.
5.10 261015            ADD WS-LOSS-VALUE TO SS-VALUE.
5.11 261015            REWRITE SHKSUM-REC.
5.12 261015            MOVE WS-MOVE-REASON TO SI-REASON.
5.13 261015            MOVE WS-MOVE-ITEM   TO SI-ITEM-NUM.
5.14 261015            READ SHKITEM
5.15 261015                INVALID KEY
5.16 261015                   MOVE 0 TO SI-QTY SI-VALUE
5.17 261015                   WRITE SHKITEM-REC
5.18 261015            END-READ.
5.19 261015            ADD WS-LOSS-QTY   TO SI-QTY.
5.20 261015            ADD WS-LOSS-VALUE TO SI-VALUE.
5.21 261015            REWRITE SHKITEM-REC.
5.22 261015        300-EXIT.
5.23 261015            EXIT.
5.24 261015        400-REASON-DESC.
5.25 261015       * the two system reasons are not kept on ADJRSN
5.26 261015            EVALUATE WS-CUR-REASON
5.27 261015               WHEN 'CCNT'
5.28 261015                  MOVE 'CYCLE COUNT VARIANCE' TO WS-REASON-DESC
5.29 261015               WHEN 'QSCR'
5.30 261015                  MOVE 'INSPECTION SCRAP' TO WS-REASON-DESC
5.31 261015               WHEN OTHER
5.32 261015                  MOVE WS-CUR-REASON TO AJ-CODE
5.33 261015                  READ ADJRSN
5.34 261015                      INVALID KEY
5.35 261015                         MOVE 'NOT ON FILE' TO AJ-DESC
5.36 261015                  END-READ
5.37 261015                  MOVE AJ-DESC TO WS-REASON-DESC
5.38 261015            END-EVALUATE.
5.39 261015        400-EXIT.
5.40 261015            EXIT.
5.41 261015        500-PRINT-SUMMARY.
5.42 261015            MOVE 'N' TO WS-WORK-END.
5.43 261015            MOVE SPACES TO WS-CUR-REASON.
5.44 261015            MOVE LOW-VALUES TO SS-KEY.
5.45 261015            START SHKSUM
5.46 261015                KEY NOT LESS SS-KEY
5.47 261015                INVALID KEY
5.48 261015                   SET WORK-END TO TRUE.
5.49 261015            PERFORM UNTIL WORK-END
5.50 261015               READ SHKSUM NEXT
5.51 261015                   AT END
5.52 261015                      SET WORK-END TO TRUE
5.53 261015                   NOT AT END
5.54 261015                      IF SS-REASON NOT = WS-CUR-REASON
5.55 261015                         PERFORM 550-REASON-TOTAL THRU 550-EXIT
5.56 261015                         MOVE SS-REASON TO WS-CUR-REASON
5.57 261015                      END-IF
5.58 261015                      ADD SS-QTY   TO WS-RSN-QTY
5.59 261015                      ADD SS-VALUE TO WS-RSN-VALUE
5.60 261015                      MOVE SS-REASON   TO RPT-REASON
5.61 261015                      MOVE SS-CATEGORY TO RPT-CATEGORY
5.62 261015                      MOVE SS-WHSE     TO RPT-WHSE
5.63 261015                      MOVE SS-QTY      TO RPT-QTY
5.64 261015                      MOVE SS-VALUE    TO RPT-VALUE
5.65 261015                      MOVE WS-RPT-DETAIL TO RPT-LINE
5.66 261015                      PERFORM 150-PUT-LINE THRU 150-EXIT
5.67 261015                      ADD 1 TO WS-RR-WRITTEN
5.68 261015               END-READ
5.69 261015            END-PERFORM.
5.70 261015            PERFORM 550-REASON-TOTAL THRU 550-EXIT.
5.71 261015        500-EXIT.
5.72 261015            EXIT.
5.73 261015        550-REASON-TOTAL.
5.74 261015            IF WS-CUR-REASON = SPACES
5.75 261015               GO TO 550-EXIT.
5.76 261015            PERFORM 400-REASON-DESC THRU 400-EXIT.
5.77 261015            MOVE WS-CUR-REASON  TO RPT-TOT-REASON.
5.78 261015            MOVE WS-REASON-DESC TO RPT-TOT-DESC.
5.79 261015            MOVE WS-RSN-QTY     TO RPT-TOT-QTY.
5.80 261015            MOVE WS-RSN-VALUE   TO RPT-TOT-VALUE.
5.81 261015            MOVE WS-RSN-TOTAL   TO RPT-LINE.
5.82 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
5.83 261015            MOVE SPACES TO RPT-LINE.
5.84 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
5.85 261015            MOVE 0 TO WS-RSN-QTY WS-RSN-VALUE.
5.86 261015        550-EXIT.
5.87 261015            EXIT.
5.88 261015        600-RANK-ITEMS.
5.89 261015       * only items that lost value are ranked - stock found under
5.90 261015       * a reason is in the summary but never a top loss
5.91 261015            MOVE 'N' TO WS-WORK-END.
5.92 261015            MOVE LOW-VALUES TO SI-KEY.
5.93 261015            START SHKITEM
5.94 261015                KEY NOT LESS SI-KEY
5.95 261015                INVALID KEY
5.96 261015                   SET WORK-END TO TRUE.
5.97 261015            PERFORM UNTIL WORK-END
5.98 261015               READ SHKITEM NEXT
5.99 261015                   AT END
6.00 261015                      SET WORK-END TO TRUE
6.01 261015                   NOT AT END
6.02 261015                      IF SI-VALUE > 0
6.03 261015                         MOVE SI-REASON   TO SR-REASON
6.04 261015                         COMPUTE SR-VALUE-DESC =
6.05 261015                             99999999999.99 - SI-VALUE
6.06 261015                         MOVE SI-ITEM-NUM TO SR-ITEM-NUM
6.07 261015                         MOVE SI-QTY      TO SR-QTY
6.08 261015                         MOVE SI-VALUE    TO SR-VALUE
6.09 261015                         WRITE SHKRANK-REC
6.10 261015                      END-IF
6.11 261015               END-READ
6.12 261015            END-PERFORM.
6.13 261015        600-EXIT.
6.14 261015            EXIT.
6.15 261015        700-PRINT-TOP.
6.16 261015            MOVE SPACES TO RPT-LINE.
6.17 261015            STRING 'LARGEST LOSSES BY REASON - TOP ' DELIMITED SIZE
6.18 261015                   WS-TOP-N DELIMITED SIZE
6.19 261015                   INTO RPT-LINE.
6.20 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
6.21 261015            MOVE WS-TOP-HEAD TO RPT-LINE.
6.22 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
6.23 261015            MOVE 'N' TO WS-WORK-END.
6.24 261015            MOVE SPACES TO WS-CUR-REASON.
6.25 261015            MOVE 0 TO WS-TOP-CNT.
6.26 261015            MOVE LOW-VALUES TO SR-KEY.
6.27 261015            START SHKRANK
6.28 261015                KEY NOT LESS SR-KEY
6.29 261015                INVALID KEY
6.30 261015                   SET WORK-END TO TRUE.
6.31 261015            PERFORM UNTIL WORK-END
6.32 261015               READ SHKRANK NEXT
6.33 261015                   AT END
6.34 261015                      SET WORK-END TO TRUE
6.35 261015                   NOT AT END
6.36 261015                      IF SR-REASON NOT = WS-CUR-REASON
6.37 261015                         MOVE SR-REASON TO WS-CUR-REASON
6.38 261015                         MOVE 0 TO WS-TOP-CNT
6.39 261015                      END-IF
6.40 261015                      IF WS-TOP-CNT < WS-TOP-N
6.41 261015                         ADD 1 TO WS-TOP-CNT
6.42 261015                         PERFORM 750-TOP-LINE THRU 750-EXIT
6.43 261015                      END-IF
6.44 261015               END-READ
6.45 261015            END-PERFORM.
6.46 261015        700-EXIT.
6.47 261015            EXIT.
6.48 261015        750-TOP-LINE.
6.49 261015            MOVE SR-ITEM-NUM TO IM-ITEM-NUM.
6.50 261015            READ ITEMMSTR
6.51 261015                INVALID KEY
6.52 261015                   MOVE 'NOT ON MASTER' TO IM-ITEM-NAME.
6.53 261015            MOVE SR-REASON    TO RPT-TOP-REASON.
6.54 261015            MOVE SR-ITEM-NUM  TO RPT-TOP-ITEM.
6.55 261015            MOVE IM-ITEM-NAME TO RPT-TOP-NAME.
6.56 261015            MOVE SR-QTY       TO RPT-TOP-QTY.
6.57 261015            MOVE SR-VALUE     TO RPT-TOP-VALUE.
6.58 261015            MOVE WS-TOP-DETAIL TO RPT-LINE.
6.59 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
6.60 261015            ADD 1 TO WS-RR-WRITTEN.
6.61 261015        750-EXIT.
6.62 261015            EXIT.
6.63 261015        900-CONTROL-BLOCK.
6.64 261015            MOVE SPACES TO RPT-LINE.
6.65 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
6.66 261015            MOVE 'CONTROL TOTALS' TO RPT-LINE.
6.67 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
6.68 261015            MOVE SPACES TO RPT-LINE.
6.69 261015            STRING 'JOURNAL ROWS READ ' DELIMITED SIZE
6.70 261015                   WS-JRN-READ DELIMITED SIZE
6.71 261015                   ' REASON-CODED IN MONTH ' DELIMITED SIZE
6.72 261015                   WS-JRN-USED DELIMITED SIZE
6.73 261015                   INTO RPT-LINE.
6.74 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
6.75 261015            MOVE WS-TOT-QTY   TO WS-TOT-QTY-ED.
6.76 261015            MOVE WS-TOT-VALUE TO WS-TOT-VALUE-ED.
6.77 261015            MOVE SPACES TO RPT-LINE.
6.78 261015            STRING 'NET LOSS QTY ' DELIMITED SIZE
6.79 261015                   WS-TOT-QTY-ED DELIMITED SIZE
6.80 261015                   ' VALUE ' DELIMITED SIZE
6.81 261015                   WS-TOT-VALUE-ED DELIMITED SIZE
6.82 261015                   INTO RPT-LINE.
6.83 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
6.84 261015            IF WS-NO-ITEM > 0
6.85 261015               MOVE SPACES TO RPT-LINE
6.86 261015               STRING 'ROWS FOR ITEMS NOT ON MASTER - NOT VALUED '
6.87 261015                          DELIMITED SIZE
6.88 261015                      WS-NO-ITEM DELIMITED SIZE
6.89 261015                      INTO RPT-LINE
6.90 261015               PERFORM 150-PUT-LINE THRU 150-EXIT
6.91 261015            END-IF.
6.92 261015        900-EXIT.
6.93 261015            EXIT.
6.94 261015        950-REGISTER-START.
6.95 261015            ACCEPT WS-RR-DATE FROM DATE.
6.96 261015            ADD 20000000 TO WS-RR-DATE.
6.97 261015            ACCEPT WS-RR-TIME FROM TIME.
6.98 261015            MOVE SPACES TO WS-RR-RUNID.
6.99 261015            STRING WS-RR-DATE DELIMITED SIZE
7.00 261015                   WS-RR-TIME(1:6) DELIMITED SIZE
7.01 261015                   INTO WS-RR-RUNID.
7.02 261015            OPEN EXTEND RUNREG.
7.03 261015            MOVE 'SHRKRPT   ' TO RR-JOB.
7.04 261015            MOVE WS-RR-RUNID TO RR-RUNID.
7.05 261015            MOVE 'S'         TO RR-TYPE.
7.06 261015            MOVE WS-RR-DATE  TO RR-DATE.
7.07 261015            MOVE WS-RR-TIME  TO RR-TIME.
7.08 261015            MOVE 0           TO RR-READ RR-WRITTEN.
7.09 261015            MOVE '  '        TO RR-STATUS.
7.10 261015            WRITE RR-REC.
7.11 261015        950-EXIT.
7.12 261015            EXIT.
7.13 261015        960-REGISTER-END.
7.14 261015            ACCEPT WS-RR-TIME FROM TIME.
7.15 261015            MOVE 'SHRKRPT   ' TO RR-JOB.
7.16 261015            MOVE WS-RR-RUNID TO RR-RUNID.
7.17 261015            MOVE 'E'         TO RR-TYPE.
7.18 261015            MOVE WS-RR-DATE  TO RR-DATE.
7.19 261015            MOVE WS-RR-TIME  TO RR-TIME.
7.20 261015            MOVE WS-JRN-READ   TO RR-READ.
7.21 261015            MOVE WS-RR-WRITTEN TO RR-WRITTEN.
7.22 261015            MOVE 'OK' TO RR-STATUS.
7.23 261015            IF WS-RPT-STATUS NOT = '00'
7.24 261015               MOVE 'ER' TO RR-STATUS
7.25 261015            END-IF.
7.26 261015            WRITE RR-REC.
7.27 261015            CLOSE RUNREG.
7.28 261015        960-EXIT.
7.29 261015            EXIT.
7.30 261015        HALT.
