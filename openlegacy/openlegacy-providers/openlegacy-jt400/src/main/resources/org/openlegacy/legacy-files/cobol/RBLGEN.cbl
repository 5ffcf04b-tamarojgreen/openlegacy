1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. RBLGEN.
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
1.23 261015            SELECT WHSSTOCK ASSIGN TO DATABASE-WHSSTOCK
1.24 261015                ORGANIZATION IS INDEXED
1.25 261015                ACCESS MODE IS DYNAMIC
1.26 261015                RECORD KEY IS WH-KEY
1.27 261015                FILE STATUS IS WS-WHS-STATUS.
1.28 261015            SELECT WHSINTR ASSIGN TO DATABASE-WHSINTR
1.29 261015                ORGANIZATION IS INDEXED
1.30 261015                ACCESS MODE IS DYNAMIC
1.31 261015                RECORD KEY IS XT-ID
1.32 261015                FILE STATUS IS WS-INT-STATUS.
1.33 261015            SELECT RBLSUGG ASSIGN TO DATABASE-RBLSUGG
1.34 261015                ORGANIZATION IS INDEXED
1.35 261015                ACCESS MODE IS DYNAMIC
1.36 261015                RECORD KEY IS RB-KEY
1.37 261015                FILE STATUS IS WS-RBL-STATUS.
1.38 261015       * work file, rebuilt every run - recent customer shipments
1.39 261015       * per item and warehouse
1.40 261015            SELECT RBLDMD ASSIGN TO DATABASE-RBLDMD
1.41 261015                ORGANIZATION IS INDEXED
1.42 261015                ACCESS MODE IS DYNAMIC
1.43 261015                RECORD KEY IS RD-KEY
1.44 261015                FILE STATUS IS WS-DMD-STATUS.
1.45 261015            SELECT RBLRPT ASSIGN TO PRINTER-RBLGEN
1.46 261015                ORGANIZATION IS LINE SEQUENTIAL
1.47 261015                FILE STATUS IS WS-RPT-STATUS.
1.48 261015        DATA DIVISION.
1.49 261015        FILE SECTION.
1.50 261015        FD  RUNREG
1.51 261015                LABEL RECORD IS STANDARD.
1.52 261015        01  RR-REC.
1.53 261015           03 RR-JOB           PIC X(10).
1.54 261015           03 RR-RUNID         PIC X(14).
1.55 261015           03 RR-TYPE          PIC X.
1.56 261015           03 RR-DATE          PIC 9(8).
1.57 261015           03 RR-TIME          PIC 9(8).
1.58 261015           03 RR-READ          PIC 9(7).
1.59 261015           03 RR-WRITTEN       PIC 9(7).
1.60 261015           03 RR-STATUS        PIC X(2).
1.61 261015        FD  INVJRNL
1.62 261015                LABEL RECORD IS STANDARD.
1.63 261015        01  INVJRNL-REC.
1.64 261015           03  IJ-SEQ            PIC 9(12).
1.65 261015           03  IJ-ITEM-NUM       PIC 9(8).
1.66 261015           03  IJ-TRAN-TYPE      PIC X.
1.67 261015           03  IJ-QTY            PIC 9(5).
1.68 261015           03  IJ-REFERENCE      PIC X(10).
1.69 261015       * warehouse the movement belongs to - see INVENTRY
1.70 261015           03  IJ-WAREHOUSE      PIC X(3).
1.71 261015       * the effective posting date - see INVENTRY
1.72 261015           03  IJ-POST-DATE      PIC 9(8).
1.73 261015           03  IJ-OPERATOR-ID    PIC X(10).
1.74 261015           03  IJ-TIMESTAMP      PIC X(21).
1.75 261015           03  IJ-APPLIED        PIC X.
1.76 261015       * lot moved - see INVENTRY
1.77 261015           03  IJ-LOT-NUM        PIC X(12).
1.78 261015           03  IJ-EXPIRY-DATE    PIC 9(8).
1.79 261015       * adjustment reason - see INVENTRY
1.80 261015           03  IJ-REASON         PIC X(4).
1.81 261015        FD  INVJRNLA
1.82 261015                LABEL RECORD IS STANDARD.
1.83 261015       * closed-period archive - see INVCLOSE
1.84 261015        01  INVJRNLA-REC.
1.85 261015           03  IJA-SEQ           PIC 9(12).
1.86 261015           03  IJA-ITEM-NUM      PIC 9(8).
1.87 261015           03  IJA-TRAN-TYPE     PIC X.
1.88 261015           03  IJA-QTY           PIC 9(5).
1.89 261015           03  IJA-REFERENCE     PIC X(10).
1.90 261015           03  IJA-WAREHOUSE     PIC X(3).
1.91 261015           03  IJA-POST-DATE     PIC 9(8).
1.92 261015           03  IJA-OPERATOR-ID   PIC X(10).
1.93 261015           03  IJA-TIMESTAMP     PIC X(21).
1.94 261015           03  IJA-APPLIED       PIC X.
1.95 261015           03  IJA-ARCH-DATE     PIC 9(8).
1.96 261015           03  IJA-LOT-NUM       PIC X(12).
1.97 261015           03  IJA-EXPIRY-DATE   PIC 9(8).
1.98 261015           03  IJA-REASON        PIC X(4).
1.99 261015        FD  ITEMMSTR
2.00 261015                LABEL RECORD IS STANDARD.
2.01 261015        01  ITEMMSTR-REC.
2.02 261015           03  IM-ITEM-NUM       PIC 9(8).
2.03 261015           03  IM-ITEM-NAME      PIC X(16).
2.04 261015           03  IM-DESCRIPTION    PIC X(28).
2.05 261015           03  IM-WEIGHT         PIC 9(4).
2.06 261015           03  IM-SHIP-METHOD    PIC X(10).
2.07 261015           03  IM-SHIP-DAYS      PIC 9(4).
2.08 261015           03  IM-UNIT-PRICE     PIC 9(5)V99.
2.09 261015           03  IM-QTY-ON-HAND    PIC 9(5).
2.10 261015           03  IM-REORDER-POINT  PIC 9(5).
2.11 261015           03  IM-CATEGORY       PIC X(16).
2.12 261015           03  IM-DESCRIPTION-LONG       PIC X(80).
2.13 261015       * lifecycle: A = active, D = discontinued
2.14 261015           03  IM-STATUS         PIC X.
2.15 261015       * last-changed stamp for optimistic locking - see UPDATEITEM
2.16 261015           03  IM-LAST-CHANGED   PIC X(21).
2.17 261015       * moving-average unit cost, maintained as receipts post -
2.18 261015       * IM-UNIT-PRICE is the selling price, this is what the
2.19 261015       * stock actually cost; STOCKVAL values at this
2.20 261015           03  IM-UNIT-COST      PIC 9(5)V99.
2.21 261015       * lot control - see INVPOST
2.22 261015           03  IM-LOT-CTRL       PIC X.
2.23 261015       * ABC class and last count date - see ABCCLASS
2.24 261015           03  IM-ABC-CLASS      PIC X.
2.25 261015           03  IM-LAST-COUNT     PIC 9(8).
2.26 261015        FD  WHSSTOCK
2.27 261015                LABEL RECORD IS STANDARD.
2.28 261015        01  WHSSTOCK-REC.
2.29 261015           03  WH-KEY.
2.30 261015              05  WH-ITEM-NUM    PIC 9(8).
2.31 261015              05  WH-WHSE        PIC X(3).
2.32 261015           03  WH-QTY-ON-HAND    PIC 9(5).
2.33 261015           03  WH-REORDER-POINT  PIC 9(5).
2.34 261015        FD  WHSINTR
2.35 261015                LABEL RECORD IS STANDARD.
2.36 261015       * the in-transit ledger - see WHSXFER
2.37 261015        01  WHSINTR-REC.
2.38 261015           03  XT-ID             PIC 9(12).
2.39 261015           03  XT-ITEM-NUM       PIC 9(8).
2.40 261015           03  XT-FROM-WHSE      PIC X(3).
2.41 261015           03  XT-TO-WHSE        PIC X(3).
2.42 261015           03  XT-QTY            PIC 9(5).
2.43 261015           03  XT-SHIP-DATE      PIC 9(8).
2.44 261015           03  XT-STATUS         PIC X.
2.45 261015           03  XT-LOT-NUM        PIC X(12).
2.46 261015           03  XT-EXPIRY-DATE    PIC 9(8).
2.47 261015        FD  RBLSUGG
2.48 261015                LABEL RECORD IS STANDARD.
2.49 261015       * one row per suggested move of an item from a warehouse
2.50 261015       * with surplus to one under its reorder point. Status S =
2.51 261015       * suggested, A = accepted by a buyer and shipped through
2.52 261015       * WHSXFER (RB-XFER-ID is the in-transit row), X = not
2.53 261015       * taken up before the next run replaced it. POGEN leaves
2.54 261015       * to the transfers what S rows and A rows still on the
2.55 261015       * truck cover, and orders only the rest
2.56 261015        01  RBLSUGG-REC.
2.57 261015           03  RB-KEY.
2.58 261015              05  RB-ITEM-NUM    PIC 9(8).
2.59 261015              05  RB-TO-WHSE     PIC X(3).
2.60 261015              05  RB-FROM-WHSE   PIC X(3).
2.61 261015              05  RB-RUN-DATE    PIC 9(8).
2.62 261015           03  RB-QTY            PIC 9(5).
2.63 261015           03  RB-STATUS         PIC X.
2.64 261015           03  RB-XFER-ID        PIC 9(12).
2.65 261015           03  RB-ACCEPT-DATE    PIC 9(8).
2.66 261015           03  RB-OPERATOR       PIC X(10).
2.67 261015        FD  RBLDMD
2.68 261015                LABEL RECORD IS STANDARD.
2.69 261015        01  RBLDMD-REC.
2.70 261015           03  RD-KEY.
2.71 261015              05  RD-ITEM-NUM    PIC 9(8).
2.72 261015              05  RD-WHSE        PIC X(3).
2.73 261015           03  RD-QTY            PIC 9(7).
2.74 261015        FD  RBLRPT
2.75 261015                LABEL RECORD IS STANDARD.
2.76 261015        01  RPT-LINE          PIC X(80).
2.77 261015        WORKING-STORAGE SECTION.
2.78 261015        01  WS-RR-STATUS      PIC XX.
2.79 261015        01  WS-RR-RUNID       PIC X(14) VALUE SPACES.
2.80 261015        01  WS-RR-DATE        PIC 9(8) VALUE 0.
2.81 261015        01  WS-RR-TIME        PIC 9(8) VALUE 0.
2.82 261015        01  WS-RR-READ        PIC 9(7) VALUE 0.
2.83 261015        01  WS-RR-WRITTEN     PIC 9(7) VALUE 0.
2.84 261015        01  WS-JRN-STATUS     PIC XX.
2.85 261015        01  WS-ARC-STATUS     PIC XX.
2.86 261015        01  WS-FILE-STATUS    PIC XX.
2.87 261015        01  WS-WHS-STATUS     PIC XX.
2.88 261015        01  WS-INT-STATUS     PIC XX.
2.89 261015        01  WS-RBL-STATUS     PIC XX.
2.90 261015        01  WS-DMD-STATUS     PIC XX.
2.91 261015        01  WS-RPT-STATUS     PIC XX.
2.92 261015        01  WS-JRN-END        PIC X VALUE 'N'.
2.93 261015           88 JRN-END               VALUE 'Y'.
2.94 261015        01  WS-MSTR-END       PIC X VALUE 'N'.
2.95 261015           88 MSTR-END              VALUE 'Y'.
2.96 261015        01  WS-WHS-END        PIC X VALUE 'N'.
2.97 261015           88 WHS-END               VALUE 'Y'.
2.98 261015        01  WS-RBL-END        PIC X VALUE 'N'.
2.99 261015           88 RBL-END               VALUE 'Y'.
3.00 261015        01  WS-NO-SPARE       PIC X VALUE 'N'.
3.01 261015           88 NO-SPARE              VALUE 'Y'.
3.02 261015        01  WS-DAYS           PIC 9(3) VALUE 0.
3.03 261015        01  WS-FROM-DATE      PIC 9(8) VALUE 0.
3.04 261015        01  WS-MOVE-DATE      PIC 9(8) VALUE 0.
3.05 261015        01  WS-MOVE-TYPE      PIC X VALUE SPACE.
3.06 261015        01  WS-MOVE-REF       PIC X(10) VALUE SPACES.
3.07 261015        01  WS-MOVE-ITEM      PIC 9(8) VALUE 0.
3.08 261015        01  WS-MOVE-QTY       PIC 9(5) VALUE 0.
3.09 261015        01  WS-MOVE-WHSE      PIC X(3) VALUE SPACES.
3.10 261015       * the item's warehouses - on hand, reorder point, stock on
3.11 261015       * its way in on accepted transfers, what it still needs to
3.12 261015       * reach its reorder point and what it can spare
3.13 261015        01  WS-WT-TBL.
3.14 261015           03  WS-WT-O OCCURS 20.
3.15 261015              05  WS-WT-WHSE        PIC X(3).
3.16 261015              05  WS-WT-ON-HAND     PIC 9(5).
3.17 261015              05  WS-WT-ROP         PIC 9(5).
3.18 261015              05  WS-WT-INBOUND     PIC 9(5).
3.19 261015              05  WS-WT-NEED        PIC 9(5).
3.20 261015              05  WS-WT-SPARE       PIC 9(5).
3.21 261015        01  WS-WT-CNT         PIC 9(2) VALUE 0.
3.22 261015        01  I-WT              PIC 9(2) VALUE 0.
3.23 261015        01  I-TO              PIC 9(2) VALUE 0.
3.24 261015        01  I-FROM            PIC 9(2) VALUE 0.
3.25 261015        01  I-SRC             PIC 9(2) VALUE 0.
3.26 261015        01  WS-BEST-SPARE     PIC 9(5) VALUE 0.
3.27 261015        01  WS-KEEP           PIC 9(7) VALUE 0.
3.28 261015        01  WS-POSITION       PIC 9(7) VALUE 0.
3.29 261015        01  WS-MOVE-SUGG      PIC 9(5) VALUE 0.
3.30 261015       * control block
3.31 261015        01  WS-JRN-READ       PIC 9(7) VALUE 0.
3.32 261015        01  WS-SUPERSEDED     PIC 9(7) VALUE 0.
3.33 261015        01  WS-SUGG-CNT       PIC 9(7) VALUE 0.
3.34 261015        01  WS-SUGG-QTY       PIC 9(9) VALUE 0.
3.35 261015        01  WS-SHORT-CNT      PIC 9(7) VALUE 0.
3.36 261015        01  WS-UNCOVERED      PIC 9(7) VALUE 0.
3.37 261015        01  WS-WHS-LOST       PIC 9(7) VALUE 0.
3.38 261015        01  WS-RPT-HEAD.
3.39 261015           03  FILLER            PIC X(9)  VALUE 'ITEM'.
3.40 261015           03  FILLER            PIC X(17) VALUE 'NAME'.
3.41 261015           03  FILLER            PIC X(5)  VALUE 'FROM'.
3.42 261015           03  FILLER            PIC X(4)  VALUE 'TO'.
3.43 261015           03  FILLER            PIC X(6)  VALUE '   QTY'.
3.44 261015           03  FILLER            PIC X(14) VALUE '  TO ON HAND'.
3.45 261015           03  FILLER            PIC X(6)  VALUE '   ROP'.
3.46 261015        01  WS-RPT-DETAIL.
3.47 261015           03  RPT-ITEM-NUM      PIC Z(7)9.
3.48 261015           03  FILLER            PIC X(1) VALUE SPACES.
3.49 261015           03  RPT-ITEM-NAME     PIC X(16).
3.50 261015           03  FILLER            PIC X(1) VALUE SPACES.
3.51 261015           03  RPT-FROM-WHSE     PIC X(3).
3.52 261015           03  FILLER            PIC X(2) VALUE SPACES.
3.53 261015           03  RPT-TO-WHSE       PIC X(3).
3.54 261015           03  FILLER            PIC X(1) VALUE SPACES.
3.55 261015           03  RPT-QTY           PIC Z(4)9.
3.56 261015           03  FILLER            PIC X(7) VALUE SPACES.
3.57 261015           03  RPT-TO-ON-HAND    PIC Z(4)9.
3.58 261015           03  FILLER            PIC X(2) VALUE SPACES.
3.59 261015           03  RPT-TO-ROP        PIC Z(4)9.
3.60 261015       * every report line is also registered in the ESRPTWRT
3.61 261015       * repository, so a purged spool no longer loses the report
3.62 261015        01  RW-PARAM.
3.63 261015           03  RW-JOB        PIC X(10) VALUE 'RBLGEN    '.
3.64 261015           03  RW-FUNC       PIC X     VALUE SPACE.
3.65 261015           03  RW-LINE       PIC X(132) VALUE SPACES.
3.66 261015        LINKAGE SECTION.
3.67 261015       * days of customer shipments a warehouse keeps cover for
3.68 261015       * above its reorder point before it can spare stock -
3.69 261015       * 0 = 30
3.70 261015        01 RBL-DAYS          PIC 9(3).
3.71 261015        PROCEDURE DIVISION USING RBL-DAYS.
3.72 261015        BEGIN.
3.73 261015       * nightly rebalancing run, ahead of POGEN - a warehouse under
3.74 261015       * its reorder point is first offered stock another warehouse
3.75 261015       * can spare, so the company does not buy what it already
3.76 261015       * has. A warehouse can spare what it holds above its reorder
3.77 261015       * point plus its own recent customer shipments; the largest
3.78 261015       * surplus is drawn on first. Each move is written to RBLSUGG
3.79 261015       * for a buyer to accept (RBLACPT ships it through WHSXFER),
3.80 261015       * and POGEN orders only the shortfall left uncovered
3.81 261015            PERFORM 950-REGISTER-START.
3.82 261015            MOVE RBL-DAYS TO WS-DAYS.
3.83 261015            IF WS-DAYS = 0
3.84 261015               MOVE 30 TO WS-DAYS.
3.85 261015            COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER
3.86 261015                (FUNCTION INTEGER-OF-DATE(WS-RR-DATE) - WS-DAYS).
3.87 261015            OPEN INPUT INVJRNL.
3.88 261015            OPEN INPUT INVJRNLA.
3.89 261015            OPEN INPUT ITEMMSTR.
3.90 261015            OPEN INPUT WHSSTOCK.
3.91 261015            OPEN INPUT WHSINTR.
3.92 261015            OPEN I-O RBLSUGG.
3.93 261015            OPEN OUTPUT RBLDMD.
3.94 261015            CLOSE RBLDMD.
3.95 261015            OPEN I-O RBLDMD.
3.96 261015            OPEN OUTPUT RBLRPT.
3.97 261015            MOVE 'O' TO RW-FUNC.
3.98 261015            CALL 'ESRPTWRT' USING RW-PARAM.
3.99 261015            MOVE SPACES TO RPT-LINE.
4.00 261015            STRING 'WAREHOUSE REBALANCING SUGGESTIONS ' DELIMITED SIZE
4.01 261015                   WS-RR-DATE DELIMITED SIZE
4.02 261015                   INTO RPT-LINE.
4.03 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
4.04 261015            MOVE WS-RPT-HEAD TO RPT-LINE.
4.05 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
4.06 261015            PERFORM 100-SUPERSEDE THRU 100-EXIT.
4.07 261015            PERFORM 200-LIVE-JOURNAL THRU 200-EXIT.
4.08 261015            PERFORM 250-ARCHIVE THRU 250-EXIT.
4.09 261015            MOVE 'N' TO WS-MSTR-END.
4.10 261015            MOVE LOW-VALUES TO IM-ITEM-NUM.
4.11 261015            START ITEMMSTR
4.12 261015                KEY NOT LESS IM-ITEM-NUM
4.13 261015                INVALID KEY
4.14 261015                   SET MSTR-END TO TRUE.
4.15 261015            PERFORM UNTIL MSTR-END
4.16 261015               READ ITEMMSTR NEXT
4.17 261015                   AT END
4.18 261015                      SET MSTR-END TO TRUE
4.19 261015                   NOT AT END
4.20 261015                      ADD 1 TO WS-RR-READ
4.21 261015                      IF IM-STATUS NOT = 'D'
4.22 261015                         PERFORM 400-LOAD-ITEM THRU 400-EXIT
4.23 261015                      END-IF
4.24 261015               END-READ
4.25 261015            END-PERFORM.
4.26 261015            PERFORM 900-CONTROL-BLOCK THRU 900-EXIT.
4.27 261015            CLOSE INVJRNL.
4.28 261015            CLOSE INVJRNLA.
4.29 261015            CLOSE ITEMMSTR.
4.30 261015            CLOSE WHSSTOCK.
4.31 261015            CLOSE WHSINTR.
4.32 261015            CLOSE RBLSUGG.
4.33 261015            CLOSE RBLDMD.
4.34 261015            MOVE 'C' TO RW-FUNC.
4.35 261015            CALL 'ESRPTWRT' USING RW-PARAM.
4.36 261015            PERFORM 960-REGISTER-END.
4.37 261015            CLOSE RBLRPT.
4.38 261015            STOP RUN.
4.39 261015        100-SUPERSEDE.
4.40 261015       * suggestions nobody accepted are replaced by tonight's
4.41 261015            MOVE 'N' TO WS-RBL-END.
4.42 261015            MOVE LOW-VALUES TO RB-KEY.
4.43 261015            START RBLSUGG
4.44 261015                KEY NOT LESS RB-KEY
4.45 261015                INVALID KEY
4.46 261015                   SET RBL-END TO TRUE.
4.47 261015            PERFORM UNTIL RBL-END
4.48 261015               READ RBLSUGG NEXT
4.49 261015                   AT END
4.50 261015                      SET RBL-END TO TRUE
4.51 261015                   NOT AT END
4.52 261015                      IF RB-STATUS = 'S'
4.53 261015                         MOVE 'X' TO RB-STATUS
4.54 261015                         REWRITE RBLSUGG-REC
4.55 261015                         ADD 1 TO WS-SUPERSEDED
4.56 261015                      END-IF
4.57 261015               END-READ
4.58 261015            END-PERFORM.
4.59 261015        100-EXIT.
4.60 261015            EXIT.
4.61 261015        150-PUT-LINE.
4.62 261015            MOVE RPT-LINE TO RW-LINE.
4.63 261015            WRITE RPT-LINE.
4.64 261015            MOVE 'L' TO RW-FUNC.
4.65 261015            CALL 'ESRPTWRT' USING RW-PARAM.
4.66 261015        150-EXIT.
4.67 261015            EXIT.
4.68 261015        200-LIVE-JOURNAL.
4.69 261015            MOVE 'N' TO WS-JRN-END.
4.70 261015            MOVE LOW-VALUES TO IJ-SEQ.
4.71 261015            START INVJRNL
4.72 261015                KEY NOT LESS IJ-SEQ
4.73 261015                INVALID KEY
4.74 261015                   SET JRN-END TO TRUE.
4.75 261015            PERFORM UNTIL JRN-END
4.76 261015               READ INVJRNL NEXT
4.77 261015                   AT END
4.78 261015                      SET JRN-END TO TRUE
4.79 261015                   NOT AT END
4.80 261015                      ADD 1 TO WS-JRN-READ
4.81 261015                      MOVE IJ-POST-DATE   TO WS-MOVE-DATE
4.82 261015                      MOVE IJ-TRAN-TYPE   TO WS-MOVE-TYPE
4.83 261015                      MOVE IJ-REFERENCE   TO WS-MOVE-REF
4.84 261015                      MOVE IJ-ITEM-NUM    TO WS-MOVE-ITEM
4.85 261015                      MOVE IJ-QTY         TO WS-MOVE-QTY
4.86 261015                      MOVE IJ-WAREHOUSE   TO WS-MOVE-WHSE
4.87 261015                      PERFORM 300-ADD-DEMAND THRU 300-EXIT
4.88 261015               END-READ
4.89 261015            END-PERFORM.
4.90 261015        200-EXIT.
4.91 261015            EXIT.
4.92 261015        250-ARCHIVE.
4.93 261015            MOVE 'N' TO WS-JRN-END.
4.94 261015            MOVE LOW-VALUES TO IJA-SEQ.
4.95 261015            START INVJRNLA
4.96 261015                KEY NOT LESS IJA-SEQ
4.97 261015                INVALID KEY
4.98 261015                   SET JRN-END TO TRUE.
4.99 261015            PERFORM UNTIL JRN-END
5.00 261015               READ INVJRNLA NEXT
5.01 261015                   AT END
5.02 261015                      SET JRN-END TO TRUE
5.03 261015                   NOT AT END
5.04 261015                      ADD 1 TO WS-JRN-READ
5.05 261015                      MOVE IJA-POST-DATE  TO WS-MOVE-DATE
5.06 261015                      MOVE IJA-TRAN-TYPE  TO WS-MOVE-TYPE
5.07 261015                      MOVE IJA-REFERENCE  TO WS-MOVE-REF
5.08 261015                      MOVE IJA-ITEM-NUM   TO WS-MOVE-ITEM
5.09 261015                      MOVE IJA-QTY        TO WS-MOVE-QTY
5.10 261015                      MOVE IJA-WAREHOUSE  TO WS-MOVE-WHSE
5.11 261015                      PERFORM 300-ADD-DEMAND THRU 300-EXIT
5.12 261015               END-READ
5.13 261015            END-PERFORM.
5.14 261015        250-EXIT.
5.15 261015            EXIT.
5.16 261015        300-ADD-DEMAND.
5.17 261015       * demand is what customers took out of the warehouse
5.18 261015            IF WS-MOVE-TYPE NOT = 'S' OR
5.19 261015               WS-MOVE-REF(1:2) NOT = 'OR' OR
5.20 261015               WS-MOVE-WHSE = SPACES OR
5.21 261015               WS-MOVE-DATE < WS-FROM-DATE
5.22 261015               GO TO 300-EXIT.
5.23 261015            MOVE WS-MOVE-ITEM TO RD-ITEM-NUM.
5.24 261015            MOVE WS-MOVE-WHSE TO RD-WHSE.
5.25 261015            READ RBLDMD
5.26 261015                INVALID KEY
5.27 261015                   MOVE 0 TO RD-QTY
5.28 261015                   WRITE RBLDMD-REC
5.29 261015            END-READ.
5.30 261015            ADD WS-MOVE-QTY TO RD-QTY.
5.31 261015            REWRITE RBLDMD-REC.
5.32 261015        300-EXIT.
5.33 261015            EXIT.
5.34 261015        400-LOAD-ITEM.
5.35 261015            MOVE 0 TO WS-WT-CNT.
5.36 261015            MOVE 'N' TO WS-WHS-END.
5.37 261015            MOVE IM-ITEM-NUM TO WH-ITEM-NUM.
5.38 261015            MOVE LOW-VALUES  TO WH-WHSE.
5.39 261015            START WHSSTOCK
5.40 261015                KEY NOT LESS WH-KEY
5.41 261015                INVALID KEY
5.42 261015                   SET WHS-END TO TRUE.
5.43 261015            PERFORM UNTIL WHS-END
5.44 261015               READ WHSSTOCK NEXT
5.45 261015                   AT END
5.46 261015                      SET WHS-END TO TRUE
5.47 261015                   NOT AT END
5.48 261015                      IF WH-ITEM-NUM NOT = IM-ITEM-NUM
5.49 261015                         SET WHS-END TO TRUE
5.50 261015                      ELSE
5.51 261015                         IF WS-WT-CNT < 20
5.52 261015                            ADD 1 TO WS-WT-CNT
5.53 261015                            MOVE WH-WHSE TO WS-WT-WHSE(WS-WT-CNT)
5.54 261015                            MOVE WH-QTY-ON-HAND
5.55 261015                                TO WS-WT-ON-HAND(WS-WT-CNT)
5.56 261015                            MOVE WH-REORDER-POINT
5.57 261015                                TO WS-WT-ROP(WS-WT-CNT)
5.58 261015                            MOVE 0 TO WS-WT-INBOUND(WS-WT-CNT)
5.59 261015                         ELSE
5.60 261015                            ADD 1 TO WS-WHS-LOST
5.61 261015                         END-IF
5.62 261015                      END-IF
5.63 261015               END-READ
5.64 261015            END-PERFORM.
5.65 261015       * a single warehouse has nothing to rebalance against
5.66 261015            IF WS-WT-CNT < 2
5.67 261015               GO TO 400-EXIT.
5.68 261015            PERFORM 420-IN-TRANSIT THRU 420-EXIT.
5.69 261015            PERFORM 450-NEED-SPARE THRU 450-EXIT.
5.70 261015            PERFORM VARYING I-TO FROM 1 BY 1
5.71 261015                    UNTIL I-TO > WS-WT-CNT
5.72 261015               IF WS-WT-NEED(I-TO) > 0
5.73 261015                  ADD 1 TO WS-SHORT-CNT
5.74 261015                  PERFORM 500-COVER-NEED THRU 500-EXIT
5.75 261015               END-IF
5.76 261015            END-PERFORM.
5.77 261015        400-EXIT.
5.78 261015            EXIT.
5.79 261015        420-IN-TRANSIT.
5.80 261015       * accepted moves still on the truck already count toward
5.81 261015       * the receiving warehouse
5.82 261015            MOVE 'N' TO WS-RBL-END.
5.83 261015            MOVE IM-ITEM-NUM TO RB-ITEM-NUM.
5.84 261015            MOVE LOW-VALUES  TO RB-TO-WHSE RB-FROM-WHSE.
5.85 261015            MOVE 0           TO RB-RUN-DATE.
5.86 261015            START RBLSUGG
5.87 261015                KEY NOT LESS RB-KEY
5.88 261015                INVALID KEY
5.89 261015                   SET RBL-END TO TRUE.
5.90 261015            PERFORM UNTIL RBL-END
5.91 261015               READ RBLSUGG NEXT
5.92 261015                   AT END
5.93 261015                      SET RBL-END TO TRUE
5.94 261015                   NOT AT END
5.95 261015                      IF RB-ITEM-NUM NOT = IM-ITEM-NUM
5.96 261015                         SET RBL-END TO TRUE
5.97 261015                      ELSE
5.98 261015                         IF RB-STATUS = 'A'
5.99 261015                            PERFORM 430-ADD-INBOUND THRU 430-EXIT
6.00 261015                         END-IF
6.01 261015                      END-IF
6.02 261015               END-READ
6.03 261015            END-PERFORM.
6.04 261015        420-EXIT.
6.05 261015            EXIT.
6.06 261015        430-ADD-INBOUND.
6.07 261015            MOVE RB-XFER-ID TO XT-ID.
6.08 261015            READ WHSINTR
6.09 261015                INVALID KEY
6.10 261015                   GO TO 430-EXIT.
6.11 261015            IF XT-STATUS NOT = 'T'
6.12 261015               GO TO 430-EXIT.
6.13 261015            PERFORM VARYING I-WT FROM 1 BY 1
6.14 261015                    UNTIL I-WT > WS-WT-CNT
6.15 261015               IF WS-WT-WHSE(I-WT) = RB-TO-WHSE
6.16 261015                  ADD RB-QTY TO WS-WT-INBOUND(I-WT)
6.17 261015               END-IF
6.18 261015            END-PERFORM.
6.19 261015        430-EXIT.
6.20 261015            EXIT.
6.21 261015        450-NEED-SPARE.
6.22 261015       * need = up to the reorder point, counting what is on its
6.23 261015       * way in; spare = on hand above the reorder point and the
6.24 261015       * warehouse's own recent shipments
6.25 261015            PERFORM VARYING I-WT FROM 1 BY 1
6.26 261015                    UNTIL I-WT > WS-WT-CNT
6.27 261015               COMPUTE WS-POSITION =
6.28 261015                   WS-WT-ON-HAND(I-WT) + WS-WT-INBOUND(I-WT)
6.29 261015               MOVE 0 TO WS-WT-NEED(I-WT) WS-WT-SPARE(I-WT)
6.30 261015               IF WS-POSITION < WS-WT-ROP(I-WT)
6.31 261015                  COMPUTE WS-WT-NEED(I-WT) =
6.32 261015                      WS-WT-ROP(I-WT) - WS-POSITION
6.33 261015               ELSE
6.34 261015                  MOVE IM-ITEM-NUM      TO RD-ITEM-NUM
6.35 261015                  MOVE WS-WT-WHSE(I-WT) TO RD-WHSE
6.36 261015                  READ RBLDMD
6.37 261015                      INVALID KEY
6.38 261015                         MOVE 0 TO RD-QTY
6.39 261015                  END-READ
6.40 261015                  COMPUTE WS-KEEP = WS-WT-ROP(I-WT) + RD-QTY
6.41 261015                  IF WS-WT-ON-HAND(I-WT) > WS-KEEP
6.42 261015                     COMPUTE WS-WT-SPARE(I-WT) =
6.43 261015                         WS-WT-ON-HAND(I-WT) - WS-KEEP
6.44 261015                  END-IF
6.45 261015               END-IF
6.46 261015            END-PERFORM.
6.47 261015        450-EXIT.
6.48 261015            EXIT.
6.49 261015        500-COVER-NEED.
6.50 261015       * draw on the largest surplus first until the need is met
6.51 261015       * or no warehouse has any to spare
6.52 261015            MOVE 'N' TO WS-NO-SPARE.
6.53 261015            PERFORM UNTIL WS-WT-NEED(I-TO) = 0 OR NO-SPARE
6.54 261015               MOVE 0 TO I-FROM WS-BEST-SPARE
6.55 261015               PERFORM VARYING I-SRC FROM 1 BY 1
6.56 261015                       UNTIL I-SRC > WS-WT-CNT
6.57 261015                  IF I-SRC NOT = I-TO AND
6.58 261015                     WS-WT-SPARE(I-SRC) > WS-BEST-SPARE
6.59 261015                     MOVE I-SRC TO I-FROM
6.60 261015                     MOVE WS-WT-SPARE(I-SRC) TO WS-BEST-SPARE
6.61 261015                  END-IF
6.62 261015               END-PERFORM
6.63 261015               IF I-FROM = 0
6.64 261015                  SET NO-SPARE TO TRUE
6.65 261015               ELSE
6.66 261015                  PERFORM 600-WRITE-SUGG THRU 600-EXIT
6.67 261015               END-IF
6.68 261015            END-PERFORM.
6.69 261015            IF WS-WT-NEED(I-TO) > 0
6.70 261015               ADD 1 TO WS-UNCOVERED.
6.71 261015        500-EXIT.
6.72 261015            EXIT.
6.73 261015        600-WRITE-SUGG.
6.74 261015            IF WS-WT-SPARE(I-FROM) < WS-WT-NEED(I-TO)
6.75 261015               MOVE WS-WT-SPARE(I-FROM) TO WS-MOVE-SUGG
6.76 261015            ELSE
6.77 261015               MOVE WS-WT-NEED(I-TO) TO WS-MOVE-SUGG
6.78 261015            END-IF.
6.79 261015            MOVE IM-ITEM-NUM        TO RB-ITEM-NUM.
6.80 261015            MOVE WS-WT-WHSE(I-TO)   TO RB-TO-WHSE.
6.81 261015            MOVE WS-WT-WHSE(I-FROM) TO RB-FROM-WHSE.
6.82 261015            MOVE WS-RR-DATE         TO RB-RUN-DATE.
6.83 261015       * a move between the same two warehouses already accepted
6.84 261015       * today stands - that source is left alone for this item
6.85 261015            READ RBLSUGG
6.86 261015                INVALID KEY
6.87 261015                   MOVE SPACE TO RB-STATUS
6.88 261015            END-READ.
6.89 261015            IF RB-STATUS = 'A'
6.90 261015               MOVE 0 TO WS-WT-SPARE(I-FROM)
6.91 261015               GO TO 600-EXIT.
6.92 261015            MOVE WS-MOVE-SUGG TO RB-QTY.
6.93 261015            MOVE 'S'          TO RB-STATUS.
6.94 261015            MOVE 0            TO RB-XFER-ID RB-ACCEPT-DATE.
6.95 261015            MOVE SPACES       TO RB-OPERATOR.
6.96 261015            WRITE RBLSUGG-REC
6.97 261015                INVALID KEY
6.98 261015                   REWRITE RBLSUGG-REC
6.99 261015            END-WRITE.
7.00 261015            SUBTRACT WS-MOVE-SUGG FROM WS-WT-NEED(I-TO).
7.01 261015            SUBTRACT WS-MOVE-SUGG FROM WS-WT-SPARE(I-FROM).
7.02 261015            ADD 1 TO WS-SUGG-CNT.
7.03 261015            ADD WS-MOVE-SUGG TO WS-SUGG-QTY.
7.04 261015            MOVE IM-ITEM-NUM         TO RPT-ITEM-NUM.
7.05 261015            MOVE IM-ITEM-NAME        TO RPT-ITEM-NAME.
7.06 261015            MOVE WS-WT-WHSE(I-FROM)  TO RPT-FROM-WHSE.
7.07 261015            MOVE WS-WT-WHSE(I-TO)    TO RPT-TO-WHSE.
7.08 261015            MOVE WS-MOVE-SUGG        TO RPT-QTY.
7.09 261015            MOVE WS-WT-ON-HAND(I-TO) TO RPT-TO-ON-HAND.
7.10 261015            MOVE WS-WT-ROP(I-TO)     TO RPT-TO-ROP.
7.11 261015            MOVE WS-RPT-DETAIL TO RPT-LINE.
7.12 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
7.13 261015            ADD 1 TO WS-RR-WRITTEN.
7.14 261015        600-EXIT.
7.15 261015            EXIT.
7.16 261015        900-CONTROL-BLOCK.
7.17 261015            MOVE SPACES TO RPT-LINE.
7.18 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
7.19 261015            MOVE 'CONTROL TOTALS' TO RPT-LINE.
7.20 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
7.21 261015            MOVE SPACES TO RPT-LINE.
7.22 261015            STRING 'ITEMS READ ' DELIMITED SIZE
7.23 261015                   WS-RR-READ DELIMITED SIZE
7.24 261015                   ' JOURNAL ROWS READ ' DELIMITED SIZE
7.25 261015                   WS-JRN-READ DELIMITED SIZE
7.26 261015                   ' DEMAND DAYS ' DELIMITED SIZE
7.27 261015                   WS-DAYS DELIMITED SIZE
7.28 261015                   INTO RPT-LINE.
7.29 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
7.30 261015            MOVE SPACES TO RPT-LINE.
7.31 261015            STRING 'SHORT WAREHOUSES ' DELIMITED SIZE
7.32 261015                   WS-SHORT-CNT DELIMITED SIZE
7.33 261015                   ' LEFT SHORT FOR POGEN ' DELIMITED SIZE
7.34 261015                   WS-UNCOVERED DELIMITED SIZE
7.35 261015                   INTO RPT-LINE.
7.36 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
7.37 261015            MOVE SPACES TO RPT-LINE.
7.38 261015            STRING 'MOVES SUGGESTED ' DELIMITED SIZE
7.39 261015                   WS-SUGG-CNT DELIMITED SIZE
7.40 261015                   ' QTY ' DELIMITED SIZE
7.41 261015                   WS-SUGG-QTY DELIMITED SIZE
7.42 261015                   ' EARLIER NOT TAKEN UP ' DELIMITED SIZE
7.43 261015                   WS-SUPERSEDED DELIMITED SIZE
7.44 261015                   INTO RPT-LINE.
7.45 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
7.46 261015            IF WS-WHS-LOST > 0
7.47 261015               MOVE SPACES TO RPT-LINE
7.48 261015               STRING 'WAREHOUSE ROWS OVER 20 PER ITEM - SKIPPED '
7.49 261015                          DELIMITED SIZE
7.50 261015                      WS-WHS-LOST DELIMITED SIZE
7.51 261015                      INTO RPT-LINE
7.52 261015               PERFORM 150-PUT-LINE THRU 150-EXIT
7.53 261015            END-IF.
7.54 261015        900-EXIT.
7.55 261015            EXIT.
7.56 261015        950-REGISTER-START.
7.57 261015            ACCEPT WS-RR-DATE FROM DATE.
7.58 261015            ADD 20000000 TO WS-RR-DATE.
7.59 261015            ACCEPT WS-RR-TIME FROM TIME.
7.60 261015            MOVE SPACES TO WS-RR-RUNID.
7.61 261015            STRING WS-RR-DATE DELIMITED SIZE
7.62 261015                   WS-RR-TIME(1:6) DELIMITED SIZE
7.63 261015                   INTO WS-RR-RUNID.
7.64 261015            OPEN EXTEND RUNREG.
7.65 261015            MOVE 'RBLGEN    ' TO RR-JOB.
7.66 261015            MOVE WS-RR-RUNID TO RR-RUNID.
7.67 261015            MOVE 'S'         TO RR-TYPE.
7.68 261015            MOVE WS-RR-DATE  TO RR-DATE.
7.69 261015            MOVE WS-RR-TIME  TO RR-TIME.
7.70 261015            MOVE 0           TO RR-READ RR-WRITTEN.
7.71 261015            MOVE '  '        TO RR-STATUS.
7.72 261015            WRITE RR-REC.
7.73 261015        950-EXIT.
7.74 261015            EXIT.
7.75 261015        960-REGISTER-END.
7.76 261015            ACCEPT WS-RR-TIME FROM TIME.
7.77 261015            MOVE 'RBLGEN    ' TO RR-JOB.
7.78 261015            MOVE WS-RR-RUNID TO RR-RUNID.
7.79 261015            MOVE 'E'         TO RR-TYPE.
7.80 261015            MOVE WS-RR-DATE  TO RR-DATE.
7.81 261015            MOVE WS-RR-TIME  TO RR-TIME.
7.82 261015            MOVE WS-RR-READ    TO RR-READ.
7.83 261015            MOVE WS-RR-WRITTEN TO RR-WRITTEN.
7.84 261015            MOVE 'OK' TO RR-STATUS.
7.85 261015            IF WS-RPT-STATUS NOT = '00'
7.86 261015               MOVE 'ER' TO RR-STATUS
7.87 261015            END-IF.
7.88 261015            WRITE RR-REC.
7.89 261015            CLOSE RUNREG.
7.90 261015        960-EXIT.
7.91 261015            EXIT.
7.92 261015        HALT.
