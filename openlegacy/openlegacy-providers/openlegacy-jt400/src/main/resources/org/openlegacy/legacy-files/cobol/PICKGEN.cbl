1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. PICKGEN.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT ORDDTL ASSIGN TO DATABASE-ORDDTL
1.06 261015                ORGANIZATION IS INDEXED
1.07 261015                ACCESS MODE IS DYNAMIC
1.08 261015                RECORD KEY IS OD-KEY
1.09 261015                FILE STATUS IS WS-DTL-STATUS.
1.10 261015            SELECT ITEMMSTR ASSIGN TO DATABASE-ITEMMSTR
1.11 261015                ORGANIZATION IS INDEXED
1.12 261015                ACCESS MODE IS DYNAMIC
1.13 261015                RECORD KEY IS IM-ITEM-NUM
1.14 261015                FILE STATUS IS WS-FILE-STATUS.
1.15 261015       * where each item sits in each warehouse - P = the primary bin
1.16 261015       * the picker goes to, O = overflow locations
1.17 261015            SELECT BINLOC ASSIGN TO DATABASE-BINLOC
1.18 261015                ORGANIZATION IS INDEXED
1.19 261015                ACCESS MODE IS DYNAMIC
1.20 261015                RECORD KEY IS BL-KEY
1.21 261015                FILE STATUS IS WS-BIN-STATUS.
1.22 261015       * one row per line to pull, keyed pick list / bin so reading a
1.23 261015       * list in key order is the walk through the building
1.24 261015            SELECT PICKLIST ASSIGN TO DATABASE-PICKLIST
1.25 261015                ORGANIZATION IS INDEXED
1.26 261015                ACCESS MODE IS DYNAMIC
1.27 261015                RECORD KEY IS PK-KEY
1.28 261015                FILE STATUS IS WS-PCK-STATUS.
1.29 261015       * order-line side index - a line already on a pick list is not
1.30 261015       * gathered onto a second one
1.31 261015            SELECT PICKIDX ASSIGN TO DATABASE-PICKIDX
1.32 261015                ORGANIZATION IS INDEXED
1.33 261015                ACCESS MODE IS DYNAMIC
1.34 261015                RECORD KEY IS PX-KEY
1.35 261015                FILE STATUS IS WS-PIX-STATUS.
1.36 261015            SELECT PICKRPT ASSIGN TO PRINTER-PICKRPT
1.37 261015                ORGANIZATION IS LINE SEQUENTIAL
1.38 261015                FILE STATUS IS WS-RPT-STATUS.
1.39 261015        DATA DIVISION.
1.40 261015        FILE SECTION.
1.41 261015        FD  ORDDTL
1.42 261015                LABEL RECORD IS STANDARD.
1.43 261015        01  ORDDTL-REC.
1.44 261015           03  OD-KEY.
1.45 261015              05  OD-ORDER-NUM   PIC 9(8).
1.46 261015              05  OD-LINE        PIC 9(3).
1.47 261015           03  OD-ITEM-NUM       PIC 9(8).
1.48 261015           03  OD-QTY            PIC 9(5).
1.49 261015           03  OD-EXT-PRICE      PIC 9(7)V99.
1.50 261015       * line lifecycle - see ORDENTRY
1.51 261015           03  OD-STATUS         PIC X.
1.52 261015       * price source - see ORDENTRY
1.53 261015           03  OD-PRICE-SRC      PIC X.
1.54 261015       * shipping warehouse - see ORDENTRY
1.55 261015           03  OD-WHSE           PIC X(3).
4.38 261015       * requested, promised and shipped dates - see ORDENTRY
4.39 261015           03  OD-REQ-DATE       PIC 9(8).
4.40 261015           03  OD-PROM-DATE      PIC 9(8).
4.41 261015           03  OD-SHIP-DATE      PIC 9(8).
4.42 261015       * kit component link - see ORDENTRY
4.43 261015           03  OD-KIT-LINE       PIC 9(3).
4.44 261015       * item as ordered, when superseded - see ORDENTRY
4.45 261015           03  OD-ORIG-ITEM      PIC 9(8).
4.46 261015       * allocated lot - see ORDENTRY
4.47 261015           03  OD-LOT-NUM        PIC X(12).
4.53 261015       * cost at shipment - see SHIPCONF
4.54 261015           03  OD-UNIT-COST      PIC 9(5)V99.
4.55 261015           03  OD-EXT-COST       PIC 9(7)V99.
1.56 261015        FD  ITEMMSTR
1.57 261015                LABEL RECORD IS STANDARD.
1.58 261015        01  ITEMMSTR-REC.
1.59 261015           03  IM-ITEM-NUM       PIC 9(8).
1.60 261015           03  IM-ITEM-NAME      PIC X(16).
1.61 261015           03  IM-DESCRIPTION    PIC X(28).
1.62 261015           03  IM-WEIGHT         PIC 9(4).
1.63 261015           03  IM-SHIP-METHOD    PIC X(10).
1.64 261015           03  IM-SHIP-DAYS      PIC 9(4).
1.65 261015           03  IM-UNIT-PRICE     PIC 9(5)V99.
1.66 261015           03  IM-QTY-ON-HAND    PIC 9(5).
1.67 261015           03  IM-REORDER-POINT  PIC 9(5).
1.68 261015           03  IM-CATEGORY       PIC X(16).
1.69 261015           03  IM-DESCRIPTION-LONG       PIC X(80).
1.70 261015       * lifecycle: A = active, D = discontinued
1.71 261015           03  IM-STATUS         PIC X.
1.72 261015       * last-changed stamp for optimistic locking - see UPDATEITEM
1.73 261015           03  IM-LAST-CHANGED   PIC X(21).
1.74 261015       * moving-average unit cost - see INVPOST
1.75 261015           03  IM-UNIT-COST      PIC 9(5)V99.
4.48 261015       * lot control - see INVPOST
4.49 261015           03  IM-LOT-CTRL       PIC X.
4.50 261015       * ABC class and last count date - see ABCCLASS
4.51 261015           03  IM-ABC-CLASS      PIC X.
4.52 261015           03  IM-LAST-COUNT     PIC 9(8).
1.76 261015        FD  BINLOC
1.77 261015                LABEL RECORD IS STANDARD.
1.78 261015        01  BINLOC-REC.
1.79 261015           03  BL-KEY.
1.80 261015              05  BL-ITEM-NUM    PIC 9(8).
1.81 261015              05  BL-WHSE        PIC X(3).
1.82 261015              05  BL-BIN         PIC X(10).
1.83 261015           03  BL-TYPE           PIC X.
1.84 261015        FD  PICKLIST
1.85 261015                LABEL RECORD IS STANDARD.
1.86 261015        01  PICKLIST-REC.
1.87 261015           03  PK-KEY.
1.88 261015              05  PK-PICK-NUM    PIC 9(8).
1.89 261015              05  PK-BIN         PIC X(10).
1.90 261015              05  PK-ORDER-NUM   PIC 9(8).
1.91 261015              05  PK-LINE        PIC 9(3).
1.92 261015           03  PK-WHSE           PIC X(3).
1.93 261015           03  PK-ITEM-NUM       PIC 9(8).
1.94 261015           03  PK-QTY            PIC 9(5).
1.95 261015       * O = open, S = shipped through PICKCONF, E = SHIPCONF refused
1.96 261015       * the line at confirmation
1.97 261015           03  PK-STATUS         PIC X.
1.98 261015           03  PK-DATE           PIC 9(8).
1.99 261015        FD  PICKIDX
2.00 261015                LABEL RECORD IS STANDARD.
2.01 261015        01  PICKIDX-REC.
2.02 261015           03  PX-KEY.
2.03 261015              05  PX-ORDER-NUM   PIC 9(8).
2.04 261015              05  PX-LINE        PIC 9(3).
2.05 261015           03  PX-PICK-NUM       PIC 9(8).
2.06 261015           03  PX-BIN            PIC X(10).
2.07 261015        FD  PICKRPT
2.08 261015                LABEL RECORD IS STANDARD.
2.09 261015        01  RPT-LINE          PIC X(80).
2.10 261015        WORKING-STORAGE SECTION.
2.11 261015        01  WS-DTL-STATUS     PIC XX.
2.12 261015        01  WS-FILE-STATUS    PIC XX.
2.13 261015        01  WS-BIN-STATUS     PIC XX.
2.14 261015        01  WS-PCK-STATUS     PIC XX.
2.15 261015        01  WS-PIX-STATUS     PIC XX.
2.16 261015        01  WS-RPT-STATUS     PIC XX.
2.17 261015        01  WS-DTL-END        PIC X VALUE 'N'.
2.18 261015           88 DTL-END               VALUE 'Y'.
2.19 261015        01  WS-BIN-END        PIC X VALUE 'N'.
2.20 261015           88 BIN-END               VALUE 'Y'.
2.21 261015        01  WS-PCK-END        PIC X VALUE 'N'.
2.22 261015           88 PCK-END               VALUE 'Y'.
2.23 261015        01  WS-TODAY          PIC 9(8) VALUE 0.
2.24 261015        01  WS-USE-BIN        PIC X(10) VALUE SPACES.
2.25 261015        01  WS-SEQ-NAME       PIC X(16) VALUE 'PICKLIST        '.
2.26 261015        01  WS-SEQ-VALUE      PIC 9(12) VALUE 0.
2.27 261015        01  WS-SEQ-CALLER     PIC X(10) VALUE 'PICKGEN   '.
2.28 261015        01  WS-PICK-HEAD.
2.29 261015           03  FILLER            PIC X(12) VALUE 'BIN'.
2.30 261015           03  FILLER            PIC X(10) VALUE 'ITEM'.
2.31 261015           03  FILLER            PIC X(18) VALUE 'NAME'.
2.32 261015           03  FILLER            PIC X(7)  VALUE 'QTY'.
2.33 261015           03  FILLER            PIC X(16) VALUE 'ORDER/LN'.
2.34 261015           03  FILLER            PIC X(6)  VALUE 'PICKED'.
2.35 261015        01  WS-PICK-DETAIL.
2.36 261015           03  RPT-BIN           PIC X(10).
2.37 261015           03  FILLER            PIC X(2) VALUE SPACES.
2.38 261015           03  RPT-ITEM          PIC 9(8).
2.39 261015           03  FILLER            PIC X(2) VALUE SPACES.
2.40 261015           03  RPT-NAME          PIC X(16).
2.41 261015           03  FILLER            PIC X(2) VALUE SPACES.
2.42 261015           03  RPT-QTY           PIC Z(4)9.
2.43 261015           03  FILLER            PIC X(2) VALUE SPACES.
2.44 261015           03  RPT-ORDER         PIC 9(8).
2.45 261015           03  FILLER            PIC X VALUE '/'.
2.46 261015           03  RPT-LINENO        PIC 9(3).
2.47 261015           03  FILLER            PIC X(4) VALUE SPACES.
2.48 261015           03  FILLER            PIC X(10) VALUE '[ ]       '.
2.49 261015        LINKAGE SECTION.
2.50 261015        01 PCK-WHSE          PIC X(3).
2.51 261015       * the new pick list's number - 0 when nothing was waiting
2.52 261015        01 PCK-PICK-NUM      PIC 9(8).
2.53 261015        01 PCK-LINE-COUNT    PIC 9(5).
2.54 261015        01 PCK-OPERATOR      PIC X(10).
2.55 261015        PROCEDURE DIVISION USING PCK-WHSE PCK-PICK-NUM PCK-LINE-COUNT
2.56 261015            PCK-OPERATOR.
2.57 261015        BEGIN.
2.58 261015       * pick-list run for one warehouse: every allocated, unshipped
2.59 261015       * order line sourced from it that is not already on a list is
2.60 261015       * gathered under one new pick-list number, at the item's
2.61 261015       * primary bin, and printed in bin walking order for the floor.
2.62 261015       * PICKCONF confirms the list back into SHIPCONF.
2.63 261015            MOVE 0 TO PCK-PICK-NUM PCK-LINE-COUNT.
2.64 261015            ACCEPT WS-TODAY FROM DATE.
2.65 261015            ADD 20000000 TO WS-TODAY.
2.66 261015            OPEN INPUT ORDDTL.
2.67 261015            OPEN INPUT ITEMMSTR.
2.68 261015            OPEN INPUT BINLOC.
2.69 261015            OPEN I-O PICKLIST.
2.70 261015            OPEN I-O PICKIDX.
2.71 261015            OPEN OUTPUT PICKRPT.
2.72 261015            CALL 'BIGINTCBL' USING WS-SEQ-NAME WS-SEQ-VALUE
2.73 261015                PCK-OPERATOR.
2.74 261015            MOVE WS-SEQ-VALUE TO PCK-PICK-NUM.
2.75 261015            PERFORM 300-GATHER-LINES THRU 300-EXIT.
2.76 261015            IF PCK-LINE-COUNT = 0
2.77 261015               MOVE SPACES TO RPT-LINE
2.78 261015               STRING 'NOTHING TO PICK - WAREHOUSE ' DELIMITED SIZE
2.79 261015                      PCK-WHSE DELIMITED SIZE
2.80 261015                      INTO RPT-LINE
2.81 261015               WRITE RPT-LINE
2.82 261015               MOVE 0 TO PCK-PICK-NUM
2.83 261015               GO TO 900-CLOSE.
2.84 261015            PERFORM 500-PRINT-LIST THRU 500-EXIT.
2.85 261015        900-CLOSE.
2.86 261015            CLOSE ORDDTL.
2.87 261015            CLOSE ITEMMSTR.
2.88 261015            CLOSE BINLOC.
2.89 261015            CLOSE PICKLIST.
2.90 261015            CLOSE PICKIDX.
2.91 261015            CLOSE PICKRPT.
2.92 261015            GOBACK.
2.93 261015        300-GATHER-LINES.
2.94 261015            MOVE 'N' TO WS-DTL-END.
2.95 261015            MOVE LOW-VALUES TO OD-ORDER-NUM OD-LINE.
2.96 261015            START ORDDTL
2.97 261015                KEY NOT LESS OD-KEY
2.98 261015                INVALID KEY
2.99 261015                   SET DTL-END TO TRUE.
3.00 261015            PERFORM UNTIL DTL-END
3.01 261015               READ ORDDTL NEXT
3.02 261015                   AT END
3.03 261015                      SET DTL-END TO TRUE
3.04 261015                   NOT AT END
3.05 261015                      IF OD-STATUS = 'A' AND
3.06 261015                         OD-WHSE = PCK-WHSE
3.07 261015                         PERFORM 350-ADD-LINE THRU 350-EXIT
3.08 261015                      END-IF
3.09 261015               END-READ
3.10 261015            END-PERFORM.
3.11 261015        300-EXIT.
3.12 261015            EXIT.
3.13 261015        350-ADD-LINE.
3.14 261015       * a line already on an open or confirmed list stays there
3.15 261015            MOVE OD-ORDER-NUM TO PX-ORDER-NUM.
3.16 261015            MOVE OD-LINE      TO PX-LINE.
3.17 261015            READ PICKIDX
3.18 261015                INVALID KEY
3.19 261015                   CONTINUE
3.20 261015                NOT INVALID KEY
3.21 261015                   GO TO 350-EXIT
3.22 261015            END-READ.
3.23 261015            PERFORM 400-FIND-BIN THRU 400-EXIT.
3.24 261015            MOVE PCK-PICK-NUM  TO PK-PICK-NUM.
3.25 261015            MOVE WS-USE-BIN    TO PK-BIN.
3.26 261015            MOVE OD-ORDER-NUM  TO PK-ORDER-NUM.
3.27 261015            MOVE OD-LINE       TO PK-LINE.
3.28 261015            MOVE OD-WHSE       TO PK-WHSE.
3.29 261015            MOVE OD-ITEM-NUM   TO PK-ITEM-NUM.
3.30 261015            MOVE OD-QTY        TO PK-QTY.
3.31 261015            MOVE 'O'           TO PK-STATUS.
3.32 261015            MOVE WS-TODAY      TO PK-DATE.
3.33 261015            WRITE PICKLIST-REC
3.34 261015                INVALID KEY
3.35 261015                   GO TO 350-EXIT.
3.36 261015            MOVE OD-ORDER-NUM  TO PX-ORDER-NUM.
3.37 261015            MOVE OD-LINE       TO PX-LINE.
3.38 261015            MOVE PCK-PICK-NUM  TO PX-PICK-NUM.
3.39 261015            MOVE WS-USE-BIN    TO PX-BIN.
3.40 261015            WRITE PICKIDX-REC
3.41 261015                INVALID KEY
3.42 261015                   CONTINUE
3.43 261015            END-WRITE.
3.44 261015            ADD 1 TO PCK-LINE-COUNT.
3.45 261015        350-EXIT.
3.46 261015            EXIT.
3.47 261015        400-FIND-BIN.
3.48 261015       * the primary bin when the item has one here, else its first
3.49 261015       * overflow location; no bin at all prints as spaces at the top
3.50 261015       * of the list for the floor to locate
3.51 261015            MOVE SPACES TO WS-USE-BIN.
3.52 261015            MOVE 'N' TO WS-BIN-END.
3.53 261015            MOVE OD-ITEM-NUM TO BL-ITEM-NUM.
3.54 261015            MOVE OD-WHSE     TO BL-WHSE.
3.55 261015            MOVE LOW-VALUES  TO BL-BIN.
3.56 261015            START BINLOC
3.57 261015                KEY NOT LESS BL-KEY
3.58 261015                INVALID KEY
3.59 261015                   SET BIN-END TO TRUE.
3.60 261015            PERFORM UNTIL BIN-END
3.61 261015               READ BINLOC NEXT
3.62 261015                   AT END
3.63 261015                      SET BIN-END TO TRUE
3.64 261015                   NOT AT END
3.65 261015                      IF BL-ITEM-NUM NOT = OD-ITEM-NUM OR
3.66 261015                         BL-WHSE NOT = OD-WHSE
3.67 261015                         SET BIN-END TO TRUE
3.68 261015                      ELSE
3.69 261015                         IF WS-USE-BIN = SPACES
3.70 261015                            MOVE BL-BIN TO WS-USE-BIN
3.71 261015                         END-IF
3.72 261015                         IF BL-TYPE = 'P'
3.73 261015                            MOVE BL-BIN TO WS-USE-BIN
3.74 261015                            SET BIN-END TO TRUE
3.75 261015                         END-IF
3.76 261015                      END-IF
3.77 261015               END-READ
3.78 261015            END-PERFORM.
3.79 261015        400-EXIT.
3.80 261015            EXIT.
3.81 261015        500-PRINT-LIST.
3.82 261015            MOVE SPACES TO RPT-LINE.
3.83 261015            STRING 'PICK LIST ' DELIMITED SIZE
3.84 261015                   PCK-PICK-NUM DELIMITED SIZE
3.85 261015                   '  WAREHOUSE ' DELIMITED SIZE
3.86 261015                   PCK-WHSE DELIMITED SIZE
3.87 261015                   '  DATE ' DELIMITED SIZE
3.88 261015                   WS-TODAY DELIMITED SIZE
3.89 261015                   INTO RPT-LINE.
3.90 261015            WRITE RPT-LINE.
3.91 261015            MOVE WS-PICK-HEAD TO RPT-LINE.
3.92 261015            WRITE RPT-LINE.
3.93 261015            MOVE 'N' TO WS-PCK-END.
3.94 261015            MOVE PCK-PICK-NUM TO PK-PICK-NUM.
3.95 261015            MOVE LOW-VALUES   TO PK-BIN PK-ORDER-NUM PK-LINE.
3.96 261015            START PICKLIST
3.97 261015                KEY NOT LESS PK-KEY
3.98 261015                INVALID KEY
3.99 261015                   SET PCK-END TO TRUE.
4.00 261015            PERFORM UNTIL PCK-END
4.01 261015               READ PICKLIST NEXT
4.02 261015                   AT END
4.03 261015                      SET PCK-END TO TRUE
4.04 261015                   NOT AT END
4.05 261015                      IF PK-PICK-NUM NOT = PCK-PICK-NUM
4.06 261015                         SET PCK-END TO TRUE
4.07 261015                      ELSE
4.08 261015                         PERFORM 550-PRINT-ROW THRU 550-EXIT
4.09 261015                      END-IF
4.10 261015               END-READ
4.11 261015            END-PERFORM.
4.12 261015            MOVE SPACES TO RPT-LINE.
4.13 261015            STRING 'LINES TO PICK ' DELIMITED SIZE
4.14 261015                   PCK-LINE-COUNT DELIMITED SIZE
4.15 261015                   INTO RPT-LINE.
4.16 261015            WRITE RPT-LINE.
4.17 261015        500-EXIT.
4.18 261015            EXIT.
4.19 261015        550-PRINT-ROW.
4.20 261015            MOVE PK-ITEM-NUM TO IM-ITEM-NUM.
4.21 261015            READ ITEMMSTR
4.22 261015                INVALID KEY
4.23 261015                   MOVE SPACES TO IM-ITEM-NAME.
4.24 261015            IF PK-BIN = SPACES
4.25 261015               MOVE 'NO BIN' TO RPT-BIN
4.26 261015            ELSE
4.27 261015               MOVE PK-BIN TO RPT-BIN.
4.28 261015            MOVE PK-ITEM-NUM  TO RPT-ITEM.
4.29 261015            MOVE IM-ITEM-NAME TO RPT-NAME.
4.30 261015            MOVE PK-QTY       TO RPT-QTY.
4.31 261015            MOVE PK-ORDER-NUM TO RPT-ORDER.
4.32 261015            MOVE PK-LINE      TO RPT-LINENO.
4.33 261015            MOVE WS-PICK-DETAIL TO RPT-LINE.
4.34 261015            WRITE RPT-LINE.
4.35 261015        550-EXIT.
4.36 261015            EXIT.
4.37 261015        HALT.
