1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. PICKCONF.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT PICKLIST ASSIGN TO DATABASE-PICKLIST
1.06 261015                ORGANIZATION IS INDEXED
1.07 261015                ACCESS MODE IS DYNAMIC
1.08 261015                RECORD KEY IS PK-KEY
1.09 261015                FILE STATUS IS WS-PCK-STATUS.
1.10 261015            SELECT PICKIDX ASSIGN TO DATABASE-PICKIDX
1.11 261015                ORGANIZATION IS INDEXED
1.12 261015                ACCESS MODE IS DYNAMIC
1.13 261015                RECORD KEY IS PX-KEY
1.14 261015                FILE STATUS IS WS-PIX-STATUS.
1.15 261015            SELECT ORDHDR ASSIGN TO DATABASE-ORDHDR
1.16 261015                ORGANIZATION IS INDEXED
1.17 261015                ACCESS MODE IS DYNAMIC
1.18 261015                RECORD KEY IS OH-ORDER-NUM
1.19 261015                FILE STATUS IS WS-HDR-STATUS.
1.20 261015            SELECT ITEMMSTR ASSIGN TO DATABASE-ITEMMSTR
1.21 261015                ORGANIZATION IS INDEXED
1.22 261015                ACCESS MODE IS DYNAMIC
1.23 261015                RECORD KEY IS IM-ITEM-NUM
1.24 261015                FILE STATUS IS WS-FILE-STATUS.
1.25 261015            SELECT PACKRPT ASSIGN TO PRINTER-PACKRPT
1.26 261015                ORGANIZATION IS LINE SEQUENTIAL
1.27 261015                FILE STATUS IS WS-RPT-STATUS.
1.28 261015        DATA DIVISION.
1.29 261015        FILE SECTION.
1.30 261015        FD  PICKLIST
1.31 261015                LABEL RECORD IS STANDARD.
1.32 261015        01  PICKLIST-REC.
1.33 261015           03  PK-KEY.
1.34 261015              05  PK-PICK-NUM    PIC 9(8).
1.35 261015              05  PK-BIN         PIC X(10).
1.36 261015              05  PK-ORDER-NUM   PIC 9(8).
1.37 261015              05  PK-LINE        PIC 9(3).
1.38 261015           03  PK-WHSE           PIC X(3).
1.39 261015           03  PK-ITEM-NUM       PIC 9(8).
1.40 261015           03  PK-QTY            PIC 9(5).
1.41 261015       * O = open, S = shipped, E = SHIPCONF refused the line
1.42 261015           03  PK-STATUS         PIC X.
1.43 261015           03  PK-DATE           PIC 9(8).
1.44 261015        FD  PICKIDX
1.45 261015                LABEL RECORD IS STANDARD.
1.46 261015        01  PICKIDX-REC.
1.47 261015           03  PX-KEY.
1.48 261015              05  PX-ORDER-NUM   PIC 9(8).
1.49 261015              05  PX-LINE        PIC 9(3).
1.50 261015           03  PX-PICK-NUM       PIC 9(8).
1.51 261015           03  PX-BIN            PIC X(10).
1.52 261015        FD  ORDHDR
1.53 261015                LABEL RECORD IS STANDARD.
1.54 261015        01  ORDHDR-REC.
1.55 261015           03  OH-ORDER-NUM      PIC 9(8).
1.56 261015           03  OH-CUST-ID        PIC X(10).
1.57 261015           03  OH-DATE           PIC 9(8).
4.31 261015       * how the order is paid - see ORDPAY
4.32 261015           03  OH-PAY-METHOD     PIC X.
4.33 261015           03  OH-CARD-SLOT      PIC 9(2).
4.34 261015           03  OH-CARD-TOKEN     PIC 9(11).
4.35 261015           03  OH-CARD-LAST4     PIC 9(4).
1.58 261015        FD  ITEMMSTR
1.59 261015                LABEL RECORD IS STANDARD.
1.60 261015        01  ITEMMSTR-REC.
1.61 261015           03  IM-ITEM-NUM       PIC 9(8).
1.62 261015           03  IM-ITEM-NAME      PIC X(16).
1.63 261015           03  IM-DESCRIPTION    PIC X(28).
1.64 261015           03  IM-WEIGHT         PIC 9(4).
1.65 261015           03  IM-SHIP-METHOD    PIC X(10).
1.66 261015           03  IM-SHIP-DAYS      PIC 9(4).
1.67 261015           03  IM-UNIT-PRICE     PIC 9(5)V99.
1.68 261015           03  IM-QTY-ON-HAND    PIC 9(5).
1.69 261015           03  IM-REORDER-POINT  PIC 9(5).
1.70 261015           03  IM-CATEGORY       PIC X(16).
1.71 261015           03  IM-DESCRIPTION-LONG       PIC X(80).
1.72 261015       * lifecycle: A = active, D = discontinued
1.73 261015           03  IM-STATUS         PIC X.
1.74 261015       * last-changed stamp for optimistic locking - see UPDATEITEM
1.75 261015           03  IM-LAST-CHANGED   PIC X(21).
1.76 261015       * moving-average unit cost - see INVPOST
1.77 261015           03  IM-UNIT-COST      PIC 9(5)V99.
4.36 261015       * lot control - see INVPOST
4.37 261015           03  IM-LOT-CTRL       PIC X.
4.38 261015       * ABC class and last count date - see ABCCLASS
4.39 261015           03  IM-ABC-CLASS      PIC X.
4.40 261015           03  IM-LAST-COUNT     PIC 9(8).
1.78 261015        FD  PACKRPT
1.79 261015                LABEL RECORD IS STANDARD.
1.80 261015        01  RPT-LINE          PIC X(132).
1.81 261015        WORKING-STORAGE SECTION.
1.82 261015        01  WS-PCK-STATUS     PIC XX.
1.83 261015        01  WS-PIX-STATUS     PIC XX.
1.84 261015        01  WS-HDR-STATUS     PIC XX.
1.85 261015        01  WS-FILE-STATUS    PIC XX.
1.86 261015        01  WS-RPT-STATUS     PIC XX.
1.87 261015        01  WS-PCK-END        PIC X VALUE 'N'.
1.88 261015           88 PCK-END               VALUE 'Y'.
1.89 261015        01  WS-PIX-END        PIC X VALUE 'N'.
1.90 261015           88 PIX-END               VALUE 'Y'.
1.91 261015        01  WS-FOUND          PIC X VALUE 'N'.
1.92 261015       * the SHIPCONF shipment-confirmation parameter set
1.93 261015        01  SHP-STATUS        PIC X.
1.94 261015       * the orders shipped off this list, one packing slip each
1.95 261015        01  WS-ORD-TABLE.
1.96 261015           03  WS-ORD-CNT        PIC 9(3) VALUE 0.
1.97 261015           03  WS-ORD-ENTRY OCCURS 200 TIMES.
1.98 261015              05  WS-ORD-NUM        PIC 9(8).
1.99 261015        01  I-ORD             PIC 9(3) VALUE 0.
2.00 261015        01  WS-ORD-FOUND      PIC X VALUE 'N'.
2.01 261015           88 ORD-FOUND             VALUE 'Y'.
2.02 261015        01  WS-CUR-ORDER      PIC 9(8) VALUE 0.
2.03 261015        01  WS-LINE-WEIGHT    PIC 9(9) VALUE 0.
2.04 261015        01  WS-SLIP-WEIGHT    PIC 9(9) VALUE 0.
2.05 261015        01  WS-SLIP-PIECES    PIC 9(7) VALUE 0.
2.06 261015        01  WS-SLIP-HEAD.
2.07 261015           03  FILLER            PIC X(6)  VALUE 'LINE'.
2.08 261015           03  FILLER            PIC X(10) VALUE 'ITEM'.
2.09 261015           03  FILLER            PIC X(18) VALUE 'NAME'.
2.10 261015           03  FILLER            PIC X(30) VALUE 'DESCRIPTION'.
2.11 261015           03  FILLER            PIC X(8)  VALUE 'UNIT WT'.
2.12 261015           03  FILLER            PIC X(12) VALUE 'SHIP METHOD'.
2.13 261015           03  FILLER            PIC X(7)  VALUE 'QTY'.
2.14 261015           03  FILLER            PIC X(9)  VALUE 'WEIGHT'.
2.15 261015        01  WS-SLIP-DETAIL.
2.16 261015           03  RPT-LINENO        PIC 9(3).
2.17 261015           03  FILLER            PIC X(3) VALUE SPACES.
2.18 261015           03  RPT-ITEM          PIC 9(8).
2.19 261015           03  FILLER            PIC X(2) VALUE SPACES.
2.20 261015           03  RPT-NAME          PIC X(16).
2.21 261015           03  FILLER            PIC X(2) VALUE SPACES.
2.22 261015           03  RPT-DESC          PIC X(28).
2.23 261015           03  FILLER            PIC X(2) VALUE SPACES.
2.24 261015           03  RPT-WEIGHT        PIC Z(3)9.
2.25 261015           03  FILLER            PIC X(4) VALUE SPACES.
2.26 261015           03  RPT-METHOD        PIC X(10).
2.27 261015           03  FILLER            PIC X(2) VALUE SPACES.
2.28 261015           03  RPT-QTY           PIC Z(4)9.
2.29 261015           03  FILLER            PIC X(2) VALUE SPACES.
2.30 261015           03  RPT-LINE-WT       PIC Z(8)9.
2.31 261015        LINKAGE SECTION.
2.32 261015        01 CNF-PICK-NUM      PIC 9(8).
2.33 261015        01 CNF-OPERATOR      PIC X(10).
2.34 261015        01 CNF-SHIPPED-CNT   PIC 9(5).
2.35 261015        01 CNF-ERROR-CNT     PIC 9(5).
2.36 261015        01 CNF-STATUS        PIC X.
2.37 261015           88 CNF-OK               VALUE '0'.
2.38 261015           88 CNF-NO-LIST          VALUE '1'.
2.39 261015           88 CNF-NOTHING-OPEN     VALUE '2'.
2.40 261015        PROCEDURE DIVISION USING CNF-PICK-NUM CNF-OPERATOR
2.41 261015            CNF-SHIPPED-CNT CNF-ERROR-CNT CNF-STATUS.
2.42 261015        BEGIN.
2.43 261015       * the floor hands back a picked list: every open line on it
2.44 261015       * ships through SHIPCONF (the INVENTRY journal, the warehouse
2.45 261015       * row and the 'S' close all happen there), then one packing
2.46 261015       * slip prints per order for what actually went. A line
2.47 261015       * SHIPCONF refuses - cancelled or amended since the list was
2.48 261015       * cut - is reported and dropped from PICKIDX, so the next
2.49 261015       * PICKGEN run gathers it again if it is still allocated.
2.50 261015            SET CNF-OK TO TRUE.
2.51 261015            MOVE 0 TO CNF-SHIPPED-CNT CNF-ERROR-CNT WS-ORD-CNT.
2.52 261015            MOVE 'N' TO WS-FOUND.
2.53 261015            OPEN I-O PICKLIST.
2.54 261015            OPEN I-O PICKIDX.
2.55 261015            OPEN INPUT ORDHDR.
2.56 261015            OPEN INPUT ITEMMSTR.
2.57 261015            OPEN OUTPUT PACKRPT.
2.58 261015            PERFORM 300-CONFIRM-LINES THRU 300-EXIT.
2.59 261015            IF WS-FOUND = 'N'
2.60 261015               SET CNF-NO-LIST TO TRUE
2.61 261015               GO TO 900-CLOSE.
2.62 261015            IF CNF-SHIPPED-CNT = 0 AND CNF-ERROR-CNT = 0
2.63 261015               SET CNF-NOTHING-OPEN TO TRUE
2.64 261015               GO TO 900-CLOSE.
2.65 261015            PERFORM VARYING I-ORD FROM 1 BY 1
2.66 261015                    UNTIL I-ORD > WS-ORD-CNT
2.67 261015               MOVE WS-ORD-NUM(I-ORD) TO WS-CUR-ORDER
2.68 261015               PERFORM 500-PACKING-SLIP THRU 500-EXIT
2.69 261015            END-PERFORM.
2.70 261015        900-CLOSE.
2.71 261015            CLOSE PICKLIST.
2.72 261015            CLOSE PICKIDX.
2.73 261015            CLOSE ORDHDR.
2.74 261015            CLOSE ITEMMSTR.
2.75 261015            CLOSE PACKRPT.
2.76 261015            GOBACK.
2.77 261015        300-CONFIRM-LINES.
2.78 261015            MOVE 'N' TO WS-PCK-END.
2.79 261015            MOVE CNF-PICK-NUM TO PK-PICK-NUM.
2.80 261015            MOVE LOW-VALUES   TO PK-BIN PK-ORDER-NUM PK-LINE.
2.81 261015            START PICKLIST
2.82 261015                KEY NOT LESS PK-KEY
2.83 261015                INVALID KEY
2.84 261015                   SET PCK-END TO TRUE.
2.85 261015            PERFORM UNTIL PCK-END
2.86 261015               READ PICKLIST NEXT
2.87 261015                   AT END
2.88 261015                      SET PCK-END TO TRUE
2.89 261015                   NOT AT END
2.90 261015                      IF PK-PICK-NUM NOT = CNF-PICK-NUM
2.91 261015                         SET PCK-END TO TRUE
2.92 261015                      ELSE
2.93 261015                         MOVE 'Y' TO WS-FOUND
2.94 261015                         IF PK-STATUS = 'O'
2.95 261015                            PERFORM 350-SHIP-LINE THRU 350-EXIT
2.96 261015                         END-IF
2.97 261015                      END-IF
2.98 261015               END-READ
2.99 261015            END-PERFORM.
3.00 261015        300-EXIT.
3.01 261015            EXIT.
3.02 261015        350-SHIP-LINE.
3.03 261015            CALL 'SHIPCONF' USING PK-ORDER-NUM PK-LINE CNF-OPERATOR
3.04 261015                SHP-STATUS.
3.05 261015            IF SHP-STATUS = '0'
3.06 261015               MOVE 'S' TO PK-STATUS
3.07 261015               REWRITE PICKLIST-REC
3.08 261015               ADD 1 TO CNF-SHIPPED-CNT
3.09 261015               PERFORM 380-NOTE-ORDER THRU 380-EXIT
3.10 261015               GO TO 350-EXIT.
3.11 261015            MOVE 'E' TO PK-STATUS.
3.12 261015            REWRITE PICKLIST-REC.
3.13 261015            ADD 1 TO CNF-ERROR-CNT.
3.14 261015            MOVE PK-ORDER-NUM TO PX-ORDER-NUM.
3.15 261015            MOVE PK-LINE      TO PX-LINE.
3.16 261015            DELETE PICKIDX
3.17 261015                INVALID KEY
3.18 261015                   CONTINUE
3.19 261015            END-DELETE.
3.20 261015            MOVE SPACES TO RPT-LINE.
3.21 261015            STRING 'NOT SHIPPED - ORDER ' DELIMITED SIZE
3.22 261015                   PK-ORDER-NUM DELIMITED SIZE
3.23 261015                   ' LINE ' DELIMITED SIZE
3.24 261015                   PK-LINE DELIMITED SIZE
3.25 261015                   ' SHIPCONF STATUS ' DELIMITED SIZE
3.26 261015                   SHP-STATUS DELIMITED SIZE
3.27 261015                   INTO RPT-LINE.
3.28 261015            WRITE RPT-LINE.
3.29 261015        350-EXIT.
3.30 261015            EXIT.
3.31 261015        380-NOTE-ORDER.
3.32 261015            MOVE 'N' TO WS-ORD-FOUND.
3.33 261015            PERFORM VARYING I-ORD FROM 1 BY 1
3.34 261015                    UNTIL I-ORD > WS-ORD-CNT
3.35 261015               IF WS-ORD-NUM(I-ORD) = PK-ORDER-NUM
3.36 261015                  SET ORD-FOUND TO TRUE
3.37 261015                  COMPUTE I-ORD = WS-ORD-CNT + 1
3.38 261015               END-IF
3.39 261015            END-PERFORM.
3.40 261015            IF NOT ORD-FOUND AND WS-ORD-CNT < 200
3.41 261015               ADD 1 TO WS-ORD-CNT
3.42 261015               MOVE PK-ORDER-NUM TO WS-ORD-NUM(WS-ORD-CNT).
3.43 261015        380-EXIT.
3.44 261015            EXIT.
3.45 261015        500-PACKING-SLIP.
3.46 261015       * the order's lines that went on this list, through the
3.47 261015       * order-line index in line order
3.48 261015            MOVE WS-CUR-ORDER TO OH-ORDER-NUM.
3.49 261015            READ ORDHDR
3.50 261015                INVALID KEY
3.51 261015                   MOVE SPACES TO OH-CUST-ID
3.52 261015                   MOVE 0 TO OH-DATE.
3.53 261015            MOVE 0 TO WS-SLIP-WEIGHT WS-SLIP-PIECES.
3.54 261015            MOVE SPACES TO RPT-LINE.
3.55 261015            WRITE RPT-LINE.
3.56 261015            MOVE SPACES TO RPT-LINE.
3.57 261015            STRING 'PACKING SLIP - ORDER ' DELIMITED SIZE
3.58 261015                   WS-CUR-ORDER DELIMITED SIZE
3.59 261015                   '  CUSTOMER ' DELIMITED SIZE
3.60 261015                   OH-CUST-ID DELIMITED SIZE
3.61 261015                   '  ORDERED ' DELIMITED SIZE
3.62 261015                   OH-DATE DELIMITED SIZE
3.63 261015                   '  PICK LIST ' DELIMITED SIZE
3.64 261015                   CNF-PICK-NUM DELIMITED SIZE
3.65 261015                   INTO RPT-LINE.
3.66 261015            WRITE RPT-LINE.
3.67 261015            MOVE WS-SLIP-HEAD TO RPT-LINE.
3.68 261015            WRITE RPT-LINE.
3.69 261015            MOVE 'N' TO WS-PIX-END.
3.70 261015            MOVE WS-CUR-ORDER TO PX-ORDER-NUM.
3.71 261015            MOVE LOW-VALUES   TO PX-LINE.
3.72 261015            START PICKIDX
3.73 261015                KEY NOT LESS PX-KEY
3.74 261015                INVALID KEY
3.75 261015                   SET PIX-END TO TRUE.
3.76 261015            PERFORM UNTIL PIX-END
3.77 261015               READ PICKIDX NEXT
3.78 261015                   AT END
3.79 261015                      SET PIX-END TO TRUE
3.80 261015                   NOT AT END
3.81 261015                      IF PX-ORDER-NUM NOT = WS-CUR-ORDER
3.82 261015                         SET PIX-END TO TRUE
3.83 261015                      ELSE
3.84 261015                         IF PX-PICK-NUM = CNF-PICK-NUM
3.85 261015                            PERFORM 550-SLIP-LINE THRU 550-EXIT
3.86 261015                         END-IF
3.87 261015                      END-IF
3.88 261015               END-READ
3.89 261015            END-PERFORM.
3.90 261015            MOVE SPACES TO RPT-LINE.
3.91 261015            STRING 'PIECES ' DELIMITED SIZE
3.92 261015                   WS-SLIP-PIECES DELIMITED SIZE
3.93 261015                   '  TOTAL WEIGHT ' DELIMITED SIZE
3.94 261015                   WS-SLIP-WEIGHT DELIMITED SIZE
3.95 261015                   INTO RPT-LINE.
3.96 261015            WRITE RPT-LINE.
3.97 261015        500-EXIT.
3.98 261015            EXIT.
3.99 261015        550-SLIP-LINE.
4.00 261015            MOVE PX-PICK-NUM  TO PK-PICK-NUM.
4.01 261015            MOVE PX-BIN       TO PK-BIN.
4.02 261015            MOVE PX-ORDER-NUM TO PK-ORDER-NUM.
4.03 261015            MOVE PX-LINE      TO PK-LINE.
4.04 261015            READ PICKLIST
4.05 261015                INVALID KEY
4.06 261015                   GO TO 550-EXIT.
4.07 261015            IF PK-STATUS NOT = 'S'
4.08 261015               GO TO 550-EXIT.
4.09 261015            MOVE PK-ITEM-NUM TO IM-ITEM-NUM.
4.10 261015            READ ITEMMSTR
4.11 261015                INVALID KEY
4.12 261015                   MOVE SPACES TO IM-ITEM-NAME IM-DESCRIPTION
4.13 261015                                  IM-SHIP-METHOD
4.14 261015                   MOVE 0 TO IM-WEIGHT.
4.15 261015            COMPUTE WS-LINE-WEIGHT = IM-WEIGHT * PK-QTY.
4.16 261015            ADD WS-LINE-WEIGHT TO WS-SLIP-WEIGHT.
4.17 261015            ADD PK-QTY TO WS-SLIP-PIECES.
4.18 261015            MOVE PK-LINE        TO RPT-LINENO.
4.19 261015            MOVE PK-ITEM-NUM    TO RPT-ITEM.
4.20 261015            MOVE IM-ITEM-NAME   TO RPT-NAME.
4.21 261015            MOVE IM-DESCRIPTION TO RPT-DESC.
4.22 261015            MOVE IM-WEIGHT      TO RPT-WEIGHT.
4.23 261015            MOVE IM-SHIP-METHOD TO RPT-METHOD.
4.24 261015            MOVE PK-QTY         TO RPT-QTY.
4.25 261015            MOVE WS-LINE-WEIGHT TO RPT-LINE-WT.
4.26 261015            MOVE WS-SLIP-DETAIL TO RPT-LINE.
4.27 261015            WRITE RPT-LINE.
4.28 261015        550-EXIT.
4.29 261015            EXIT.
4.30 261015        HALT.
