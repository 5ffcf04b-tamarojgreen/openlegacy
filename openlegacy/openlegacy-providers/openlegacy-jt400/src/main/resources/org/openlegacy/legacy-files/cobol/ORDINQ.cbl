1.12 260901                ACCESS MODE IS DYNAMIC
1.13 260901                RECORD KEY IS OD-KEY
1.14 260901                FILE STATUS IS WS-DTL-STATUS.
31.9 261015            SELECT ORDCHIST ASSIGN TO DATABASE-ORDCHIST
32.0 261015                ORGANIZATION IS INDEXED
32.1 261015                ACCESS MODE IS DYNAMIC
32.2 261015                RECORD KEY IS HC-KEY
32.3 261015                FILE STATUS IS WS-HCS-STATUS.
32.4 261015            SELECT ORDDHIST ASSIGN TO DATABASE-ORDDHIST
32.5 261015                ORGANIZATION IS INDEXED
32.6 261015                ACCESS MODE IS DYNAMIC
32.7 261015                RECORD KEY IS HD-KEY
32.8 261015                FILE STATUS IS WS-HDS-STATUS.
1.15 260901            SELECT INQRPT ASSIGN TO PRINTER-INQRPT
1.16 260901                ORGANIZATION IS LINE SEQUENTIAL
1.17 260901                FILE STATUS IS WS-RPT-STATUS.
30.0 260901       * where the line price came from: C = customer contract
30.1 260901       * price (CONTRPRC), L = the item-master list price
30.2 260901           03  OD-PRICE-SRC      PIC X.
30.5 261015       * shipping warehouse - see ORDENTRY
30.6 261015           03  OD-WHSE           PIC X(3).
30.7 261015       * requested, promised and shipped dates - see ORDENTRY
30.8 261015           03  OD-REQ-DATE       PIC 9(8).
30.9 261015           03  OD-PROM-DATE      PIC 9(8).
31.0 261015           03  OD-SHIP-DATE      PIC 9(8).
31.3 261015       * kit component link - see ORDENTRY
31.4 261015           03  OD-KIT-LINE       PIC 9(3).
31.7 261015       * item as ordered, when superseded - see ORDENTRY
31.8 261015           03  OD-ORIG-ITEM      PIC 9(8).
41.7 261015       * allocated lot - see ORDENTRY
41.8 261015           03  OD-LOT-NUM        PIC X(12).
42.0 261015       * cost at shipment - see SHIPCONF
42.1 261015           03  OD-UNIT-COST      PIC 9(5)V99.
42.2 261015           03  OD-EXT-COST       PIC 9(7)V99.
32.9 261015        FD  ORDCHIST
33.0 261015                LABEL RECORD IS STANDARD.
33.1 261015       * customer index over the archived orders - see ORDARCH
33.2 261015        01  ORDCHIST-REC.
33.3 261015           03  HC-KEY.
33.4 261015              05  HC-CUST-ID     PIC X(10).
33.5 261015              05  HC-DATE        PIC 9(8).
33.6 261015              05  HC-ORDER-NUM   PIC 9(8).
33.7 261015        FD  ORDDHIST
33.8 261015                LABEL RECORD IS STANDARD.
33.9 261015       * archived order lines, ORDDTL layout - see ORDARCH
34.0 261015        01  ORDDHIST-REC.
34.1 261015           03  HD-KEY.
34.2 261015              05  HD-ORDER-NUM   PIC 9(8).
34.3 261015              05  HD-LINE        PIC 9(3).
41.9 261015           03  FILLER            PIC X(90).
1.38 260901        FD  INQRPT
1.39 260901                LABEL RECORD IS STANDARD.
1.40 260901        01  RPT-LINE          PIC X(80).
1.42 260901        01  WS-IDX-STATUS     PIC XX.
1.43 260901        01  WS-DTL-STATUS     PIC XX.
1.44 260901        01  WS-RPT-STATUS     PIC XX.
34.5 261015        01  WS-HCS-STATUS     PIC XX.
34.6 261015        01  WS-HDS-STATUS     PIC XX.
34.7 261015       * Y while the archived orders are being listed
34.8 261015        01  WS-FROM-HIST      PIC X VALUE 'N'.
34.9 261015           88 FROM-HIST             VALUE 'Y'.
1.45 260901        01  WS-IDX-END        PIC X VALUE 'N'.
1.46 260901           88 IDX-END               VALUE 'Y'.
1.47 260901        01  WS-DTL-END        PIC X VALUE 'N'.
1.53 260901           03  RPT-ORDER         PIC 9(8).
1.54 260901           03  FILLER            PIC X(2) VALUE SPACES.
1.55 260901           03  RPT-DATE          PIC 9(8).
35.0 261015           03  FILLER            PIC X(2) VALUE SPACES.
35.1 261015           03  RPT-ARCH          PIC X(8).
1.56 260901        01  WS-RPT-DETAIL.
1.57 260901           03  FILLER            PIC X(2) VALUE SPACES.
1.58 260901           03  RPT-LINENO        PIC 9(3).
1.77 260901            OPEN INPUT ORDCIDX.
1.78 260901            OPEN INPUT ORDDTL.
1.79 260901            OPEN OUTPUT INQRPT.
35.2 261015            OPEN INPUT ORDCHIST.
35.3 261015            OPEN INPUT ORDDHIST.
1.80 260901            MOVE SPACES TO RPT-LINE.
1.81 260901            STRING 'ORDER HISTORY FOR ' DELIMITED SIZE
1.82 260901                   INQ-CUST-ID DELIMITED SIZE
1.83 260901                   INTO RPT-LINE.
1.84 260901            WRITE RPT-LINE.
35.4 261015       * orders ORDARCH has moved to history come first - they are
35.5 261015       * the older ones - then the live book
35.6 261015            PERFORM 300-LIST-HISTORY THRU 300-EXIT.
35.7 261015            MOVE 'N' TO WS-FROM-HIST WS-IDX-END.
1.85 260901            MOVE INQ-CUST-ID   TO OC-CUST-ID.
1.86 260901            MOVE INQ-FROM-DATE TO OC-DATE.
1.87 260901            MOVE LOW-VALUES    TO OC-ORDER-NUM.
2.12 260901            CLOSE ORDCIDX.
2.13 260901            CLOSE ORDDTL.
2.14 260901            CLOSE INQRPT.
35.8 261015            CLOSE ORDCHIST.
35.9 261015            CLOSE ORDDHIST.
2.15 260901            GOBACK.
36.0 261015        300-LIST-HISTORY.
36.1 261015            SET FROM-HIST TO TRUE.
36.2 261015            MOVE 'N' TO WS-IDX-END.
36.3 261015            MOVE INQ-CUST-ID   TO HC-CUST-ID.
36.4 261015            MOVE INQ-FROM-DATE TO HC-DATE.
36.5 261015            MOVE LOW-VALUES    TO HC-ORDER-NUM.
36.6 261015            START ORDCHIST
36.7 261015                KEY NOT LESS HC-KEY
36.8 261015                INVALID KEY
36.9 261015                   SET IDX-END TO TRUE.
37.0 261015            PERFORM UNTIL IDX-END
37.1 261015               READ ORDCHIST NEXT
37.2 261015                   AT END
37.3 261015                      SET IDX-END TO TRUE
37.4 261015                   NOT AT END
37.5 261015                      IF HC-CUST-ID NOT = INQ-CUST-ID OR
37.6 261015                         HC-DATE > INQ-TO-DATE
37.7 261015                         SET IDX-END TO TRUE
37.8 261015                      ELSE
37.9 261015                         MOVE ORDCHIST-REC TO ORDCIDX-REC
38.0 261015                         PERFORM 400-LIST-ORDER THRU 400-EXIT
38.1 261015                      END-IF
38.2 261015               END-READ
38.3 261015            END-PERFORM.
38.4 261015        300-EXIT.
38.5 261015            EXIT.
2.16 260901        400-LIST-ORDER.
2.17 260901            ADD 1 TO WS-ORDER-CNT.
2.18 260901            MOVE OC-ORDER-NUM TO RPT-ORDER WS-SAVE-ORDER.
2.19 260901            MOVE OC-DATE      TO RPT-DATE.
38.6 261015            IF FROM-HIST
38.7 261015               MOVE 'ARCHIVED' TO RPT-ARCH
38.8 261015            ELSE
38.9 261015               MOVE SPACES TO RPT-ARCH
39.0 261015            END-IF.
2.20 260901            MOVE SPACES TO RPT-LINE.
2.21 260901            WRITE RPT-LINE.
2.22 260901            MOVE WS-HDR-DETAIL TO RPT-LINE.
2.23 260901            WRITE RPT-LINE.
39.1 261015            IF FROM-HIST
39.2 261015               PERFORM 450-LIST-HIST-LINES THRU 450-EXIT
39.3 261015               GO TO 400-EXIT.
2.24 260901            MOVE 'N' TO WS-DTL-END.
2.25 260901            MOVE WS-SAVE-ORDER TO OD-ORDER-NUM.
2.26 260901            MOVE LOW-VALUES    TO OD-LINE.
2.42 260901            END-PERFORM.
2.43 260901        400-EXIT.
2.44 260901            EXIT.
39.4 261015        450-LIST-HIST-LINES.
39.5 261015            MOVE 'N' TO WS-DTL-END.
39.6 261015            MOVE WS-SAVE-ORDER TO HD-ORDER-NUM.
39.7 261015            MOVE LOW-VALUES    TO HD-LINE.
39.8 261015            START ORDDHIST
39.9 261015                KEY NOT LESS HD-KEY
40.0 261015                INVALID KEY
40.1 261015                   SET DTL-END TO TRUE.
40.2 261015            PERFORM UNTIL DTL-END
40.3 261015               READ ORDDHIST NEXT
40.4 261015                   AT END
40.5 261015                      SET DTL-END TO TRUE
40.6 261015                   NOT AT END
40.7 261015                      IF HD-ORDER-NUM NOT = WS-SAVE-ORDER
40.8 261015                         SET DTL-END TO TRUE
40.9 261015                      ELSE
41.0 261015                         MOVE ORDDHIST-REC TO ORDDTL-REC
41.1 261015                         PERFORM 500-LIST-LINE THRU 500-EXIT
41.2 261015                      END-IF
41.3 261015               END-READ
41.4 261015            END-PERFORM.
41.5 261015        450-EXIT.
41.6 261015            EXIT.
2.45 260901        500-LIST-LINE.
2.46 260901            MOVE OD-LINE      TO RPT-LINENO.
2.47 260901            MOVE OD-ITEM-NUM  TO RPT-ITEM.
2.52 260901                  MOVE 'OPEN' TO RPT-TEXT
2.53 260901               WHEN 'B'
2.54 260901                  MOVE 'BACKORDERED' TO RPT-TEXT
31.1 261015               WHEN 'D'
31.2 261015                  MOVE 'DROP-SHIP' TO RPT-TEXT
31.5 261015               WHEN 'K'
31.6 261015                  MOVE 'KIT' TO RPT-TEXT
2.55 260901               WHEN 'S'
2.56 260901                  MOVE 'SHIPPED' TO RPT-TEXT
2.57 260901               WHEN 'I'
2.58 260901                  MOVE 'INVOICED' TO RPT-TEXT
30.3 261015               WHEN 'X'
30.4 261015                  MOVE 'CANCELLED' TO RPT-TEXT
2.59 260901               WHEN OTHER
2.60 260901                  MOVE 'OPEN' TO RPT-TEXT
2.61 260901            END-EVALUATE.
