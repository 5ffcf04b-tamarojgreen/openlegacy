1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. WHSSRC.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT CUSTMSTR ASSIGN TO DATABASE-CUSTMSTR
1.06 261015                ORGANIZATION IS INDEXED
1.07 261015                ACCESS MODE IS DYNAMIC
1.08 261015                RECORD KEY IS CM-CUST-ID
1.09 261015                FILE STATUS IS WS-CUS-STATUS.
1.10 261015            SELECT DISTREF ASSIGN TO DATABASE-DISTREF
1.11 261015                ORGANIZATION IS INDEXED
1.12 261015                ACCESS MODE IS DYNAMIC
1.13 261015                RECORD KEY IS DR-DISTRICT
1.14 261015                FILE STATUS IS WS-REF-STATUS.
1.15 261015            SELECT WHSSTOCK ASSIGN TO DATABASE-WHSSTOCK
1.16 261015                ORGANIZATION IS INDEXED
1.17 261015                ACCESS MODE IS DYNAMIC
1.18 261015                RECORD KEY IS WH-KEY
1.19 261015                FILE STATUS IS WS-WHS-STATUS.
1.20 261015            SELECT ORDDTL ASSIGN TO DATABASE-ORDDTL
1.21 261015                ORGANIZATION IS INDEXED
1.22 261015                ACCESS MODE IS DYNAMIC
1.23 261015                RECORD KEY IS OD-KEY
1.24 261015                FILE STATUS IS WS-DTL-STATUS.
1.25 261015        DATA DIVISION.
1.26 261015        FILE SECTION.
1.27 261015        FD  CUSTMSTR
1.28 261015                LABEL RECORD IS STANDARD.
1.29 261015        01  CUSTMSTR-REC.
1.30 261015           03  CM-CUST-ID        PIC X(10).
1.31 261015           03  CM-DISTRICT       PIC X(5).
1.32 261015       * credit ceiling - zero = no limit set
1.33 261015           03  CM-CREDIT-LIMIT   PIC 9(9)V99.
1.34 261015       * Y = tax-exempt customer - INVGEN bills it no sales tax
1.35 261015           03  CM-TAX-EXEMPT     PIC X.
3.59 261015       * Y = free-freight contract - INVGEN prices the freight but
3.60 261015       * does not bill it
3.61 261015           03  CM-FREE-FREIGHT   PIC X.
3.75 261015       * agent of record - the agent paid commission on the
3.76 261015       * customer's sales (COMMRUN); zeros = none
3.77 261015           03  CM-AGENT-MHOZ     PIC 9(2).
3.78 261015           03  CM-AGENT-SOCN     PIC 9(6).
1.36 261015        FD  DISTREF
1.37 261015                LABEL RECORD IS STANDARD.
1.38 261015        01  DISTREF-REC.
1.39 261015           03  DR-DISTRICT       PIC X(5).
1.40 261015           03  DR-ACCEPTING      PIC X.
1.41 261015       * the warehouse the district's orders ship from by preference
1.42 261015           03  DR-WHSE           PIC X(3).
1.43 261015        FD  WHSSTOCK
1.44 261015                LABEL RECORD IS STANDARD.
1.45 261015        01  WHSSTOCK-REC.
1.46 261015           03  WH-KEY.
1.47 261015              05  WH-ITEM-NUM    PIC 9(8).
1.48 261015              05  WH-WHSE        PIC X(3).
1.49 261015           03  WH-QTY-ON-HAND    PIC 9(5).
1.50 261015           03  WH-REORDER-POINT  PIC 9(5).
1.51 261015        FD  ORDDTL
1.52 261015                LABEL RECORD IS STANDARD.
1.53 261015        01  ORDDTL-REC.
1.54 261015           03  OD-KEY.
1.55 261015              05  OD-ORDER-NUM   PIC 9(8).
1.56 261015              05  OD-LINE        PIC 9(3).
1.57 261015           03  OD-ITEM-NUM       PIC 9(8).
1.58 261015           03  OD-QTY            PIC 9(5).
1.59 261015           03  OD-EXT-PRICE      PIC 9(7)V99.
1.60 261015       * line lifecycle - see ORDENTRY
1.61 261015           03  OD-STATUS         PIC X.
1.62 261015       * price source - see ORDENTRY
1.63 261015           03  OD-PRICE-SRC      PIC X.
1.64 261015       * shipping warehouse - spaces = company position only
1.65 261015           03  OD-WHSE           PIC X(3).
3.62 261015       * requested, promised and shipped dates - see ORDENTRY
3.63 261015           03  OD-REQ-DATE       PIC 9(8).
3.64 261015           03  OD-PROM-DATE      PIC 9(8).
3.65 261015           03  OD-SHIP-DATE      PIC 9(8).
3.66 261015       * kit component link - see ORDENTRY
3.67 261015           03  OD-KIT-LINE       PIC 9(3).
3.68 261015       * item as ordered, when superseded - see ORDENTRY
3.69 261015           03  OD-ORIG-ITEM      PIC 9(8).
3.70 261015       * allocated lot - see ORDENTRY
3.71 261015           03  OD-LOT-NUM        PIC X(12).
3.72 261015       * cost at shipment - see SHIPCONF
3.73 261015           03  OD-UNIT-COST      PIC 9(5)V99.
3.74 261015           03  OD-EXT-COST       PIC 9(7)V99.
1.66 261015        WORKING-STORAGE SECTION.
1.67 261015        01  WS-CUS-STATUS     PIC XX.
1.68 261015        01  WS-REF-STATUS     PIC XX.
1.69 261015        01  WS-WHS-STATUS     PIC XX.
1.70 261015        01  WS-DTL-STATUS     PIC XX.
1.71 261015        01  WS-WHS-END        PIC X VALUE 'N'.
1.72 261015           88 WHS-END               VALUE 'Y'.
1.73 261015        01  WS-DTL-END        PIC X VALUE 'N'.
1.74 261015           88 DTL-END               VALUE 'Y'.
1.75 261015        01  WS-PREF-WHSE      PIC X(3) VALUE SPACES.
1.76 261015        01  WS-TRY-WHSE       PIC X(3) VALUE SPACES.
1.77 261015        01  WS-KEEP-WHSE      PIC X(3) VALUE SPACES.
1.78 261015        01  WS-AVAILABLE      PIC S9(7) VALUE 0.
1.79 261015        01  WS-COVERS         PIC X VALUE 'N'.
1.80 261015        01  WS-ALC-FOUND      PIC X VALUE 'N'.
1.81 261015           88 ALC-FOUND             VALUE 'Y'.
1.82 261015       * open allocations per warehouse for the item, summed in one
1.83 261015       * pass of the order detail
1.84 261015        01  WS-ALC-TABLE.
1.85 261015           03  WS-ALC-CNT        PIC 9(3) VALUE 0.
1.86 261015           03  WS-ALC-ENTRY OCCURS 50 TIMES.
1.87 261015              05  WS-ALC-WHSE       PIC X(3).
1.88 261015              05  WS-ALC-QTY        PIC 9(7).
1.89 261015        01  I-ALC             PIC 9(3) VALUE 0.
1.90 261015        LINKAGE SECTION.
1.91 261015        01 SRC-CUST-ID       PIC X(10).
1.92 261015        01 SRC-ITEM-NUM      PIC 9(8).
1.93 261015        01 SRC-QTY           PIC 9(5).
1.94 261015       * order and line of a line being re-sourced, whose own
1.95 261015       * allocation must not count against it - zeros for a new line
1.96 261015        01 SRC-EXCL-KEY      PIC X(11).
1.97 261015       * in: the warehouse the line is already sourced from, kept
1.98 261015       * while it still covers (spaces for a new line); out: the pick
1.99 261015        01 SRC-WHSE          PIC X(3).
2.00 261015        01 SRC-STATUS        PIC X.
2.01 261015           88 SRC-OK               VALUE '0'.
2.02 261015           88 SRC-NO-WHSE          VALUE '1'.
2.03 261015        PROCEDURE DIVISION USING SRC-CUST-ID SRC-ITEM-NUM SRC-QTY
2.04 261015            SRC-EXCL-KEY SRC-WHSE SRC-STATUS.
2.05 261015        BEGIN.
2.06 261015       * shipping warehouse for one order line: the warehouse it is
2.07 261015       * already sourced from, then the customer's district
2.08 261015       * warehouse, when either can cover the quantity, else the first
2.09 261015       * warehouse that can. Cover = WH-QTY-ON-HAND less the open
2.10 261015       * allocations already sourced from that warehouse. No cover
2.11 261015       * anywhere comes back as SRC-NO-WHSE with spaces, and the line
2.12 261015       * stays on the company position as before.
2.13 261015            SET SRC-NO-WHSE TO TRUE.
2.14 261015            MOVE SRC-WHSE TO WS-KEEP-WHSE.
2.15 261015            MOVE SPACES TO SRC-WHSE.
2.16 261015            OPEN INPUT CUSTMSTR.
2.17 261015            OPEN INPUT DISTREF.
2.18 261015            OPEN INPUT WHSSTOCK.
2.19 261015            OPEN INPUT ORDDTL.
2.20 261015            PERFORM 200-PREFERENCE THRU 200-EXIT.
2.21 261015            PERFORM 300-SUM-ALLOCATIONS THRU 300-EXIT.
2.22 261015            IF WS-KEEP-WHSE NOT = SPACES
2.23 261015               MOVE WS-KEEP-WHSE TO WS-TRY-WHSE
2.24 261015               PERFORM 500-CHECK-COVER THRU 500-EXIT
2.25 261015               IF WS-COVERS = 'Y'
2.26 261015                  MOVE WS-KEEP-WHSE TO SRC-WHSE
2.27 261015                  SET SRC-OK TO TRUE
2.28 261015                  GO TO 900-CLOSE
2.29 261015               END-IF
2.30 261015            END-IF.
2.31 261015            IF WS-PREF-WHSE NOT = SPACES
2.32 261015               MOVE WS-PREF-WHSE TO WS-TRY-WHSE
2.33 261015               PERFORM 500-CHECK-COVER THRU 500-EXIT
2.34 261015               IF WS-COVERS = 'Y'
2.35 261015                  MOVE WS-PREF-WHSE TO SRC-WHSE
2.36 261015                  SET SRC-OK TO TRUE
2.37 261015                  GO TO 900-CLOSE
2.38 261015               END-IF
2.39 261015            END-IF.
2.40 261015            PERFORM 400-ANY-WAREHOUSE THRU 400-EXIT.
2.41 261015        900-CLOSE.
2.42 261015            CLOSE CUSTMSTR.
2.43 261015            CLOSE DISTREF.
2.44 261015            CLOSE WHSSTOCK.
2.45 261015            CLOSE ORDDTL.
2.46 261015            GOBACK.
2.47 261015        200-PREFERENCE.
2.48 261015            MOVE SPACES TO WS-PREF-WHSE.
2.49 261015            MOVE SRC-CUST-ID TO CM-CUST-ID.
2.50 261015            READ CUSTMSTR
2.51 261015                INVALID KEY
2.52 261015                   GO TO 200-EXIT.
2.53 261015            MOVE CM-DISTRICT TO DR-DISTRICT.
2.54 261015            READ DISTREF
2.55 261015                INVALID KEY
2.56 261015                   GO TO 200-EXIT.
2.57 261015            MOVE DR-WHSE TO WS-PREF-WHSE.
2.58 261015        200-EXIT.
2.59 261015            EXIT.
2.60 261015        300-SUM-ALLOCATIONS.
2.61 261015            MOVE 0 TO WS-ALC-CNT.
2.62 261015            MOVE 'N' TO WS-DTL-END.
2.63 261015            MOVE LOW-VALUES TO OD-ORDER-NUM OD-LINE.
2.64 261015            START ORDDTL
2.65 261015                KEY NOT LESS OD-KEY
2.66 261015                INVALID KEY
2.67 261015                   SET DTL-END TO TRUE.
2.68 261015            PERFORM UNTIL DTL-END
2.69 261015               READ ORDDTL NEXT
2.70 261015                   AT END
2.71 261015                      SET DTL-END TO TRUE
2.72 261015                   NOT AT END
2.73 261015                      IF OD-ITEM-NUM = SRC-ITEM-NUM AND
2.74 261015                         OD-STATUS = 'A' AND
2.75 261015                         OD-WHSE NOT = SPACES AND
2.76 261015                         OD-KEY NOT = SRC-EXCL-KEY
2.77 261015                         PERFORM 350-TALLY-WHSE THRU 350-EXIT
2.78 261015                      END-IF
2.79 261015               END-READ
2.80 261015            END-PERFORM.
2.81 261015        300-EXIT.
2.82 261015            EXIT.
2.83 261015        350-TALLY-WHSE.
2.84 261015            MOVE 'N' TO WS-ALC-FOUND.
2.85 261015            PERFORM VARYING I-ALC FROM 1 BY 1
2.86 261015                    UNTIL I-ALC > WS-ALC-CNT
2.87 261015               IF WS-ALC-WHSE(I-ALC) = OD-WHSE
2.88 261015                  ADD OD-QTY TO WS-ALC-QTY(I-ALC)
2.89 261015                  SET ALC-FOUND TO TRUE
2.90 261015                  COMPUTE I-ALC = WS-ALC-CNT + 1
2.91 261015               END-IF
2.92 261015            END-PERFORM.
2.93 261015            IF NOT ALC-FOUND AND WS-ALC-CNT < 50
2.94 261015               ADD 1 TO WS-ALC-CNT
2.95 261015               MOVE OD-WHSE TO WS-ALC-WHSE(WS-ALC-CNT)
2.96 261015               MOVE OD-QTY  TO WS-ALC-QTY(WS-ALC-CNT)
2.97 261015            END-IF.
2.98 261015        350-EXIT.
2.99 261015            EXIT.
3.00 261015        400-ANY-WAREHOUSE.
3.01 261015       * every warehouse row of the item, in warehouse order - the
3.02 261015       * first that covers the whole line wins; lines are not split
3.03 261015            MOVE 'N' TO WS-WHS-END.
3.04 261015            MOVE SRC-ITEM-NUM TO WH-ITEM-NUM.
3.05 261015            MOVE LOW-VALUES   TO WH-WHSE.
3.06 261015            START WHSSTOCK
3.07 261015                KEY NOT LESS WH-KEY
3.08 261015                INVALID KEY
3.09 261015                   SET WHS-END TO TRUE.
3.10 261015            PERFORM UNTIL WHS-END
3.11 261015               READ WHSSTOCK NEXT
3.12 261015                   AT END
3.13 261015                      SET WHS-END TO TRUE
3.14 261015                   NOT AT END
3.15 261015                      IF WH-ITEM-NUM NOT = SRC-ITEM-NUM
3.16 261015                         SET WHS-END TO TRUE
3.17 261015                      ELSE
3.18 261015                         PERFORM 450-TRY-ROW THRU 450-EXIT
3.19 261015                      END-IF
3.20 261015               END-READ
3.21 261015            END-PERFORM.
3.22 261015        400-EXIT.
3.23 261015            EXIT.
3.24 261015        450-TRY-ROW.
3.25 261015            IF WH-WHSE = WS-PREF-WHSE OR WH-WHSE = WS-KEEP-WHSE
3.26 261015               GO TO 450-EXIT.
3.27 261015            MOVE WH-WHSE TO WS-TRY-WHSE.
3.28 261015            PERFORM 550-NET-AVAILABLE THRU 550-EXIT.
3.29 261015            IF WS-AVAILABLE >= SRC-QTY
3.30 261015               MOVE WH-WHSE TO SRC-WHSE
3.31 261015               SET SRC-OK TO TRUE
3.32 261015               SET WHS-END TO TRUE.
3.33 261015        450-EXIT.
3.34 261015            EXIT.
3.35 261015        500-CHECK-COVER.
3.36 261015            MOVE 'N' TO WS-COVERS.
3.37 261015            MOVE SRC-ITEM-NUM TO WH-ITEM-NUM.
3.38 261015            MOVE WS-TRY-WHSE  TO WH-WHSE.
3.39 261015            READ WHSSTOCK
3.40 261015                INVALID KEY
3.41 261015                   GO TO 500-EXIT.
3.42 261015            PERFORM 550-NET-AVAILABLE THRU 550-EXIT.
3.43 261015            IF WS-AVAILABLE >= SRC-QTY
3.44 261015               MOVE 'Y' TO WS-COVERS.
3.45 261015        500-EXIT.
3.46 261015            EXIT.
3.47 261015        550-NET-AVAILABLE.
3.48 261015            MOVE WH-QTY-ON-HAND TO WS-AVAILABLE.
3.49 261015            PERFORM VARYING I-ALC FROM 1 BY 1
3.50 261015                    UNTIL I-ALC > WS-ALC-CNT
3.51 261015               IF WS-ALC-WHSE(I-ALC) = WS-TRY-WHSE
3.52 261015                  SUBTRACT WS-ALC-QTY(I-ALC) FROM WS-AVAILABLE
3.53 261015                  COMPUTE I-ALC = WS-ALC-CNT + 1
3.54 261015               END-IF
3.55 261015            END-PERFORM.
3.56 261015        550-EXIT.
3.57 261015            EXIT.
3.58 261015        HALT.
