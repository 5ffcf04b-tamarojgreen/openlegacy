1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. OTIFRPT.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT ORDDTL ASSIGN TO DATABASE-ORDDTL
1.06 261015                ORGANIZATION IS INDEXED
1.07 261015                ACCESS MODE IS DYNAMIC
1.08 261015                RECORD KEY IS OD-KEY
1.09 261015                FILE STATUS IS WS-DTL-STATUS.
1.10 261015            SELECT ORDHDR ASSIGN TO DATABASE-ORDHDR
1.11 261015                ORGANIZATION IS INDEXED
1.12 261015                ACCESS MODE IS DYNAMIC
1.13 261015                RECORD KEY IS OH-ORDER-NUM
1.14 261015                FILE STATUS IS WS-HDR-STATUS.
1.15 261015            SELECT CUSTMSTR ASSIGN TO DATABASE-CUSTMSTR
1.16 261015                ORGANIZATION IS INDEXED
1.17 261015                ACCESS MODE IS DYNAMIC
1.18 261015                RECORD KEY IS CM-CUST-ID
1.19 261015                FILE STATUS IS WS-CUS-STATUS.
1.20 261015            SELECT OTIFRPTF ASSIGN TO PRINTER-OTIFRPT
1.21 261015                ORGANIZATION IS LINE SEQUENTIAL
1.22 261015                FILE STATUS IS WS-RPT-STATUS.
1.23 261015        DATA DIVISION.
1.24 261015        FILE SECTION.
1.25 261015        FD  ORDDTL
1.26 261015                LABEL RECORD IS STANDARD.
1.27 261015        01  ORDDTL-REC.
1.28 261015           03  OD-KEY.
1.29 261015              05  OD-ORDER-NUM   PIC 9(8).
1.30 261015              05  OD-LINE        PIC 9(3).
1.31 261015           03  OD-ITEM-NUM       PIC 9(8).
1.32 261015           03  OD-QTY            PIC 9(5).
1.33 261015           03  OD-EXT-PRICE      PIC 9(7)V99.
1.34 261015       * line lifecycle - see ORDENTRY
1.35 261015           03  OD-STATUS         PIC X.
1.36 261015       * price source - see ORDENTRY
1.37 261015           03  OD-PRICE-SRC      PIC X.
1.38 261015       * shipping warehouse - see ORDENTRY
1.39 261015           03  OD-WHSE           PIC X(3).
1.40 261015       * requested, promised and shipped dates - see ORDENTRY
1.41 261015           03  OD-REQ-DATE       PIC 9(8).
1.42 261015           03  OD-PROM-DATE      PIC 9(8).
1.43 261015           03  OD-SHIP-DATE      PIC 9(8).
4.46 261015       * kit component link - see ORDENTRY
4.47 261015           03  OD-KIT-LINE       PIC 9(3).
4.51 261015       * item as ordered, when superseded - see ORDENTRY
4.52 261015           03  OD-ORIG-ITEM      PIC 9(8).
4.58 261015       * allocated lot - see ORDENTRY
4.59 261015           03  OD-LOT-NUM        PIC X(12).
4.60 261015       * cost at shipment - see SHIPCONF
4.61 261015           03  OD-UNIT-COST      PIC 9(5)V99.
4.62 261015           03  OD-EXT-COST       PIC 9(7)V99.
1.44 261015        FD  ORDHDR
1.45 261015                LABEL RECORD IS STANDARD.
1.46 261015        01  ORDHDR-REC.
1.47 261015           03  OH-ORDER-NUM      PIC 9(8).
1.48 261015           03  OH-CUST-ID        PIC X(10).
1.49 261015           03  OH-DATE           PIC 9(8).
4.53 261015       * how the order is paid - see ORDPAY
4.54 261015           03  OH-PAY-METHOD     PIC X.
4.55 261015           03  OH-CARD-SLOT      PIC 9(2).
4.56 261015           03  OH-CARD-TOKEN     PIC 9(11).
4.57 261015           03  OH-CARD-LAST4     PIC 9(4).
1.50 261015        FD  CUSTMSTR
1.51 261015                LABEL RECORD IS STANDARD.
1.52 261015        01  CUSTMSTR-REC.
1.53 261015           03  CM-CUST-ID        PIC X(10).
1.54 261015           03  CM-DISTRICT       PIC X(5).
1.55 261015           03  CM-CREDIT-LIMIT   PIC 9(9)V99.
1.56 261015           03  CM-TAX-EXEMPT     PIC X.
1.57 261015           03  CM-FREE-FREIGHT   PIC X.
4.63 261015           03  CM-AGENT-MHOZ     PIC 9(2).
4.64 261015           03  CM-AGENT-SOCN     PIC 9(6).
1.58 261015        FD  OTIFRPTF
1.59 261015                LABEL RECORD IS STANDARD.
1.60 261015        01  RPT-LINE          PIC X(80).
1.61 261015        WORKING-STORAGE SECTION.
1.62 261015        01  WS-DTL-STATUS     PIC XX.
1.63 261015        01  WS-HDR-STATUS     PIC XX.
1.64 261015        01  WS-CUS-STATUS     PIC XX.
1.65 261015        01  WS-RPT-STATUS     PIC XX.
1.66 261015        01  WS-DTL-END        PIC X VALUE 'N'.
1.67 261015           88 DTL-END               VALUE 'Y'.
1.68 261015        01  WS-WEEK-START     PIC 9(8) VALUE 0.
1.69 261015        01  WS-DATE-INT       PIC 9(8) VALUE 0.
1.70 261015        01  WS-LAST-ORDER     PIC 9(8) VALUE 0.
1.71 261015        01  WS-CUST-ID        PIC X(10) VALUE SPACES.
1.72 261015        01  WS-DISTRICT       PIC X(5) VALUE SPACES.
1.73 261015        01  WS-ON-TIME        PIC X VALUE 'N'.
1.74 261015           88 ON-TIME               VALUE 'Y'.
1.75 261015        01  WS-DAYS-LATE      PIC 9(5) VALUE 0.
1.76 261015        01  WS-PCT            PIC 9(3)V9 VALUE 0.
1.77 261015        01  WS-TOT-DUE        PIC 9(7) VALUE 0.
1.78 261015        01  WS-TOT-OK         PIC 9(7) VALUE 0.
1.79 261015       * lines due in the week and lines shipped on time, by customer
1.80 261015       * and by district
1.81 261015        01  WS-CUS-TBL.
1.82 261015           03  WS-CUS-O OCCURS 200.
1.83 261015              05  WS-CUS-ID          PIC X(10).
1.84 261015              05  WS-CUS-DISTRICT    PIC X(5).
1.85 261015              05  WS-CUS-DUE         PIC 9(5).
1.86 261015              05  WS-CUS-OK          PIC 9(5).
1.87 261015        01  WS-CUS-CNT        PIC 9(3) VALUE 0.
1.88 261015        01  I-CUS             PIC 9(3) VALUE 0.
1.89 261015        01  WS-CUS-FOUND      PIC X VALUE 'N'.
1.90 261015           88 CUS-FOUND             VALUE 'Y'.
1.91 261015        01  WS-CUS-FOUND-AT   PIC 9(3) VALUE 0.
1.92 261015        01  WS-DST-TBL.
1.93 261015           03  WS-DST-O OCCURS 50.
1.94 261015              05  WS-DST-DISTRICT    PIC X(5).
1.95 261015              05  WS-DST-DUE         PIC 9(5).
1.96 261015              05  WS-DST-OK          PIC 9(5).
1.97 261015        01  WS-DST-CNT        PIC 9(3) VALUE 0.
1.98 261015        01  I-DST             PIC 9(3) VALUE 0.
1.99 261015        01  WS-DST-FOUND      PIC X VALUE 'N'.
2.00 261015           88 DST-FOUND             VALUE 'Y'.
2.01 261015        01  WS-DST-FOUND-AT   PIC 9(3) VALUE 0.
2.02 261015        01  WS-LATE-HEAD.
2.03 261015           03  FILLER            PIC X(13) VALUE 'ORDER    LINE'.
2.04 261015           03  FILLER            PIC X(12) VALUE ' CUSTOMER   '.
2.05 261015           03  FILLER            PIC X(9)  VALUE 'ITEM     '.
2.06 261015           03  FILLER            PIC X(9)  VALUE 'PROMISED '.
2.07 261015           03  FILLER            PIC X(12) VALUE 'SHIPPED     '.
2.08 261015           03  FILLER            PIC X(9)  VALUE 'DAYS LATE'.
2.09 261015        01  WS-LATE-DETAIL.
2.10 261015           03  RPT-ORDER-NUM     PIC 9(8).
2.11 261015           03  FILLER            PIC X(2) VALUE SPACES.
2.12 261015           03  RPT-LINE-NO       PIC 9(3).
2.13 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.14 261015           03  RPT-CUST-ID       PIC X(10).
2.15 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.16 261015           03  RPT-ITEM-NUM      PIC 9(8).
2.17 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.18 261015           03  RPT-PROM-DATE     PIC 9(8).
2.19 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.20 261015           03  RPT-SHIPPED       PIC X(11).
2.21 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.22 261015           03  RPT-DAYS-LATE     PIC Z(4)9.
2.23 261015        01  WS-SUM-HEAD.
2.24 261015           03  SUM-HEAD-LABEL    PIC X(18).
2.25 261015           03  FILLER            PIC X(30)
2.26 261015               VALUE '     DUE   ON TIME     OTIF% '.
2.27 261015        01  WS-SUM-DETAIL.
2.28 261015           03  SUM-KEY           PIC X(10).
2.29 261015           03  FILLER            PIC X(1) VALUE SPACES.
2.30 261015           03  SUM-DISTRICT      PIC X(5).
2.31 261015           03  FILLER            PIC X(2) VALUE SPACES.
2.32 261015           03  SUM-DUE           PIC Z(7)9.
2.33 261015           03  FILLER            PIC X(2) VALUE SPACES.
2.34 261015           03  SUM-OK            PIC Z(7)9.
2.35 261015           03  FILLER            PIC X(4) VALUE SPACES.
2.36 261015           03  SUM-PCT           PIC ZZ9.9.
2.37 261015        LINKAGE SECTION.
2.38 261015       * the last day of the week to report, YYYYMMDD - the week is
2.39 261015       * the seven days ending on it
2.40 261015        01 OTF-WEEK-END      PIC 9(8).
2.41 261015        PROCEDURE DIVISION USING OTF-WEEK-END.
2.42 261015        BEGIN.
2.43 261015       * weekly on-time-in-full: every order line promised for the
2.44 261015       * week, counted by customer and district as shipped complete
2.45 261015       * by its promised date or not; the late ones are listed with
2.46 261015       * how late they were - a line still unshipped is late by the
2.47 261015       * days since its promise up to the week's end. Lines ship
2.48 261015       * whole, so a shipped line is a full one. Cancelled lines and
2.49 261015       * lines with no promise are left out.
2.50 261015            MOVE 'N' TO WS-DTL-END.
2.51 261015            COMPUTE WS-DATE-INT =
2.52 261015                FUNCTION INTEGER-OF-DATE(OTF-WEEK-END) - 6.
2.53 261015            COMPUTE WS-WEEK-START = FUNCTION DATE-OF-INTEGER
2.54 261015                (WS-DATE-INT).
2.55 261015            OPEN INPUT ORDDTL.
2.56 261015            OPEN INPUT ORDHDR.
2.57 261015            OPEN INPUT CUSTMSTR.
2.58 261015            OPEN OUTPUT OTIFRPTF.
2.59 261015            MOVE SPACES TO RPT-LINE.
2.60 261015            STRING 'ON-TIME-IN-FULL ' DELIMITED SIZE
2.61 261015                   WS-WEEK-START DELIMITED SIZE
2.62 261015                   ' TO ' DELIMITED SIZE
2.63 261015                   OTF-WEEK-END DELIMITED SIZE
2.64 261015                   INTO RPT-LINE.
2.65 261015            WRITE RPT-LINE.
2.66 261015            MOVE SPACES TO RPT-LINE.
2.67 261015            WRITE RPT-LINE.
2.68 261015            MOVE 'LATE LINES' TO RPT-LINE.
2.69 261015            WRITE RPT-LINE.
2.70 261015            MOVE WS-LATE-HEAD TO RPT-LINE.
2.71 261015            WRITE RPT-LINE.
2.72 261015            MOVE LOW-VALUES TO OD-ORDER-NUM OD-LINE.
2.73 261015            START ORDDTL
2.74 261015                KEY NOT LESS OD-KEY
2.75 261015                INVALID KEY
2.76 261015                   SET DTL-END TO TRUE.
2.77 261015            PERFORM UNTIL DTL-END
2.78 261015               READ ORDDTL NEXT
2.79 261015                   AT END
2.80 261015                      SET DTL-END TO TRUE
2.81 261015                   NOT AT END
4.48 261015       * a kit is measured on its kit line, not its components
2.82 261015                      IF OD-PROM-DATE NOT < WS-WEEK-START AND
2.83 261015                         OD-PROM-DATE NOT > OTF-WEEK-END AND
4.49 261015                         OD-STATUS NOT = 'X' AND
4.50 261015                         OD-KIT-LINE = 0
2.85 261015                         PERFORM 300-LINE THRU 300-EXIT
2.86 261015                      END-IF
2.87 261015               END-READ
2.88 261015            END-PERFORM.
2.89 261015            MOVE SPACES TO RPT-LINE.
2.90 261015            WRITE RPT-LINE.
2.91 261015            MOVE 'BY CUSTOMER' TO SUM-HEAD-LABEL.
2.92 261015            MOVE WS-SUM-HEAD TO RPT-LINE.
2.93 261015            WRITE RPT-LINE.
2.94 261015            PERFORM VARYING I-CUS FROM 1 BY 1
2.95 261015                    UNTIL I-CUS > WS-CUS-CNT
2.96 261015               MOVE WS-CUS-ID(I-CUS)       TO SUM-KEY
2.97 261015               MOVE WS-CUS-DISTRICT(I-CUS) TO SUM-DISTRICT
2.98 261015               MOVE WS-CUS-DUE(I-CUS)      TO SUM-DUE
2.99 261015               MOVE WS-CUS-OK(I-CUS)       TO SUM-OK
3.00 261015               MOVE 0 TO WS-PCT
3.01 261015               IF WS-CUS-DUE(I-CUS) > 0
3.02 261015                  COMPUTE WS-PCT ROUNDED = WS-CUS-OK(I-CUS) * 100
3.03 261015                      / WS-CUS-DUE(I-CUS)
3.04 261015               END-IF
3.05 261015               MOVE WS-PCT TO SUM-PCT
3.06 261015               MOVE WS-SUM-DETAIL TO RPT-LINE
3.07 261015               WRITE RPT-LINE
3.08 261015            END-PERFORM.
3.09 261015            MOVE SPACES TO RPT-LINE.
3.10 261015            WRITE RPT-LINE.
3.11 261015            MOVE 'BY DISTRICT' TO SUM-HEAD-LABEL.
3.12 261015            MOVE WS-SUM-HEAD TO RPT-LINE.
3.13 261015            WRITE RPT-LINE.
3.14 261015            PERFORM VARYING I-DST FROM 1 BY 1
3.15 261015                    UNTIL I-DST > WS-DST-CNT
3.16 261015               MOVE SPACES                 TO SUM-KEY
3.17 261015               MOVE WS-DST-DISTRICT(I-DST) TO SUM-DISTRICT
3.18 261015               MOVE WS-DST-DUE(I-DST)      TO SUM-DUE
3.19 261015               MOVE WS-DST-OK(I-DST)       TO SUM-OK
3.20 261015               MOVE 0 TO WS-PCT
3.21 261015               IF WS-DST-DUE(I-DST) > 0
3.22 261015                  COMPUTE WS-PCT ROUNDED = WS-DST-OK(I-DST) * 100
3.23 261015                      / WS-DST-DUE(I-DST)
3.24 261015               END-IF
3.25 261015               MOVE WS-PCT TO SUM-PCT
3.26 261015               MOVE WS-SUM-DETAIL TO RPT-LINE
3.27 261015               WRITE RPT-LINE
3.28 261015            END-PERFORM.
3.29 261015            MOVE 'TOTAL'    TO SUM-KEY.
3.30 261015            MOVE SPACES     TO SUM-DISTRICT.
3.31 261015            MOVE WS-TOT-DUE TO SUM-DUE.
3.32 261015            MOVE WS-TOT-OK  TO SUM-OK.
3.33 261015            MOVE 0 TO WS-PCT.
3.34 261015            IF WS-TOT-DUE > 0
3.35 261015               COMPUTE WS-PCT ROUNDED = WS-TOT-OK * 100 / WS-TOT-DUE
3.36 261015            END-IF.
3.37 261015            MOVE WS-PCT TO SUM-PCT.
3.38 261015            MOVE SPACES TO RPT-LINE.
3.39 261015            WRITE RPT-LINE.
3.40 261015            MOVE WS-SUM-DETAIL TO RPT-LINE.
3.41 261015            WRITE RPT-LINE.
3.42 261015            CLOSE ORDDTL.
3.43 261015            CLOSE ORDHDR.
3.44 261015            CLOSE CUSTMSTR.
3.45 261015            CLOSE OTIFRPTF.
3.46 261015            GOBACK.
3.47 261015        300-LINE.
3.48 261015            IF OD-ORDER-NUM NOT = WS-LAST-ORDER
3.49 261015               PERFORM 350-CUSTOMER THRU 350-EXIT.
3.50 261015            MOVE 'N' TO WS-ON-TIME.
3.51 261015            IF (OD-STATUS = 'S' OR OD-STATUS = 'I') AND
3.52 261015               OD-SHIP-DATE > 0 AND OD-SHIP-DATE NOT > OD-PROM-DATE
3.53 261015               SET ON-TIME TO TRUE.
3.54 261015            PERFORM 400-TALLY-CUST THRU 400-EXIT.
3.55 261015            PERFORM 450-TALLY-DISTRICT THRU 450-EXIT.
3.56 261015            ADD 1 TO WS-TOT-DUE.
3.57 261015            IF ON-TIME
3.58 261015               ADD 1 TO WS-TOT-OK
3.59 261015               GO TO 300-EXIT.
3.60 261015            MOVE OD-ORDER-NUM TO RPT-ORDER-NUM.
3.61 261015            MOVE OD-LINE      TO RPT-LINE-NO.
3.62 261015            MOVE WS-CUST-ID   TO RPT-CUST-ID.
3.63 261015            MOVE OD-ITEM-NUM  TO RPT-ITEM-NUM.
3.64 261015            MOVE OD-PROM-DATE TO RPT-PROM-DATE.
3.65 261015            IF OD-SHIP-DATE > 0
3.66 261015               MOVE OD-SHIP-DATE TO RPT-SHIPPED
3.67 261015               COMPUTE WS-DAYS-LATE =
3.68 261015                   FUNCTION INTEGER-OF-DATE(OD-SHIP-DATE) -
3.69 261015                   FUNCTION INTEGER-OF-DATE(OD-PROM-DATE)
3.70 261015            ELSE
3.71 261015               MOVE 'NOT SHIPPED' TO RPT-SHIPPED
3.72 261015               COMPUTE WS-DAYS-LATE =
3.73 261015                   FUNCTION INTEGER-OF-DATE(OTF-WEEK-END) -
3.74 261015                   FUNCTION INTEGER-OF-DATE(OD-PROM-DATE)
3.75 261015            END-IF.
3.76 261015            MOVE WS-DAYS-LATE TO RPT-DAYS-LATE.
3.77 261015            MOVE WS-LATE-DETAIL TO RPT-LINE.
3.78 261015            WRITE RPT-LINE.
3.79 261015        300-EXIT.
3.80 261015            EXIT.
3.81 261015        350-CUSTOMER.
3.82 261015            MOVE OD-ORDER-NUM TO WS-LAST-ORDER.
3.83 261015            MOVE SPACES TO WS-CUST-ID WS-DISTRICT.
3.84 261015            MOVE OD-ORDER-NUM TO OH-ORDER-NUM.
3.85 261015            READ ORDHDR
3.86 261015                INVALID KEY
3.87 261015                   GO TO 350-EXIT.
3.88 261015            MOVE OH-CUST-ID TO WS-CUST-ID.
3.89 261015            MOVE OH-CUST-ID TO CM-CUST-ID.
3.90 261015            READ CUSTMSTR
3.91 261015                INVALID KEY
3.92 261015                   GO TO 350-EXIT.
3.93 261015            MOVE CM-DISTRICT TO WS-DISTRICT.
3.94 261015        350-EXIT.
3.95 261015            EXIT.
3.96 261015        400-TALLY-CUST.
3.97 261015            MOVE 'N' TO WS-CUS-FOUND.
3.98 261015            PERFORM VARYING I-CUS FROM 1 BY 1
3.99 261015                    UNTIL I-CUS > WS-CUS-CNT
4.00 261015               IF WS-CUS-ID(I-CUS) = WS-CUST-ID
4.01 261015                  SET CUS-FOUND TO TRUE
4.02 261015                  MOVE I-CUS TO WS-CUS-FOUND-AT
4.03 261015                  COMPUTE I-CUS = WS-CUS-CNT + 1
4.04 261015               END-IF
4.05 261015            END-PERFORM.
4.06 261015            IF NOT CUS-FOUND
4.07 261015               IF WS-CUS-CNT NOT < 200
4.08 261015                  GO TO 400-EXIT
4.09 261015               END-IF
4.10 261015               ADD 1 TO WS-CUS-CNT
4.11 261015               MOVE WS-CUS-CNT TO WS-CUS-FOUND-AT
4.12 261015               MOVE WS-CUST-ID  TO WS-CUS-ID(WS-CUS-CNT)
4.13 261015               MOVE WS-DISTRICT TO WS-CUS-DISTRICT(WS-CUS-CNT)
4.14 261015               MOVE 0 TO WS-CUS-DUE(WS-CUS-CNT) WS-CUS-OK(WS-CUS-CNT)
4.15 261015            END-IF.
4.16 261015            ADD 1 TO WS-CUS-DUE(WS-CUS-FOUND-AT).
4.17 261015            IF ON-TIME
4.18 261015               ADD 1 TO WS-CUS-OK(WS-CUS-FOUND-AT).
4.19 261015        400-EXIT.
4.20 261015            EXIT.
4.21 261015        450-TALLY-DISTRICT.
4.22 261015            MOVE 'N' TO WS-DST-FOUND.
4.23 261015            PERFORM VARYING I-DST FROM 1 BY 1
4.24 261015                    UNTIL I-DST > WS-DST-CNT
4.25 261015               IF WS-DST-DISTRICT(I-DST) = WS-DISTRICT
4.26 261015                  SET DST-FOUND TO TRUE
4.27 261015                  MOVE I-DST TO WS-DST-FOUND-AT
4.28 261015                  COMPUTE I-DST = WS-DST-CNT + 1
4.29 261015               END-IF
4.30 261015            END-PERFORM.
4.31 261015            IF NOT DST-FOUND
4.32 261015               IF WS-DST-CNT NOT < 50
4.33 261015                  GO TO 450-EXIT
4.34 261015               END-IF
4.35 261015               ADD 1 TO WS-DST-CNT
4.36 261015               MOVE WS-DST-CNT TO WS-DST-FOUND-AT
4.37 261015               MOVE WS-DISTRICT TO WS-DST-DISTRICT(WS-DST-CNT)
4.38 261015               MOVE 0 TO WS-DST-DUE(WS-DST-CNT) WS-DST-OK(WS-DST-CNT)
4.39 261015            END-IF.
4.40 261015            ADD 1 TO WS-DST-DUE(WS-DST-FOUND-AT).
4.41 261015            IF ON-TIME
4.42 261015               ADD 1 TO WS-DST-OK(WS-DST-FOUND-AT).
4.43 261015        450-EXIT.
4.44 261015            EXIT.
4.45 261015        HALT.
