1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. MRGGUARD.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT CATGREF ASSIGN TO DATABASE-CATGREF
1.06 261015                ORGANIZATION IS INDEXED
1.07 261015                ACCESS MODE IS DYNAMIC
1.08 261015                RECORD KEY IS CR-CATEGORY
1.09 261015                FILE STATUS IS WS-CAT-STATUS.
1.10 261015            SELECT PRCAPPR ASSIGN TO DATABASE-PRCAPPR
1.11 261015                ORGANIZATION IS INDEXED
1.12 261015                ACCESS MODE IS DYNAMIC
1.13 261015                RECORD KEY IS AQ-KEY
1.14 261015                FILE STATUS IS WS-FILE-STATUS.
1.15 261015        DATA DIVISION.
1.16 261015        FILE SECTION.
1.17 261015        FD  CATGREF
1.18 261015                LABEL RECORD IS STANDARD.
1.19 261015        01  CATGREF-REC.
1.20 261015           03  CR-CATEGORY       PIC X(16).
1.21 261015           03  CR-DESC           PIC X(28).
1.22 261015       * tax code INVGEN bills the category's lines under - EX
1.23 261015       * exempt, ZR zero-rated, ST standard (the default when
1.24 261015       * blank); the rate itself comes from TAXRATE
1.25 261015           03  CR-TAX-CODE       PIC X(2).
1.26 261015       * minimum margin over moving-average cost, percent - a price
1.27 261015       * set under it waits for a second operator; see MRGGUARD
1.28 261015           03  CR-MIN-MARGIN     PIC 9(3)V99.
1.29 261015        FD  PRCAPPR
1.30 261015                LABEL RECORD IS STANDARD.
1.31 261015       * the price approval queue - a price change or contract row
1.32 261015       * under its category's margin floor, parked instead of landing.
1.33 261015       * P = waiting, A = approved and applied, R = rejected - see
1.34 261015       * PRCAPRV
1.35 261015        01  PRCAPPR-REC.
1.36 261015           03  AQ-KEY.
1.37 261015              05  AQ-QUEUE-ID    PIC 9(12).
1.38 261015       * L = list price (UPDATEITEM), S = scheduled price (PRICEAPPL),
1.39 261015       * C = contract price (CPRCMNT)
1.40 261015           03  AQ-SOURCE         PIC X.
1.41 261015           03  AQ-ITEM-NUM       PIC 9(8).
1.42 261015           03  AQ-CATEGORY       PIC X(16).
1.43 261015       * contract rows only
1.44 261015           03  AQ-CUST-ID        PIC X(10).
1.45 261015       * the contract validity, or the scheduled price's effective
1.46 261015       * date in AQ-FROM-DATE
1.47 261015           03  AQ-FROM-DATE      PIC 9(8).
1.48 261015           03  AQ-TO-DATE        PIC 9(8).
1.49 261015           03  AQ-UNIT-COST      PIC 9(5)V99.
1.50 261015           03  AQ-OLD-PRICE      PIC 9(5)V99.
1.51 261015           03  AQ-NEW-PRICE      PIC 9(5)V99.
1.52 261015           03  AQ-FLOOR          PIC 9(3)V99.
1.53 261015           03  AQ-OLD-MARGIN     PIC S9(5)V99.
1.54 261015           03  AQ-NEW-MARGIN     PIC S9(5)V99.
1.55 261015           03  AQ-KEYED-BY       PIC X(10).
1.56 261015           03  AQ-KEYED-AT       PIC X(21).
1.57 261015           03  AQ-STATUS         PIC X.
1.58 261015           03  AQ-DECIDED-BY     PIC X(10).
1.59 261015           03  AQ-DECIDED-AT     PIC X(21).
1.60 261015        WORKING-STORAGE SECTION.
1.61 261015        01  WS-CAT-STATUS     PIC XX.
1.62 261015        01  WS-FILE-STATUS    PIC XX.
1.63 261015        01  WS-SEQ-NAME       PIC X(16) VALUE 'PRCAPPR         '.
1.64 261015        01  WS-SEQ-VALUE      PIC 9(12) VALUE 0.
1.65 261015        01  WS-FLOOR-PRICE    PIC 9(7)V9999 VALUE 0.
1.66 261015        LINKAGE SECTION.
1.67 261015       * C = check only, P = check and park a price under the floor
1.68 261015        01 MGG-FUNC          PIC X.
1.69 261015       * L = list price, S = scheduled price, C = contract price
1.70 261015        01 MGG-SOURCE        PIC X.
1.71 261015        01 MGG-ITEM-NUM      PIC 9(8).
1.72 261015        01 MGG-CATEGORY      PIC X(16).
1.73 261015       * the item's moving-average cost - zero cannot be measured
1.74 261015       * against and always passes
1.75 261015        01 MGG-UNIT-COST     PIC 9(5)V99.
1.76 261015        01 MGG-OLD-PRICE     PIC 9(5)V99.
1.77 261015        01 MGG-NEW-PRICE     PIC 9(5)V99.
1.78 261015        01 MGG-CUST-ID       PIC X(10).
1.79 261015        01 MGG-FROM-DATE     PIC 9(8).
1.80 261015        01 MGG-TO-DATE       PIC 9(8).
1.81 261015        01 MGG-OPERATOR      PIC X(10).
1.82 261015       * returned: the floor and both margins as percent over cost,
1.83 261015       * and the queue row a parked price went to
1.84 261015        01 MGG-FLOOR         PIC 9(3)V99.
1.85 261015        01 MGG-OLD-MARGIN    PIC S9(5)V99.
1.86 261015        01 MGG-NEW-MARGIN    PIC S9(5)V99.
1.87 261015        01 MGG-QUEUE-ID      PIC 9(12).
1.88 261015        01 MGG-STATUS        PIC X.
1.89 261015           88 MGG-OK               VALUE '0'.
1.90 261015           88 MGG-UNDER-FLOOR      VALUE '1'.
1.91 261015           88 MGG-IO-ERROR         VALUE '2'.
1.92 261015        PROCEDURE DIVISION USING MGG-FUNC MGG-SOURCE MGG-ITEM-NUM
1.93 261015            MGG-CATEGORY MGG-UNIT-COST MGG-OLD-PRICE MGG-NEW-PRICE
1.94 261015            MGG-CUST-ID MGG-FROM-DATE MGG-TO-DATE MGG-OPERATOR
1.95 261015            MGG-FLOOR MGG-OLD-MARGIN MGG-NEW-MARGIN MGG-QUEUE-ID
1.96 261015            MGG-STATUS.
1.97 261015        BEGIN.
1.98 261015       * the minimum-margin rule every selling price passes through -
1.99 261015       * a list price, a scheduled price or a contract row under the
2.00 261015       * category's floor (percent over moving-average cost; a
2.01 261015       * category with no floor still may not sell under cost) is
2.02 261015       * parked on PRCAPPR with the old and new margin, and lands only
2.03 261015       * when an operator other than the one who keyed it approves it
2.04 261015            SET MGG-OK TO TRUE.
2.05 261015            MOVE 0 TO MGG-FLOOR MGG-OLD-MARGIN MGG-NEW-MARGIN.
2.06 261015            MOVE 0 TO MGG-QUEUE-ID.
2.07 261015            IF MGG-UNIT-COST = 0
2.08 261015               GOBACK.
2.09 261015            OPEN INPUT CATGREF.
2.10 261015            MOVE MGG-CATEGORY TO CR-CATEGORY.
2.11 261015            READ CATGREF
2.12 261015                INVALID KEY
2.13 261015                   MOVE 0 TO CR-MIN-MARGIN
2.14 261015            END-READ.
2.15 261015            CLOSE CATGREF.
2.16 261015            MOVE CR-MIN-MARGIN TO MGG-FLOOR.
2.17 261015            COMPUTE MGG-OLD-MARGIN ROUNDED =
2.18 261015                (MGG-OLD-PRICE - MGG-UNIT-COST) * 100 / MGG-UNIT-COST
2.19 261015                ON SIZE ERROR
2.20 261015                   MOVE 99999.99 TO MGG-OLD-MARGIN
2.21 261015            END-COMPUTE.
2.22 261015            COMPUTE MGG-NEW-MARGIN ROUNDED =
2.23 261015                (MGG-NEW-PRICE - MGG-UNIT-COST) * 100 / MGG-UNIT-COST
2.24 261015                ON SIZE ERROR
2.25 261015                   MOVE 99999.99 TO MGG-NEW-MARGIN
2.26 261015            END-COMPUTE.
2.27 261015       * the test is on the price itself, not the rounded percent
2.28 261015            COMPUTE WS-FLOOR-PRICE =
2.29 261015                MGG-UNIT-COST * (100 + MGG-FLOOR) / 100.
2.30 261015            IF MGG-NEW-PRICE >= WS-FLOOR-PRICE
2.31 261015               GOBACK.
2.32 261015            SET MGG-UNDER-FLOOR TO TRUE.
2.33 261015            IF MGG-FUNC NOT = 'P'
2.34 261015               GOBACK.
2.35 261015            CALL 'BIGINTCBL' USING WS-SEQ-NAME WS-SEQ-VALUE
2.36 261015                MGG-OPERATOR.
2.37 261015            OPEN I-O PRCAPPR.
2.38 261015            IF WS-FILE-STATUS NOT = '00'
2.39 261015               SET MGG-IO-ERROR TO TRUE
2.40 261015               GOBACK
2.41 261015            END-IF.
2.42 261015            MOVE WS-SEQ-VALUE   TO AQ-QUEUE-ID.
2.43 261015            MOVE MGG-SOURCE     TO AQ-SOURCE.
2.44 261015            MOVE MGG-ITEM-NUM   TO AQ-ITEM-NUM.
2.45 261015            MOVE MGG-CATEGORY   TO AQ-CATEGORY.
2.46 261015            MOVE MGG-CUST-ID    TO AQ-CUST-ID.
2.47 261015            MOVE MGG-FROM-DATE  TO AQ-FROM-DATE.
2.48 261015            MOVE MGG-TO-DATE    TO AQ-TO-DATE.
2.49 261015            MOVE MGG-UNIT-COST  TO AQ-UNIT-COST.
2.50 261015            MOVE MGG-OLD-PRICE  TO AQ-OLD-PRICE.
2.51 261015            MOVE MGG-NEW-PRICE  TO AQ-NEW-PRICE.
2.52 261015            MOVE MGG-FLOOR      TO AQ-FLOOR.
2.53 261015            MOVE MGG-OLD-MARGIN TO AQ-OLD-MARGIN.
2.54 261015            MOVE MGG-NEW-MARGIN TO AQ-NEW-MARGIN.
2.55 261015            MOVE MGG-OPERATOR   TO AQ-KEYED-BY.
2.56 261015            MOVE FUNCTION CURRENT-DATE TO AQ-KEYED-AT.
2.57 261015            MOVE 'P'            TO AQ-STATUS.
2.58 261015            MOVE SPACES         TO AQ-DECIDED-BY AQ-DECIDED-AT.
2.59 261015            WRITE PRCAPPR-REC
2.60 261015                INVALID KEY
2.61 261015                   SET MGG-IO-ERROR TO TRUE
2.62 261015            END-WRITE.
2.63 261015            CLOSE PRCAPPR.
2.64 261015            IF MGG-UNDER-FLOOR
2.65 261015               MOVE WS-SEQ-VALUE TO MGG-QUEUE-ID.
2.66 261015            GOBACK.
2.67 261015        HALT.
