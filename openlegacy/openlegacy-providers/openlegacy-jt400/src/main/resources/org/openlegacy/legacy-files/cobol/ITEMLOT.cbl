1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. ITEMLOT.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT ITEMMSTR ASSIGN TO DATABASE-ITEMMSTR
1.06 261015                ORGANIZATION IS INDEXED
1.07 261015                ACCESS MODE IS DYNAMIC
1.08 261015                RECORD KEY IS IM-ITEM-NUM
1.09 261015                FILE STATUS IS WS-FILE-STATUS.
1.10 261015        DATA DIVISION.
1.11 261015        FILE SECTION.
1.12 261015        FD  ITEMMSTR
1.13 261015                LABEL RECORD IS STANDARD.
1.14 261015        01  ITEMMSTR-REC.
1.15 261015           03  IM-ITEM-NUM       PIC 9(8).
1.16 261015           03  IM-ITEM-NAME      PIC X(16).
1.17 261015           03  IM-DESCRIPTION    PIC X(28).
1.18 261015           03  IM-WEIGHT         PIC 9(4).
1.19 261015           03  IM-SHIP-METHOD    PIC X(10).
1.20 261015           03  IM-SHIP-DAYS     PIC 9(4).
1.21 261015           03  IM-UNIT-PRICE     PIC 9(5)V99.
1.22 261015           03  IM-QTY-ON-HAND    PIC 9(5).
1.23 261015           03  IM-REORDER-POINT  PIC 9(5).
1.24 261015           03  IM-CATEGORY       PIC X(16).
1.25 261015           03  IM-DESCRIPTION-LONG       PIC X(80).
1.26 261015       * lifecycle: A = active, D = discontinued
1.27 261015           03  IM-STATUS         PIC X.
1.28 261015       * last-changed stamp for optimistic locking - see UPDATEITEM
1.29 261015           03  IM-LAST-CHANGED   PIC X(21).
1.30 261015       * moving-average unit cost, maintained as receipts post -
1.31 261015       * IM-UNIT-PRICE is the selling price, this is what the
1.32 261015       * stock actually cost; STOCKVAL values at this
1.33 261015           03  IM-UNIT-COST      PIC 9(5)V99.
1.34 261015       * lot control: Y = lots and expiry dates tracked - see INVPOST
1.35 261015           03  IM-LOT-CTRL       PIC X.
1.76 261015       * ABC class and last count date - see ABCCLASS
1.77 261015           03  IM-ABC-CLASS      PIC X.
1.78 261015           03  IM-LAST-COUNT     PIC 9(8).
1.36 261015        WORKING-STORAGE SECTION.
1.37 261015        01  WS-FILE-STATUS    PIC XX.
1.38 261015        LINKAGE SECTION.
1.39 261015        01 LOT-ITEM-NUM      PIC 9(8).
1.40 261015       * Y = track lots and expiry dates, N = stop tracking
1.41 261015        01 LOT-NEW-CTRL      PIC X.
1.42 261015        01 LOT-RESULT        PIC X.
1.43 261015           88 LOT-OK               VALUE '0'.
1.44 261015           88 LOT-NOT-FOUND        VALUE '1'.
1.45 261015           88 LOT-BAD-VALUE        VALUE '2'.
1.46 261015           88 LOT-HAS-STOCK        VALUE '3'.
1.47 261015        PROCEDURE DIVISION USING LOT-ITEM-NUM LOT-NEW-CTRL
1.48 261015            LOT-RESULT.
1.49 261015        BEGIN.
1.50 261015       * lot control is switched on for an item only while it has
1.51 261015       * nothing on hand - stock already on the shelf carries no lot
1.52 261015       * or expiry, so the first lotted receipt has to start the count
1.53 261015            SET LOT-OK TO TRUE.
1.54 261015            IF LOT-NEW-CTRL NOT = 'Y' AND NOT = 'N'
1.55 261015               SET LOT-BAD-VALUE TO TRUE
1.56 261015               GOBACK
1.57 261015            END-IF.
1.58 261015            OPEN I-O ITEMMSTR.
1.59 261015            MOVE LOT-ITEM-NUM TO IM-ITEM-NUM.
1.60 261015            READ ITEMMSTR
1.61 261015                KEY IS IM-ITEM-NUM
1.62 261015                INVALID KEY
1.63 261015                   SET LOT-NOT-FOUND TO TRUE
1.64 261015                NOT INVALID KEY
1.65 261015                   IF LOT-NEW-CTRL = 'Y' AND IM-LOT-CTRL NOT = 'Y'
1.66 261015                      AND IM-QTY-ON-HAND > 0
1.67 261015                      SET LOT-HAS-STOCK TO TRUE
1.68 261015                   ELSE
1.69 261015                      MOVE LOT-NEW-CTRL TO IM-LOT-CTRL
1.70 261015                      MOVE FUNCTION CURRENT-DATE TO IM-LAST-CHANGED
1.71 261015                      REWRITE ITEMMSTR-REC
1.72 261015                   END-IF
1.73 261015            END-READ.
1.74 261015            CLOSE ITEMMSTR.
1.75 261015        HALT.
