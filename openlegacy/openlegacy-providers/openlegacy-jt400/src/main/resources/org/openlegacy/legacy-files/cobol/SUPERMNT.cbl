1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. SUPERMNT.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT SUPERSED ASSIGN TO DATABASE-SUPERSED
1.06 261015                ORGANIZATION IS INDEXED
1.07 261015                ACCESS MODE IS DYNAMIC
1.08 261015                RECORD KEY IS SS-OLD-ITEM
1.09 261015                FILE STATUS IS WS-SPS-STATUS.
1.10 261015            SELECT ITEMMSTR ASSIGN TO DATABASE-ITEMMSTR
1.11 261015                ORGANIZATION IS INDEXED
1.12 261015                ACCESS MODE IS DYNAMIC
1.13 261015                RECORD KEY IS IM-ITEM-NUM
1.14 261015                FILE STATUS IS WS-FILE-STATUS.
1.15 261015        DATA DIVISION.
1.16 261015        FILE SECTION.
1.17 261015        FD  SUPERSED
1.18 261015                LABEL RECORD IS STANDARD.
1.19 261015       * one row per superseded item, naming the item that replaces it
1.20 261015       * and the date the replacement takes over
1.21 261015        01  SUPERSED-REC.
1.22 261015           03  SS-OLD-ITEM       PIC 9(8).
1.23 261015           03  SS-NEW-ITEM       PIC 9(8).
1.24 261015           03  SS-EFF-DATE       PIC 9(8).
1.25 261015        FD  ITEMMSTR
1.26 261015                LABEL RECORD IS STANDARD.
1.27 261015        01  ITEMMSTR-REC.
1.28 261015           03  IM-ITEM-NUM       PIC 9(8).
1.29 261015           03  IM-ITEM-NAME      PIC X(16).
1.30 261015           03  IM-DESCRIPTION    PIC X(28).
1.31 261015           03  IM-WEIGHT         PIC 9(4).
1.32 261015           03  IM-SHIP-METHOD    PIC X(10).
1.33 261015           03  IM-SHIP-DAYS      PIC 9(4).
1.34 261015           03  IM-UNIT-PRICE     PIC 9(5)V99.
1.35 261015           03  IM-QTY-ON-HAND    PIC 9(5).
1.36 261015           03  IM-REORDER-POINT  PIC 9(5).
1.37 261015           03  IM-CATEGORY       PIC X(16).
1.38 261015           03  IM-DESCRIPTION-LONG       PIC X(80).
1.39 261015       * lifecycle: A = active, D = discontinued
1.40 261015           03  IM-STATUS         PIC X.
1.41 261015       * last-changed stamp for optimistic locking - see UPDATEITEM
1.42 261015           03  IM-LAST-CHANGED   PIC X(21).
1.43 261015       * moving-average unit cost - see INVPOST
1.44 261015           03  IM-UNIT-COST      PIC 9(5)V99.
2.73 261015       * lot control - see INVPOST
2.74 261015           03  IM-LOT-CTRL       PIC X.
2.75 261015       * ABC class and last count date - see ABCCLASS
2.76 261015           03  IM-ABC-CLASS      PIC X.
2.77 261015           03  IM-LAST-COUNT     PIC 9(8).
1.45 261015        WORKING-STORAGE SECTION.
1.46 261015        01  WS-SPS-STATUS     PIC XX.
1.47 261015        01  WS-FILE-STATUS    PIC XX.
1.48 261015        01  WS-TODAY          PIC 9(8) VALUE 0.
1.49 261015        01  WS-CHAIN-ITEM     PIC 9(8) VALUE 0.
1.50 261015        01  WS-HOPS           PIC 9(2) VALUE 0.
1.51 261015        01  WS-SS-END         PIC X VALUE 'N'.
1.52 261015           88 SS-END                VALUE 'Y'.
1.53 261015        LINKAGE SECTION.
1.54 261015       * A = add a link, U = change the replacement or its date,
1.55 261015       * D = delete a link, R = read a link
1.56 261015        01 SPM-FUNC          PIC X.
1.57 261015        01 SPM-OLD-ITEM      PIC 9(8).
1.58 261015        01 SPM-NEW-ITEM      PIC 9(8).
1.59 261015       * the date the replacement takes over - zero = today
1.60 261015        01 SPM-EFF-DATE      PIC 9(8).
1.61 261015        01 SPM-STATUS        PIC X.
1.62 261015           88 SPM-OK               VALUE '0'.
1.63 261015           88 SPM-NOT-FOUND        VALUE '1'.
1.64 261015           88 SPM-EXISTS           VALUE '2'.
1.65 261015           88 SPM-BAD-FUNC         VALUE '3'.
1.66 261015           88 SPM-BLANK            VALUE '4'.
1.67 261015       * an item missing from ITEMMSTR, or a replacement whose own chain
1.68 261015       * leads back to the old item
1.69 261015           88 SPM-BAD-LINK         VALUE '5'.
1.70 261015        PROCEDURE DIVISION USING SPM-FUNC SPM-OLD-ITEM SPM-NEW-ITEM
1.71 261015            SPM-EFF-DATE SPM-STATUS.
1.72 261015        BEGIN.
1.73 261015       * maintenance for the supersession chain ORDENTRY follows from a
1.74 261015       * discontinued item to its replacement, and ATPINQ follows back
1.75 261015       * to the old stock the replacement sells through
1.76 261015            SET SPM-OK TO TRUE.
1.77 261015            IF SPM-OLD-ITEM = 0
1.78 261015               SET SPM-BLANK TO TRUE
1.79 261015               GOBACK
1.80 261015            END-IF.
1.81 261015            IF (SPM-FUNC = 'A' OR SPM-FUNC = 'U') AND
1.82 261015               (SPM-NEW-ITEM = 0 OR SPM-NEW-ITEM = SPM-OLD-ITEM)
1.83 261015               SET SPM-BLANK TO TRUE
1.84 261015               GOBACK
1.85 261015            END-IF.
1.86 261015            ACCEPT WS-TODAY FROM DATE.
1.87 261015            ADD 20000000 TO WS-TODAY.
1.88 261015            OPEN I-O SUPERSED.
1.89 261015            OPEN INPUT ITEMMSTR.
1.90 261015            IF SPM-FUNC = 'A' OR SPM-FUNC = 'U'
1.91 261015               IF SPM-EFF-DATE = 0
1.92 261015                  MOVE WS-TODAY TO SPM-EFF-DATE
1.93 261015               END-IF
1.94 261015               PERFORM 300-CHECK-LINK THRU 300-EXIT
1.95 261015               IF SPM-STATUS NOT = '0'
1.96 261015                  GO TO 900-CLOSE
1.97 261015               END-IF
1.98 261015            END-IF.
1.99 261015            MOVE SPM-OLD-ITEM TO SS-OLD-ITEM.
2.00 261015            EVALUATE SPM-FUNC
2.01 261015               WHEN 'A'
2.02 261015                  MOVE SPM-NEW-ITEM TO SS-NEW-ITEM
2.03 261015                  MOVE SPM-EFF-DATE TO SS-EFF-DATE
2.04 261015                  WRITE SUPERSED-REC
2.05 261015                      INVALID KEY
2.06 261015                         SET SPM-EXISTS TO TRUE
2.07 261015                  END-WRITE
2.08 261015               WHEN 'U'
2.09 261015                  READ SUPERSED
2.10 261015                      INVALID KEY
2.11 261015                         SET SPM-NOT-FOUND TO TRUE
2.12 261015                      NOT INVALID KEY
2.13 261015                         MOVE SPM-NEW-ITEM TO SS-NEW-ITEM
2.14 261015                         MOVE SPM-EFF-DATE TO SS-EFF-DATE
2.15 261015                         REWRITE SUPERSED-REC
2.16 261015                  END-READ
2.17 261015               WHEN 'D'
2.18 261015                  READ SUPERSED
2.19 261015                      INVALID KEY
2.20 261015                         SET SPM-NOT-FOUND TO TRUE
2.21 261015                      NOT INVALID KEY
2.22 261015                         DELETE SUPERSED
2.23 261015                  END-READ
2.24 261015               WHEN 'R'
2.25 261015                  READ SUPERSED
2.26 261015                      INVALID KEY
2.27 261015                         SET SPM-NOT-FOUND TO TRUE
2.28 261015                      NOT INVALID KEY
2.29 261015                         MOVE SS-NEW-ITEM TO SPM-NEW-ITEM
2.30 261015                         MOVE SS-EFF-DATE TO SPM-EFF-DATE
2.31 261015                  END-READ
2.32 261015               WHEN OTHER
2.33 261015                  SET SPM-BAD-FUNC TO TRUE
2.34 261015            END-EVALUATE.
2.35 261015        900-CLOSE.
2.36 261015            CLOSE SUPERSED.
2.37 261015            CLOSE ITEMMSTR.
2.38 261015            GOBACK.
2.39 261015        300-CHECK-LINK.
2.40 261015            MOVE SPM-OLD-ITEM TO IM-ITEM-NUM.
2.41 261015            READ ITEMMSTR
2.42 261015                INVALID KEY
2.43 261015                   SET SPM-BAD-LINK TO TRUE
2.44 261015                   GO TO 300-EXIT.
2.45 261015            MOVE SPM-NEW-ITEM TO IM-ITEM-NUM.
2.46 261015            READ ITEMMSTR
2.47 261015                INVALID KEY
2.48 261015                   SET SPM-BAD-LINK TO TRUE
2.49 261015                   GO TO 300-EXIT.
2.50 261015       * walk on from the replacement - a chain that comes back round
2.51 261015       * to the old item would never end
2.52 261015            MOVE SPM-NEW-ITEM TO WS-CHAIN-ITEM.
2.53 261015            MOVE 0 TO WS-HOPS.
2.54 261015            MOVE 'N' TO WS-SS-END.
2.55 261015            PERFORM UNTIL SS-END
2.56 261015               MOVE WS-CHAIN-ITEM TO SS-OLD-ITEM
2.57 261015               READ SUPERSED
2.58 261015                   INVALID KEY
2.59 261015                      SET SS-END TO TRUE
2.60 261015                   NOT INVALID KEY
2.61 261015                      ADD 1 TO WS-HOPS
2.62 261015                      IF SS-NEW-ITEM = SPM-OLD-ITEM OR WS-HOPS > 98
2.63 261015                         SET SPM-BAD-LINK TO TRUE
2.64 261015                         SET SS-END TO TRUE
2.65 261015                      ELSE
2.66 261015                         MOVE SS-NEW-ITEM TO WS-CHAIN-ITEM
2.67 261015                      END-IF
2.68 261015               END-READ
2.69 261015            END-PERFORM.
2.70 261015        300-EXIT.
2.71 261015            EXIT.
2.72 261015        HALT.
