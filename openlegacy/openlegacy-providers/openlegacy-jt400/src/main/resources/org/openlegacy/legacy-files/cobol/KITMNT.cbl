1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. KITMNT.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT KITCOMP ASSIGN TO DATABASE-KITCOMP
1.06 261015                ORGANIZATION IS INDEXED
1.07 261015                ACCESS MODE IS DYNAMIC
1.08 261015                RECORD KEY IS KC-KEY
1.09 261015                FILE STATUS IS WS-KIT-STATUS.
1.10 261015            SELECT ITEMMSTR ASSIGN TO DATABASE-ITEMMSTR
1.11 261015                ORGANIZATION IS INDEXED
1.12 261015                ACCESS MODE IS DYNAMIC
1.13 261015                RECORD KEY IS IM-ITEM-NUM
1.14 261015                FILE STATUS IS WS-FILE-STATUS.
1.15 261015        DATA DIVISION.
1.16 261015        FILE SECTION.
1.17 261015        FD  KITCOMP
1.18 261015                LABEL RECORD IS STANDARD.
1.19 261015       * the bill of material of a kit item - one row per component
1.20 261015       * item, with the quantity of it that goes into one kit
1.21 261015        01  KITCOMP-REC.
1.22 261015           03  KC-KEY.
1.23 261015              05  KC-KIT-ITEM    PIC 9(8).
1.24 261015              05  KC-COMP-ITEM   PIC 9(8).
1.25 261015           03  KC-QTY-PER        PIC 9(3).
1.26 261015        FD  ITEMMSTR
1.27 261015                LABEL RECORD IS STANDARD.
1.28 261015        01  ITEMMSTR-REC.
1.29 261015           03  IM-ITEM-NUM       PIC 9(8).
1.30 261015           03  IM-ITEM-NAME      PIC X(16).
1.31 261015           03  IM-DESCRIPTION    PIC X(28).
1.32 261015           03  IM-WEIGHT         PIC 9(4).
1.33 261015           03  IM-SHIP-METHOD    PIC X(10).
1.34 261015           03  IM-SHIP-DAYS      PIC 9(4).
1.35 261015           03  IM-UNIT-PRICE     PIC 9(5)V99.
1.36 261015           03  IM-QTY-ON-HAND    PIC 9(5).
1.37 261015           03  IM-REORDER-POINT  PIC 9(5).
1.38 261015           03  IM-CATEGORY       PIC X(16).
1.39 261015           03  IM-DESCRIPTION-LONG       PIC X(80).
1.40 261015       * lifecycle: A = active, D = discontinued
1.41 261015           03  IM-STATUS         PIC X.
1.42 261015       * last-changed stamp for optimistic locking - see UPDATEITEM
1.43 261015           03  IM-LAST-CHANGED   PIC X(21).
1.44 261015       * moving-average unit cost - see INVPOST
1.45 261015           03  IM-UNIT-COST      PIC 9(5)V99.
2.75 261015       * lot control - see INVPOST
2.76 261015           03  IM-LOT-CTRL       PIC X.
2.77 261015       * ABC class and last count date - see ABCCLASS
2.78 261015           03  IM-ABC-CLASS      PIC X.
2.79 261015           03  IM-LAST-COUNT     PIC 9(8).
1.46 261015        WORKING-STORAGE SECTION.
1.47 261015        01  WS-KIT-STATUS     PIC XX.
1.48 261015        01  WS-FILE-STATUS    PIC XX.
1.49 261015        01  WS-KC-END         PIC X VALUE 'N'.
1.50 261015           88 KC-END                VALUE 'Y'.
1.51 261015        LINKAGE SECTION.
1.52 261015       * A = add a component, U = change its quantity per kit,
1.53 261015       * D = delete a component, R = read a component
1.54 261015        01 KMT-FUNC          PIC X.
1.55 261015        01 KMT-KIT-ITEM      PIC 9(8).
1.56 261015        01 KMT-COMP-ITEM     PIC 9(8).
1.57 261015        01 KMT-QTY-PER       PIC 9(3).
1.58 261015        01 KMT-STATUS        PIC X.
1.59 261015           88 KMT-OK               VALUE '0'.
1.60 261015           88 KMT-NOT-FOUND        VALUE '1'.
1.61 261015           88 KMT-EXISTS           VALUE '2'.
1.62 261015           88 KMT-BAD-FUNC         VALUE '3'.
1.63 261015           88 KMT-BLANK            VALUE '4'.
1.64 261015       * no quantity, an item missing from ITEMMSTR, or a kit nested
1.65 261015       * in a kit - a component must be a stocked item, and a kit
1.66 261015       * item cannot itself be a component
1.67 261015           88 KMT-BAD-COMP         VALUE '5'.
1.68 261015        PROCEDURE DIVISION USING KMT-FUNC KMT-KIT-ITEM KMT-COMP-ITEM
1.69 261015            KMT-QTY-PER KMT-STATUS.
1.70 261015        BEGIN.
1.71 261015       * maintenance for the kit bills of material ORDENTRY explodes
1.72 261015       * at order entry - a change here applies to orders entered
1.73 261015       * from now on; lines already exploded keep their components
1.74 261015            SET KMT-OK TO TRUE.
1.75 261015            IF KMT-KIT-ITEM = 0 OR KMT-COMP-ITEM = 0 OR
1.76 261015               KMT-KIT-ITEM = KMT-COMP-ITEM
1.77 261015               SET KMT-BLANK TO TRUE
1.78 261015               GOBACK
1.79 261015            END-IF.
1.80 261015            OPEN I-O KITCOMP.
1.81 261015            OPEN INPUT ITEMMSTR.
1.82 261015            IF KMT-FUNC = 'A' OR KMT-FUNC = 'U'
1.83 261015               PERFORM 300-CHECK-COMP THRU 300-EXIT
1.84 261015               IF KMT-STATUS NOT = '0'
1.85 261015                  GO TO 900-CLOSE
1.86 261015               END-IF
1.87 261015            END-IF.
1.88 261015            MOVE KMT-KIT-ITEM  TO KC-KIT-ITEM.
1.89 261015            MOVE KMT-COMP-ITEM TO KC-COMP-ITEM.
1.90 261015            EVALUATE KMT-FUNC
1.91 261015               WHEN 'A'
1.92 261015                  MOVE KMT-QTY-PER TO KC-QTY-PER
1.93 261015                  WRITE KITCOMP-REC
1.94 261015                      INVALID KEY
1.95 261015                         SET KMT-EXISTS TO TRUE
1.96 261015                  END-WRITE
1.97 261015               WHEN 'U'
1.98 261015                  READ KITCOMP
1.99 261015                      INVALID KEY
2.00 261015                         SET KMT-NOT-FOUND TO TRUE
2.01 261015                      NOT INVALID KEY
2.02 261015                         MOVE KMT-QTY-PER TO KC-QTY-PER
2.03 261015                         REWRITE KITCOMP-REC
2.04 261015                  END-READ
2.05 261015               WHEN 'D'
2.06 261015                  READ KITCOMP
2.07 261015                      INVALID KEY
2.08 261015                         SET KMT-NOT-FOUND TO TRUE
2.09 261015                      NOT INVALID KEY
2.10 261015                         DELETE KITCOMP
2.11 261015                  END-READ
2.12 261015               WHEN 'R'
2.13 261015                  READ KITCOMP
2.14 261015                      INVALID KEY
2.15 261015                         SET KMT-NOT-FOUND TO TRUE
2.16 261015                      NOT INVALID KEY
2.17 261015                         MOVE KC-QTY-PER TO KMT-QTY-PER
2.18 261015                  END-READ
2.19 261015               WHEN OTHER
2.20 261015                  SET KMT-BAD-FUNC TO TRUE
2.21 261015            END-EVALUATE.
2.22 261015        900-CLOSE.
2.23 261015            CLOSE KITCOMP.
2.24 261015            CLOSE ITEMMSTR.
2.25 261015            GOBACK.
2.26 261015        300-CHECK-COMP.
2.27 261015            IF KMT-QTY-PER = 0
2.28 261015               SET KMT-BAD-COMP TO TRUE
2.29 261015               GO TO 300-EXIT.
2.30 261015            MOVE KMT-KIT-ITEM TO IM-ITEM-NUM.
2.31 261015            READ ITEMMSTR
2.32 261015                INVALID KEY
2.33 261015                   SET KMT-BAD-COMP TO TRUE
2.34 261015                   GO TO 300-EXIT.
2.35 261015            MOVE KMT-COMP-ITEM TO IM-ITEM-NUM.
2.36 261015            READ ITEMMSTR
2.37 261015                INVALID KEY
2.38 261015                   SET KMT-BAD-COMP TO TRUE
2.39 261015                   GO TO 300-EXIT.
2.40 261015       * the component must not have a bill of its own
2.41 261015            MOVE KMT-COMP-ITEM TO KC-KIT-ITEM.
2.42 261015            MOVE LOW-VALUES    TO KC-COMP-ITEM.
2.43 261015            START KITCOMP
2.44 261015                KEY NOT LESS KC-KEY
2.45 261015                INVALID KEY
2.46 261015                   GO TO 350-CHECK-KIT.
2.47 261015            READ KITCOMP NEXT
2.48 261015                AT END
2.49 261015                   GO TO 350-CHECK-KIT.
2.50 261015            IF KC-KIT-ITEM = KMT-COMP-ITEM
2.51 261015               SET KMT-BAD-COMP TO TRUE
2.52 261015               GO TO 300-EXIT.
2.53 261015        350-CHECK-KIT.
2.54 261015       * and the kit must not be a component of another kit
2.55 261015            MOVE 'N' TO WS-KC-END.
2.56 261015            MOVE LOW-VALUES TO KC-KEY.
2.57 261015            START KITCOMP
2.58 261015                KEY NOT LESS KC-KEY
2.59 261015                INVALID KEY
2.60 261015                   SET KC-END TO TRUE.
2.61 261015            PERFORM UNTIL KC-END
2.62 261015               READ KITCOMP NEXT
2.63 261015                   AT END
2.64 261015                      SET KC-END TO TRUE
2.65 261015                   NOT AT END
2.66 261015                      IF KC-COMP-ITEM = KMT-KIT-ITEM
2.67 261015                         SET KMT-BAD-COMP TO TRUE
2.68 261015                         SET KC-END TO TRUE
2.69 261015                      END-IF
2.70 261015               END-READ
2.71 261015            END-PERFORM.
2.72 261015        300-EXIT.
2.73 261015            EXIT.
2.74 261015        HALT.
