1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. PRCRMNT.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT PRCRULE ASSIGN TO DATABASE-PRCRULE
1.06 261015                ORGANIZATION IS INDEXED
1.07 261015                ACCESS MODE IS DYNAMIC
1.08 261015                RECORD KEY IS PR-KEY
1.09 261015                FILE STATUS IS WS-PRC-STATUS.
1.10 261015        DATA DIVISION.
1.11 261015        FILE SECTION.
1.12 261015        FD  PRCRULE
1.13 261015                LABEL RECORD IS STANDARD.
1.14 261015       * one rule per code on an item (PR-ITEM-NUM) or on a whole
1.15 261015       * category (PR-ITEM-NUM zero, PR-CATEGORY set)
1.16 261015        01  PRCRULE-REC.
1.17 261015           03  PR-KEY.
1.18 261015              05  PR-ITEM-NUM    PIC 9(8).
1.19 261015              05  PR-CATEGORY    PIC X(16).
1.20 261015              05  PR-RULE-CODE   PIC X(8).
1.21 261015       * B = quantity break, P = promotion
1.22 261015           03  PR-TYPE           PIC X.
1.23 261015           03  PR-MIN-QTY        PIC 9(5).
1.24 261015       * validity - a zero PR-TO-DATE runs until withdrawn
1.25 261015           03  PR-FROM-DATE      PIC 9(8).
1.26 261015           03  PR-TO-DATE        PIC 9(8).
1.27 261015       * percent off the item-master list price
1.28 261015           03  PR-DISC-PCT       PIC 9(2)V99.
1.29 261015           03  PR-DESC           PIC X(20).
1.30 261015        WORKING-STORAGE SECTION.
1.31 261015        01  WS-PRC-STATUS     PIC XX.
1.32 261015        LINKAGE SECTION.
1.33 261015       * A = add a rule, U = change a rule, D = delete a rule,
1.34 261015       * R = read a rule
1.35 261015        01 PRM-FUNC          PIC X.
1.36 261015       * an item rule gives the item and leaves the category blank; a
1.37 261015       * category rule gives the category and a zero item
1.38 261015        01 PRM-ITEM-NUM      PIC 9(8).
1.39 261015        01 PRM-CATEGORY      PIC X(16).
1.40 261015        01 PRM-RULE-CODE     PIC X(8).
1.41 261015        01 PRM-TYPE          PIC X.
1.42 261015        01 PRM-MIN-QTY       PIC 9(5).
1.43 261015        01 PRM-FROM-DATE     PIC 9(8).
1.44 261015        01 PRM-TO-DATE       PIC 9(8).
1.45 261015        01 PRM-DISC-PCT      PIC 9(2)V99.
1.46 261015        01 PRM-DESC          PIC X(20).
1.47 261015        01 PRM-STATUS        PIC X.
1.48 261015           88 PRM-OK               VALUE '0'.
1.49 261015           88 PRM-NOT-FOUND        VALUE '1'.
1.50 261015           88 PRM-EXISTS           VALUE '2'.
1.51 261015           88 PRM-BAD-FUNC         VALUE '3'.
1.52 261015           88 PRM-BLANK            VALUE '4'.
1.53 261015       * type not B or P, no discount, or a window that ends before
1.54 261015       * it starts
1.55 261015           88 PRM-BAD-RULE         VALUE '5'.
1.56 261015        PROCEDURE DIVISION USING PRM-FUNC PRM-ITEM-NUM PRM-CATEGORY
1.57 261015            PRM-RULE-CODE PRM-TYPE PRM-MIN-QTY PRM-FROM-DATE
1.58 261015            PRM-TO-DATE PRM-DISC-PCT PRM-DESC PRM-STATUS.
1.59 261015        BEGIN.
1.60 261015       * maintenance for the price rules ORDENTRY and QUOTENT weigh
1.61 261015       * between the contract price and the list price
1.62 261015            SET PRM-OK TO TRUE.
1.63 261015            IF PRM-RULE-CODE = SPACES
1.64 261015               SET PRM-BLANK TO TRUE
1.65 261015               GOBACK
1.66 261015            END-IF.
1.67 261015            IF (PRM-ITEM-NUM = 0 AND PRM-CATEGORY = SPACES) OR
1.68 261015               (PRM-ITEM-NUM NOT = 0 AND PRM-CATEGORY NOT = SPACES)
1.69 261015               SET PRM-BLANK TO TRUE
1.70 261015               GOBACK
1.71 261015            END-IF.
1.72 261015            IF PRM-FUNC = 'A' OR PRM-FUNC = 'U'
1.73 261015               IF (PRM-TYPE NOT = 'B' AND PRM-TYPE NOT = 'P') OR
1.74 261015                  PRM-DISC-PCT = 0 OR
1.75 261015                  (PRM-TO-DATE NOT = 0 AND PRM-TO-DATE < PRM-FROM-DATE)
1.76 261015                  SET PRM-BAD-RULE TO TRUE
1.77 261015                  GOBACK
1.78 261015               END-IF
1.79 261015            END-IF.
1.80 261015            OPEN I-O PRCRULE.
1.81 261015            MOVE PRM-ITEM-NUM  TO PR-ITEM-NUM.
1.82 261015            MOVE PRM-CATEGORY  TO PR-CATEGORY.
1.83 261015            MOVE PRM-RULE-CODE TO PR-RULE-CODE.
1.84 261015            EVALUATE PRM-FUNC
1.85 261015               WHEN 'A'
1.86 261015                  PERFORM 200-MOVE-RULE
1.87 261015                  WRITE PRCRULE-REC
1.88 261015                      INVALID KEY
1.89 261015                         SET PRM-EXISTS TO TRUE
1.90 261015                  END-WRITE
1.91 261015               WHEN 'U'
1.92 261015                  READ PRCRULE
1.93 261015                      INVALID KEY
1.94 261015                         SET PRM-NOT-FOUND TO TRUE
1.95 261015                      NOT INVALID KEY
1.96 261015                         PERFORM 200-MOVE-RULE
1.97 261015                         REWRITE PRCRULE-REC
1.98 261015                  END-READ
1.99 261015               WHEN 'D'
2.00 261015                  READ PRCRULE
2.01 261015                      INVALID KEY
2.02 261015                         SET PRM-NOT-FOUND TO TRUE
2.03 261015                      NOT INVALID KEY
2.04 261015                         DELETE PRCRULE
2.05 261015                  END-READ
2.06 261015               WHEN 'R'
2.07 261015                  READ PRCRULE
2.08 261015                      INVALID KEY
2.09 261015                         SET PRM-NOT-FOUND TO TRUE
2.10 261015                      NOT INVALID KEY
2.11 261015                         MOVE PR-TYPE      TO PRM-TYPE
2.12 261015                         MOVE PR-MIN-QTY   TO PRM-MIN-QTY
2.13 261015                         MOVE PR-FROM-DATE TO PRM-FROM-DATE
2.14 261015                         MOVE PR-TO-DATE   TO PRM-TO-DATE
2.15 261015                         MOVE PR-DISC-PCT  TO PRM-DISC-PCT
2.16 261015                         MOVE PR-DESC      TO PRM-DESC
2.17 261015                  END-READ
2.18 261015               WHEN OTHER
2.19 261015                  SET PRM-BAD-FUNC TO TRUE
2.20 261015            END-EVALUATE.
2.21 261015            CLOSE PRCRULE.
2.22 261015            GOBACK.
2.23 261015        200-MOVE-RULE.
2.24 261015            MOVE PRM-TYPE      TO PR-TYPE.
2.25 261015            MOVE PRM-MIN-QTY   TO PR-MIN-QTY.
2.26 261015            MOVE PRM-FROM-DATE TO PR-FROM-DATE.
2.27 261015            MOVE PRM-TO-DATE   TO PR-TO-DATE.
2.28 261015            MOVE PRM-DISC-PCT  TO PR-DISC-PCT.
2.29 261015            MOVE PRM-DESC      TO PR-DESC.
2.30 261015        HALT.
