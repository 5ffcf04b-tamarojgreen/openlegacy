1.16 260901        01  CATGREF-REC.
1.17 260901           03  CR-CATEGORY       PIC X(16).
1.18 260901           03  CR-DESC           PIC X(28).
1.80 261015       * tax code INVGEN bills the category's lines under - EX
1.81 261015       * exempt, ZR zero-rated, ST standard (the default when
1.82 261015       * blank); the rate itself comes from TAXRATE
1.83 261015           03  CR-TAX-CODE       PIC X(2).
1.96 261015       * minimum margin over moving-average cost, percent - a price
1.97 261015       * set under it waits for a second operator; see MRGGUARD
1.98 261015           03  CR-MIN-MARGIN     PIC 9(3)V99.
1.19 260901        WORKING-STORAGE SECTION.
1.20 260901        01  WS-CAT-STATUS     PIC XX.
1.21 260901        LINKAGE SECTION.
1.84 261015       * A = add, U = update the description, tax code and floor,
1.85 261015       * D = delete, R = read
1.23 260901        01 CAT-FUNC          PIC X.
1.24 260901        01 CAT-CATEGORY      PIC X(16).
1.25 260901        01 CAT-DESC          PIC X(28).
1.86 261015       * EX, ZR or ST - blank is stored and billed as ST
1.87 261015        01 CAT-TAX-CODE      PIC X(2).
1.99 261015       * minimum margin over cost, percent - 0 = no floor beyond
2.00 261015       * never selling under cost
2.01 261015        01 CAT-MIN-MARGIN    PIC 9(3)V99.
1.26 260901        01 CAT-STATUS        PIC X.
1.27 260901           88 CAT-OK               VALUE '0'.
1.28 260901           88 CAT-NOT-FOUND        VALUE '1'.
1.30 260901           88 CAT-BAD-FUNC         VALUE '3'.
1.31 260901           88 CAT-BLANK            VALUE '4'.
1.32 260901        PROCEDURE DIVISION USING CAT-FUNC CAT-CATEGORY CAT-DESC
1.89 261015            CAT-TAX-CODE CAT-MIN-MARGIN
1.33 260901            CAT-STATUS.
1.34 260901        BEGIN.
1.35 260901       * maintenance for the category reference - IM-CATEGORY stops
1.41 260901               GOBACK
1.42 260901            END-IF.
1.43 260901            OPEN I-O CATGREF.
1.90 261015            IF CAT-TAX-CODE = SPACES
1.91 261015               MOVE 'ST' TO CAT-TAX-CODE
1.92 261015            END-IF.
1.44 260901            MOVE CAT-CATEGORY TO CR-CATEGORY.
1.45 260901            EVALUATE CAT-FUNC
1.46 260901               WHEN 'A'
1.47 260901                  MOVE CAT-DESC TO CR-DESC
1.93 261015                  MOVE CAT-TAX-CODE TO CR-TAX-CODE
2.02 261015                  MOVE CAT-MIN-MARGIN TO CR-MIN-MARGIN
1.48 260901                  WRITE CATGREF-REC
1.49 260901                      INVALID KEY
1.50 260901                         SET CAT-EXISTS TO TRUE
1.55 260901                         SET CAT-NOT-FOUND TO TRUE
1.56 260901                      NOT INVALID KEY
1.57 260901                         MOVE CAT-DESC TO CR-DESC
1.94 261015                         MOVE CAT-TAX-CODE TO CR-TAX-CODE
2.03 261015                         MOVE CAT-MIN-MARGIN TO CR-MIN-MARGIN
1.58 260901                         REWRITE CATGREF-REC
1.59 260901                  END-READ
1.60 260901               WHEN 'D'
1.70 260901                         SET CAT-NOT-FOUND TO TRUE
1.71 260901                      NOT INVALID KEY
1.72 260901                         MOVE CR-DESC TO CAT-DESC
1.95 261015                         MOVE CR-TAX-CODE TO CAT-TAX-CODE
2.04 261015                         MOVE CR-MIN-MARGIN TO CAT-MIN-MARGIN
1.73 260901                  END-READ
1.74 260901               WHEN OTHER
1.75 260901                  SET CAT-BAD-FUNC TO TRUE
