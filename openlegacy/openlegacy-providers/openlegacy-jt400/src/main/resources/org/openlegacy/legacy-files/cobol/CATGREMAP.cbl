1.32 260901        01  CATGREF-REC.
1.33 260901           03  CR-CATEGORY       PIC X(16).
1.34 260901           03  CR-DESC           PIC X(28).
2.61 261015       * tax code INVGEN bills the category's lines under - EX
2.62 261015       * exempt, ZR zero-rated, ST standard (the default when
2.63 261015       * blank); the rate itself comes from TAXRATE
2.64 261015           03  CR-TAX-CODE       PIC X(2).
2.70 261015       * minimum margin over moving-average cost, percent - a price
2.71 261015       * set under it waits for a second operator; see MRGGUARD
2.72 261015           03  CR-MIN-MARGIN     PIC 9(3)V99.
1.35 260901        FD  ITEMMSTR
1.36 260901                LABEL RECORD IS STANDARD.
1.37 260901        01  ITEMMSTR-REC.
1.52 260901           03  IM-LAST-CHANGED   PIC X(21).
1.53 260901       * moving-average unit cost - see INVPOST
1.54 260901           03  IM-UNIT-COST      PIC 9(5)V99.
2.65 261015       * lot control - see INVPOST
2.66 261015           03  IM-LOT-CTRL       PIC X.
2.67 261015       * ABC class and last count date - see ABCCLASS
2.68 261015           03  IM-ABC-CLASS      PIC X.
2.69 261015           03  IM-LAST-COUNT     PIC 9(8).
1.55 260901        FD  MAPRPT
1.56 260901                LABEL RECORD IS STANDARD.
1.57 260901        01  RPT-LINE          PIC X(80).
