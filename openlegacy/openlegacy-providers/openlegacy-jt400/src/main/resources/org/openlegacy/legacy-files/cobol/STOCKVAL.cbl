50.1 260901       * IM-UNIT-PRICE is the selling price, this is what the
50.2 260901       * stock actually cost; STOCKVAL values at this
50.3 260901           03  IM-UNIT-COST      PIC 9(5)V99.
62.5 261015       * lot control - see INVPOST
62.6 261015           03  IM-LOT-CTRL       PIC X.
62.7 261015       * ABC class and last count date - see ABCCLASS
62.8 261015           03  IM-ABC-CLASS      PIC X.
62.9 261015           03  IM-LAST-COUNT     PIC 9(8).
1.31 260822        FD  VALRPT
1.32 260822                LABEL RECORD IS STANDARD.
1.33 260822        01  RPT-LINE          PIC X(80).
