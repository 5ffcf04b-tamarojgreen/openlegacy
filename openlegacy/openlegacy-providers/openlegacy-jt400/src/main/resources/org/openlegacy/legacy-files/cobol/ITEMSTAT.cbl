50.1 260901       * IM-UNIT-PRICE is the selling price, this is what the
50.2 260901       * stock actually cost; STOCKVAL values at this
50.3 260901           03  IM-UNIT-COST      PIC 9(5)V99.
50.4 261015       * lot control - see INVPOST
50.5 261015           03  IM-LOT-CTRL       PIC X.
50.6 261015       * ABC class and last count date - see ABCCLASS
50.7 261015           03  IM-ABC-CLASS      PIC X.
50.8 261015           03  IM-LAST-COUNT     PIC 9(8).
1.28 260822        WORKING-STORAGE SECTION.
1.29 260822        01  WS-FILE-STATUS    PIC XX.
1.30 260822        LINKAGE SECTION.
