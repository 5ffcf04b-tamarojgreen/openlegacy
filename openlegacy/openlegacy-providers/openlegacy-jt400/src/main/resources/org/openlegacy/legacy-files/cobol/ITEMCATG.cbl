1.00 260808        IDENTIFICATION DIVISION.                                                  
2.00 260808        PROGRAM-ID. ITEMCATG.                                                     
2.01 260808        ENVIRONMENT DIVISION.                                                     
2.02 260808        INPUT-OUTPUT SECTION.                                                     
7.07 260822                ACCESS MODE IS DYNAMIC
7.08 260822                RECORD KEY IS OD-KEY
7.09 260822                FILE STATUS IS WS-DTL-STATUS.
50.7 261015        DATA DIVISION.
2.12 260808        FILE SECTION.                                                             
2.13 260808        FD  ITEMMSTR                                                              
2.14 260808                LABEL RECORD IS STANDARD.                                         
50.1 260901       * IM-UNIT-PRICE is the selling price, this is what the
50.2 260901       * stock actually cost; STOCKVAL values at this
50.3 260901           03  IM-UNIT-COST      PIC 9(5)V99.
52.7 261015       * lot control - see INVPOST
52.8 261015           03  IM-LOT-CTRL       PIC X.
53.1 261015       * ABC class and last count date - see ABCCLASS
53.2 261015           03  IM-ABC-CLASS      PIC X.
53.3 261015           03  IM-LAST-COUNT     PIC 9(8).
2.27 260808        FD  ITEMCRPT                                                              
2.28 260808                LABEL RECORD IS STANDARD.                                         
2.29 260808        01  RPT-LINE          PIC X(80).                                          
7.13 260822           03  OH-ORDER-NUM      PIC 9(8).
7.14 260822           03  OH-CUST-ID        PIC X(10).
7.15 260822           03  OH-DATE           PIC 9(8).
52.2 261015       * how the order is paid - see ORDPAY
52.3 261015           03  OH-PAY-METHOD     PIC X.
52.4 261015           03  OH-CARD-SLOT      PIC 9(2).
52.5 261015           03  OH-CARD-TOKEN     PIC 9(11).
52.6 261015           03  OH-CARD-LAST4     PIC 9(4).
7.16 260822        FD  ORDDTL
7.17 260822                LABEL RECORD IS STANDARD.
7.18 260822        01  ORDDTL-REC.
30.0 260901       * where the line price came from: C = customer contract
30.1 260901       * price (CONTRPRC), L = the item-master list price
30.2 260901           03  OD-PRICE-SRC      PIC X.
50.8 261015       * shipping warehouse - see ORDENTRY
50.9 261015           03  OD-WHSE           PIC X(3).
51.0 261015       * requested, promised and shipped dates - see ORDENTRY
51.1 261015           03  OD-REQ-DATE       PIC 9(8).
51.2 261015           03  OD-PROM-DATE      PIC 9(8).
51.3 261015           03  OD-SHIP-DATE      PIC 9(8).
51.4 261015       * kit component link - see ORDENTRY
51.5 261015           03  OD-KIT-LINE       PIC 9(3).
52.0 261015       * item as ordered, when superseded - see ORDENTRY
52.1 261015           03  OD-ORIG-ITEM      PIC 9(8).
52.9 261015       * allocated lot - see ORDENTRY
53.0 261015           03  OD-LOT-NUM        PIC X(12).
53.4 261015       * cost at shipment - see SHIPCONF
53.5 261015           03  OD-UNIT-COST      PIC 9(5)V99.
53.6 261015           03  OD-EXT-COST       PIC 9(7)V99.
2.30 260808        WORKING-STORAGE SECTION.                                                  
6.15 260822        01  WS-RR-STATUS      PIC XX.
6.16 260822        01  WS-RR-RUNID       PIC X(14) VALUE SPACES.
7.69 260822       * only orders inside the requested window count; the item's
7.70 260822       * category comes from ITEMMSTR, unknown items roll up under
7.71 260822       * their own heading so the totals still tie out
50.4 261015       * cancelled lines were never sold
50.5 261015            IF OD-STATUS = 'X'
50.6 261015               GO TO 450-EXIT.
51.6 261015       * a kit sells as its kit line - its component lines carry
51.7 261015       * the stock, not the sale
51.8 261015            IF OD-KIT-LINE > 0
51.9 261015               GO TO 450-EXIT.
7.72 260822            MOVE OD-ORDER-NUM TO OH-ORDER-NUM.
7.73 260822            READ ORDHDR
7.74 260822                KEY IS OH-ORDER-NUM
