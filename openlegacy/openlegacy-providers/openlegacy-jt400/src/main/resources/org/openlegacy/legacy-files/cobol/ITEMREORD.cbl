1.00 260808        IDENTIFICATION DIVISION.                                                  
2.00 260808        PROGRAM-ID. ITEMREORD.                                                    
2.01 260808        ENVIRONMENT DIVISION.                                                     
2.02 260808        INPUT-OUTPUT SECTION.                                                     
8.02 260822                ACCESS MODE IS DYNAMIC
8.03 260822                RECORD KEY IS WH-KEY
8.04 260822                FILE STATUS IS WS-WHS-STATUS.
50.6 261015        DATA DIVISION.
2.12 260808        FILE SECTION.                                                             
2.13 260808        FD  ITEMMSTR                                                              
2.14 260808                LABEL RECORD IS STANDARD.                                         
50.1 260901       * IM-UNIT-PRICE is the selling price, this is what the
50.2 260901       * stock actually cost; STOCKVAL values at this
50.3 260901           03  IM-UNIT-COST      PIC 9(5)V99.
50.4 261015       * lot control - see INVPOST
50.5 261015           03  IM-LOT-CTRL       PIC X.
50.7 261015       * ABC class and last count date - see ABCCLASS
50.8 261015           03  IM-ABC-CLASS      PIC X.
50.9 261015           03  IM-LAST-COUNT     PIC 9(8).
8.05 260822        FD  WHSSTOCK
8.06 260822                LABEL RECORD IS STANDARD.
8.07 260822        01  WHSSTOCK-REC.
