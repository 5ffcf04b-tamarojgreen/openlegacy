1.00 130526        IDENTIFICATION DIVISION.                                                  
2.00 131212        PROGRAM-ID. ITEMDETAIL.                                                   
2.01 260808        ENVIRONMENT DIVISION.                                                     
2.02 260808        INPUT-OUTPUT SECTION.                                                     
2.06 260808                ACCESS MODE IS DYNAMIC                                            
2.07 260808                RECORD KEY IS IM-ITEM-NUM                                         
2.08 260808                FILE STATUS IS WS-FILE-STATUS.                                    
1.01 131028        DATA DIVISION.                                                            
2.09 260808        FILE SECTION.                                                             
2.10 260808        FD  ITEMMSTR                                                              
2.11 260808                LABEL RECORD IS STANDARD.                                         
50.1 260901       * IM-UNIT-PRICE is the selling price, this is what the
50.2 260901       * stock actually cost; STOCKVAL values at this
50.3 260901           03  IM-UNIT-COST      PIC 9(5)V99.
50.4 261015       * lot control - see INVPOST
50.5 261015           03  IM-LOT-CTRL       PIC X.
50.6 261015       * ABC class and last count date - see ABCCLASS
50.7 261015           03  IM-ABC-CLASS      PIC X.
50.8 261015           03  IM-LAST-COUNT     PIC 9(8).
2.24 260808        WORKING-STORAGE SECTION.                                                  
2.25 260808        01  WS-FILE-STATUS    PIC XX.                                             
2.26 260808        LINKAGE SECTION.                                                          
