1.00 130526        IDENTIFICATION DIVISION.                                                  
2.00 131212        PROGRAM-ID. ITEMDETAIL.                                                   
2.01 260808        ENVIRONMENT DIVISION.                                                     
2.02 260808        INPUT-OUTPUT SECTION.                                                     
9.22 260822                ACCESS MODE IS DYNAMIC
9.23 260822                RECORD KEY IS AL-ALIAS
9.24 260822                FILE STATUS IS WS-ALS-STATUS.
50.4 261015            SELECT SUPERSED ASSIGN TO DATABASE-SUPERSED
50.5 261015                ORGANIZATION IS INDEXED
50.6 261015                ACCESS MODE IS DYNAMIC
50.7 261015                RECORD KEY IS SS-OLD-ITEM
50.8 261015                FILE STATUS IS WS-SPS-STATUS.
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
8.05 260822        FD  WHSSTOCK
8.06 260822                LABEL RECORD IS STANDARD.
8.07 260822        01  WHSSTOCK-REC.
9.32 260822           03  AL-ALIAS          PIC X(20).
9.33 260822           03  AL-ITEM-NUM       PIC 9(8).
9.34 260822           03  AL-TYPE           PIC X.
51.0 261015        FD  SUPERSED
51.1 261015                LABEL RECORD IS STANDARD.
51.2 261015       * supersession link - see SUPERMNT
51.3 261015        01  SUPERSED-REC.
51.4 261015           03  SS-OLD-ITEM       PIC 9(8).
51.5 261015           03  SS-NEW-ITEM       PIC 9(8).
51.6 261015           03  SS-EFF-DATE       PIC 9(8).
2.24 260808        WORKING-STORAGE SECTION.                                                  
2.25 260808        01  WS-FILE-STATUS    PIC XX.                                             
8.13 260822        01  WS-WHS-STATUS     PIC XX.
9.35 260822        01  WS-ALS-STATUS     PIC XX.
8.14 260822        01  WS-WHS-END        PIC X VALUE 'N'.
8.15 260822           88 WHS-END               VALUE 'Y'.
51.7 261015        01  WS-SPS-STATUS     PIC XX.
51.8 261015        01  WS-SS-END         PIC X VALUE 'N'.
51.9 261015           88 SS-END                VALUE 'Y'.
52.0 261015        01  WS-CHAIN-ITEM     PIC 9(8) VALUE 0.
2.26 260808        LINKAGE SECTION.                                                          
2.27 260808        01 ITEM-NUM      PIC 9(8).                                                
2.28 260808        01 ITEM-NAME     PIC X(16).                                               
9.42 260822       * the IM-LAST-CHANGED stamp the caller hands back to
9.43 260822       * UPDATEITEM so a concurrent edit is refused, not overwritten
9.44 260822        01 ITEM-STAMP        PIC X(21).
52.1 261015       * the supersession chain - the item this one replaced, and the
52.2 261015       * replacements that follow it in turn with the dates they take
52.3 261015       * over
52.4 261015        01 SUPERSESSION.
52.5 261015           03 SC-REPLACES    PIC 9(8).
52.6 261015           03 SC-COUNT       PIC 9.
52.7 261015           03 SC-ROWS OCCURS 5 TIMES.
52.8 261015              05 SC-ITEM        PIC 9(8).
52.9 261015              05 SC-EFF-DATE    PIC 9(8).
3.00 260808        PROCEDURE DIVISION USING ITEM-NUM ITEM-NAME DESCRIPTION WEIGHT            
3.01 260808            UNIT-PRICE QTY-ON-HAND CATEGORY ITEM-FOUND                            
9.45 260822            DESCRIPTION-LONG WHSE-BREAKDOWN ALIAS-CODE
53.0 261015             ALIAS-MATCHED ITEM-STAMP SUPERSESSION.
3.03 260808        BEGIN.                                                                    
3.04 260808            MOVE ITEM-NUM TO IM-ITEM-NUM.                                         
3.05 260808            OPEN INPUT ITEMMSTR.                                                  
9.50 260822                   MOVE IM-LAST-CHANGED TO ITEM-STAMP
3.26 260808            END-READ.                                                             
9.60 260822            PERFORM 500-WHSE-BREAKDOWN THRU 500-EXIT.
53.1 261015            PERFORM 600-SUPERSESSION THRU 600-EXIT.
3.27 260808            CLOSE ITEMMSTR.                                                       
9.61 260822            GOBACK.
9.51 260822        400-TRY-ALIAS.
8.52 260822            CLOSE WHSSTOCK.
8.53 260822        500-EXIT.
8.54 260822            EXIT.
53.2 261015        600-SUPERSESSION.
53.3 261015            MOVE 0 TO SC-REPLACES SC-COUNT.
53.4 261015            OPEN INPUT SUPERSED.
53.5 261015       * the predecessor - the link whose replacement is this item
53.6 261015            MOVE 'N' TO WS-SS-END.
53.7 261015            MOVE LOW-VALUES TO SS-OLD-ITEM.
53.8 261015            START SUPERSED
53.9 261015                KEY NOT LESS SS-OLD-ITEM
54.0 261015                INVALID KEY
54.1 261015                   SET SS-END TO TRUE.
54.2 261015            PERFORM UNTIL SS-END
54.3 261015               READ SUPERSED NEXT
54.4 261015                   AT END
54.5 261015                      SET SS-END TO TRUE
54.6 261015                   NOT AT END
54.7 261015                      IF SS-NEW-ITEM = IM-ITEM-NUM
54.8 261015                         MOVE SS-OLD-ITEM TO SC-REPLACES
54.9 261015                         SET SS-END TO TRUE
55.0 261015                      END-IF
55.1 261015               END-READ
55.2 261015            END-PERFORM.
55.3 261015       * and onward from this item to each replacement in turn
55.4 261015            MOVE IM-ITEM-NUM TO WS-CHAIN-ITEM.
55.5 261015            MOVE 'N' TO WS-SS-END.
55.6 261015            PERFORM UNTIL SS-END OR SC-COUNT = 5
55.7 261015               MOVE WS-CHAIN-ITEM TO SS-OLD-ITEM
55.8 261015               READ SUPERSED
55.9 261015                   INVALID KEY
56.0 261015                      SET SS-END TO TRUE
56.1 261015                   NOT INVALID KEY
56.2 261015                      ADD 1 TO SC-COUNT
56.3 261015                      MOVE SS-NEW-ITEM TO SC-ITEM(SC-COUNT)
56.4 261015                      MOVE SS-EFF-DATE TO SC-EFF-DATE(SC-COUNT)
56.5 261015                      MOVE SS-NEW-ITEM TO WS-CHAIN-ITEM
56.6 261015               END-READ
56.7 261015            END-PERFORM.
56.8 261015            CLOSE SUPERSED.
56.9 261015        600-EXIT.
57.0 261015            EXIT.
4.06 131010        HALT.                                                                     
