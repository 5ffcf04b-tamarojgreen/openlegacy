1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. RBLACPT.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT RBLSUGG ASSIGN TO DATABASE-RBLSUGG
1.06 261015                ORGANIZATION IS INDEXED
1.07 261015                ACCESS MODE IS DYNAMIC
1.08 261015                RECORD KEY IS RB-KEY
1.09 261015                FILE STATUS IS WS-RBL-STATUS.
1.10 261015        DATA DIVISION.
1.11 261015        FILE SECTION.
1.12 261015        FD  RBLSUGG
1.13 261015                LABEL RECORD IS STANDARD.
1.14 261015       * rebalancing suggestions - see RBLGEN
1.15 261015        01  RBLSUGG-REC.
1.16 261015           03  RB-KEY.
1.17 261015              05  RB-ITEM-NUM    PIC 9(8).
1.18 261015              05  RB-TO-WHSE     PIC X(3).
1.19 261015              05  RB-FROM-WHSE   PIC X(3).
1.20 261015              05  RB-RUN-DATE    PIC 9(8).
1.21 261015           03  RB-QTY            PIC 9(5).
1.22 261015           03  RB-STATUS         PIC X.
1.23 261015           03  RB-XFER-ID        PIC 9(12).
1.24 261015           03  RB-ACCEPT-DATE    PIC 9(8).
1.25 261015           03  RB-OPERATOR       PIC X(10).
1.26 261015        WORKING-STORAGE SECTION.
1.27 261015        01  WS-RBL-STATUS     PIC XX.
1.28 261015        01  WS-TODAY          PIC 9(8) VALUE 0.
1.29 261015       * the WHSXFER parameter set - an accepted move is shipped
1.30 261015       * there and then, and received at the far end as usual
1.31 261015        01  XFW-FUNC          PIC X VALUE 'S'.
1.32 261015        01  XFW-ID            PIC 9(12) VALUE 0.
1.33 261015        LINKAGE SECTION.
1.34 261015       * the suggestion as RBLGEN listed it
1.35 261015        01 RBA-ITEM-NUM      PIC 9(8).
1.36 261015        01 RBA-TO-WHSE       PIC X(3).
1.37 261015        01 RBA-FROM-WHSE     PIC X(3).
1.38 261015        01 RBA-RUN-DATE      PIC 9(8).
1.39 261015        01 RBA-OPERATOR      PIC X(10).
1.40 261015       * the transfer id comes back for the receiving warehouse
1.41 261015        01 RBA-XFER-ID       PIC 9(12).
1.42 261015       * WHSXFER's own status when it refused the ship
1.43 261015        01 RBA-XFW-STATUS    PIC X.
1.44 261015        01 RBA-STATUS        PIC X.
1.45 261015           88 RBA-OK               VALUE '0'.
1.46 261015           88 RBA-NOT-FOUND        VALUE '1'.
1.47 261015           88 RBA-NOT-OPEN         VALUE '2'.
1.48 261015           88 RBA-XFER-REFUSED     VALUE '3'.
1.49 261015        PROCEDURE DIVISION USING RBA-ITEM-NUM RBA-TO-WHSE
1.50 261015            RBA-FROM-WHSE RBA-RUN-DATE RBA-OPERATOR RBA-XFER-ID
1.51 261015            RBA-XFW-STATUS RBA-STATUS.
1.52 261015        BEGIN.
1.53 261015       * a buyer takes up an RBLGEN suggestion - the move ships at
1.54 261015       * once through WHSXFER for the suggested quantity and the
1.55 261015       * suggestion is marked accepted against the transfer, so
1.56 261015       * POGEN and the next RBLGEN run count it as on its way.
1.57 261015       * Only a suggestion still open (S) can be accepted
1.58 261015            SET RBA-OK TO TRUE.
1.59 261015            MOVE 0 TO RBA-XFER-ID.
1.60 261015            MOVE SPACE TO RBA-XFW-STATUS.
1.61 261015            ACCEPT WS-TODAY FROM DATE.
1.62 261015            ADD 20000000 TO WS-TODAY.
1.63 261015            OPEN I-O RBLSUGG.
1.64 261015            MOVE RBA-ITEM-NUM  TO RB-ITEM-NUM.
1.65 261015            MOVE RBA-TO-WHSE   TO RB-TO-WHSE.
1.66 261015            MOVE RBA-FROM-WHSE TO RB-FROM-WHSE.
1.67 261015            MOVE RBA-RUN-DATE  TO RB-RUN-DATE.
1.68 261015            READ RBLSUGG
1.69 261015                INVALID KEY
1.70 261015                   SET RBA-NOT-FOUND TO TRUE
1.71 261015                   CLOSE RBLSUGG
1.72 261015                   GOBACK
1.73 261015            END-READ.
1.74 261015            IF RB-STATUS NOT = 'S'
1.75 261015               SET RBA-NOT-OPEN TO TRUE
1.76 261015               CLOSE RBLSUGG
1.77 261015               GOBACK
1.78 261015            END-IF.
1.79 261015            CALL 'WHSXFER' USING XFW-FUNC XFW-ID RB-ITEM-NUM
1.80 261015                RB-FROM-WHSE RB-TO-WHSE RB-QTY RBA-OPERATOR
1.81 261015                RBA-XFW-STATUS.
1.82 261015            IF RBA-XFW-STATUS NOT = '0'
1.83 261015               SET RBA-XFER-REFUSED TO TRUE
1.84 261015               CLOSE RBLSUGG
1.85 261015               GOBACK
1.86 261015            END-IF.
1.87 261015            MOVE 'A'          TO RB-STATUS.
1.88 261015            MOVE XFW-ID       TO RB-XFER-ID.
1.89 261015            MOVE WS-TODAY     TO RB-ACCEPT-DATE.
1.90 261015            MOVE RBA-OPERATOR TO RB-OPERATOR.
1.91 261015            REWRITE RBLSUGG-REC.
1.92 261015            MOVE XFW-ID TO RBA-XFER-ID.
1.93 261015            CLOSE RBLSUGG.
1.94 261015            GOBACK.
1.95 261015        HALT.
