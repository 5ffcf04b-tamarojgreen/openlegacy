1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. QUOTLOST.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT QUOTHDR ASSIGN TO DATABASE-QUOTHDR
1.06 261015                ORGANIZATION IS INDEXED
1.07 261015                ACCESS MODE IS DYNAMIC
1.08 261015                RECORD KEY IS QH-QUOTE-NUM
1.09 261015                FILE STATUS IS WS-HDR-STATUS.
1.10 261015        DATA DIVISION.
1.11 261015        FILE SECTION.
1.12 261015        FD  QUOTHDR
1.13 261015                LABEL RECORD IS STANDARD.
1.14 261015       * one row per quotation; QH-STATUS O = open, C = converted to
1.15 261015       * order QH-ORDER-NUM, L = lost, E = expired unanswered.
1.16 261015       * QH-CLOSE-DATE is the day it stopped being open (the expiry
1.17 261015       * date itself for an expired quote)
1.18 261015        01  QUOTHDR-REC.
1.19 261015           03  QH-QUOTE-NUM      PIC 9(8).
1.20 261015           03  QH-CUST-ID        PIC X(10).
1.21 261015           03  QH-DATE           PIC 9(8).
1.22 261015           03  QH-EXPIRY         PIC 9(8).
1.23 261015           03  QH-STATUS         PIC X.
1.24 261015           03  QH-VALUE          PIC 9(9)V99.
1.25 261015           03  QH-ORDER-NUM      PIC 9(8).
1.26 261015           03  QH-CLOSE-DATE     PIC 9(8).
1.27 261015           03  QH-OPERATOR       PIC X(10).
1.28 261015           03  QH-LOST-REASON    PIC X(20).
1.29 261015        WORKING-STORAGE SECTION.
1.30 261015        01  WS-HDR-STATUS     PIC XX.
1.31 261015        01  WS-TODAY          PIC 9(8) VALUE 0.
1.32 261015        LINKAGE SECTION.
1.33 261015        01 LST-QUOTE-NUM     PIC 9(8).
1.34 261015       * why the customer said no - price, lead time, went elsewhere
1.35 261015        01 LST-REASON        PIC X(20).
1.36 261015        01 LST-STATUS        PIC X.
1.37 261015           88 LST-OK               VALUE '0'.
1.38 261015           88 LST-NOT-FOUND        VALUE '1'.
1.39 261015           88 LST-NOT-OPEN         VALUE '2'.
1.40 261015        PROCEDURE DIVISION USING LST-QUOTE-NUM LST-REASON LST-STATUS.
1.41 261015        BEGIN.
1.42 261015       * the customer turned the quotation down - close it as lost so
1.43 261015       * the monthly quotation report counts it against the win rate
1.44 261015            SET LST-OK TO TRUE.
1.45 261015            ACCEPT WS-TODAY FROM DATE.
1.46 261015            ADD 20000000 TO WS-TODAY.
1.47 261015            OPEN I-O QUOTHDR.
1.48 261015            MOVE LST-QUOTE-NUM TO QH-QUOTE-NUM.
1.49 261015            READ QUOTHDR
1.50 261015                KEY IS QH-QUOTE-NUM
1.51 261015                INVALID KEY
1.52 261015                   SET LST-NOT-FOUND TO TRUE
1.53 261015                NOT INVALID KEY
1.54 261015                   IF QH-STATUS NOT = 'O'
1.55 261015                      SET LST-NOT-OPEN TO TRUE
1.56 261015                   ELSE
1.57 261015                      MOVE 'L'        TO QH-STATUS
1.58 261015                      MOVE WS-TODAY   TO QH-CLOSE-DATE
1.59 261015                      MOVE LST-REASON TO QH-LOST-REASON
1.60 261015                      REWRITE QUOTHDR-REC
1.61 261015                   END-IF
1.62 261015            END-READ.
1.63 261015            CLOSE QUOTHDR.
1.64 261015            GOBACK.
1.65 261015        HALT.
