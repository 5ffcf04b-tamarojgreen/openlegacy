1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. DNSETTLE.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT SUPDEBIT ASSIGN TO DATABASE-SUPDEBIT
1.06 261015                ORGANIZATION IS INDEXED
1.07 261015                ACCESS MODE IS DYNAMIC
1.08 261015                RECORD KEY IS DN-NUM
1.09 261015                FILE STATUS IS WS-DBN-STATUS.
1.10 261015        DATA DIVISION.
1.11 261015        FILE SECTION.
1.12 261015        FD  SUPDEBIT
1.13 261015                LABEL RECORD IS STANDARD.
1.14 261015       * supplier debit note layout - see RTVENTRY
1.15 261015        01  SUPDEBIT-REC.
1.16 261015           03  DN-NUM            PIC 9(8).
1.17 261015           03  DN-SUPP-ID        PIC X(6).
1.18 261015           03  DN-DATE           PIC 9(8).
1.19 261015           03  DN-PO-NUM         PIC 9(8).
1.20 261015           03  DN-PO-LINE        PIC 9(3).
1.21 261015           03  DN-ITEM-NUM       PIC 9(8).
1.22 261015           03  DN-WHSE           PIC X(3).
1.23 261015           03  DN-QTY            PIC 9(5).
1.24 261015           03  DN-UNIT-COST      PIC 9(5)V99.
1.25 261015           03  DN-AMOUNT         PIC 9(7)V99.
1.79 261015           03  DN-CURRENCY       PIC X(3).
1.26 261015           03  DN-REASON         PIC X.
1.27 261015           03  DN-OPERATOR       PIC X(10).
1.28 261015           03  DN-CREDITED       PIC 9(7)V99.
1.29 261015           03  DN-SETTLE-DATE    PIC 9(8).
1.30 261015           03  DN-STATUS         PIC X.
1.31 261015        WORKING-STORAGE SECTION.
1.32 261015        01  WS-DBN-STATUS     PIC XX.
1.33 261015        01  WS-TODAY          PIC 9(8) VALUE 0.
1.34 261015        LINKAGE SECTION.
1.35 261015        01 DNS-DN-NUM        PIC 9(8).
1.80 261015       * the amount of the supplier's credit note or refund, in the
1.81 261015       * debit note's currency (DN-CURRENCY)
1.37 261015        01 DNS-AMOUNT        PIC 9(7)V99.
1.38 261015        01 DNS-STATUS        PIC X.
1.39 261015           88 DNS-OK               VALUE '0'.
1.40 261015           88 DNS-NOT-FOUND        VALUE '1'.
1.41 261015           88 DNS-CLOSED           VALUE '2'.
1.42 261015       * more than the debit note still has open
1.43 261015           88 DNS-OVER             VALUE '3'.
1.44 261015           88 DNS-ZERO             VALUE '4'.
1.45 261015        PROCEDURE DIVISION USING DNS-DN-NUM DNS-AMOUNT DNS-STATUS.
1.46 261015        BEGIN.
1.47 261015       * records the supplier's credit against a debit note raised by
1.48 261015       * RTVENTRY - part credits accumulate, and the note closes once
1.49 261015       * it is credited in full
1.50 261015            SET DNS-OK TO TRUE.
1.51 261015            IF DNS-AMOUNT = 0
1.52 261015               SET DNS-ZERO TO TRUE
1.53 261015               GOBACK
1.54 261015            END-IF.
1.55 261015            ACCEPT WS-TODAY FROM DATE.
1.56 261015            ADD 20000000 TO WS-TODAY.
1.57 261015            OPEN I-O SUPDEBIT.
1.58 261015            MOVE DNS-DN-NUM TO DN-NUM.
1.59 261015            READ SUPDEBIT
1.60 261015                INVALID KEY
1.61 261015                   SET DNS-NOT-FOUND TO TRUE
1.62 261015                   GO TO 900-CLOSE
1.63 261015            END-READ.
1.64 261015            IF DN-STATUS NOT = 'O'
1.65 261015               SET DNS-CLOSED TO TRUE
1.66 261015               GO TO 900-CLOSE.
1.67 261015            IF DN-CREDITED + DNS-AMOUNT > DN-AMOUNT
1.68 261015               SET DNS-OVER TO TRUE
1.69 261015               GO TO 900-CLOSE.
1.70 261015            ADD DNS-AMOUNT TO DN-CREDITED.
1.71 261015            MOVE WS-TODAY TO DN-SETTLE-DATE.
1.72 261015            IF DN-CREDITED = DN-AMOUNT
1.73 261015               MOVE 'C' TO DN-STATUS.
1.74 261015            REWRITE SUPDEBIT-REC.
1.75 261015        900-CLOSE.
1.76 261015            CLOSE SUPDEBIT.
1.77 261015            GOBACK.
1.78 261015        HALT.
