1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. ORDPAY.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT ORDHDR ASSIGN TO DATABASE-ORDHDR
1.06 261015                ORGANIZATION IS INDEXED
1.07 261015                ACCESS MODE IS DYNAMIC
1.08 261015                RECORD KEY IS OH-ORDER-NUM
1.09 261015                FILE STATUS IS WS-HDR-STATUS.
1.10 261015            SELECT CUSTCARD ASSIGN TO DATABASE-CUSTCARD
1.11 261015                ORGANIZATION IS INDEXED
1.12 261015                ACCESS MODE IS DYNAMIC
1.13 261015                RECORD KEY IS CC-KEY
1.14 261015                FILE STATUS IS WS-CRD-STATUS.
1.15 261015        DATA DIVISION.
1.16 261015        FILE SECTION.
1.17 261015        FD  ORDHDR
1.18 261015                LABEL RECORD IS STANDARD.
1.19 261015        01  ORDHDR-REC.
1.20 261015           03  OH-ORDER-NUM      PIC 9(8).
1.21 261015           03  OH-CUST-ID        PIC X(10).
1.22 261015           03  OH-DATE           PIC 9(8).
1.23 261015       * how the order is paid: space = on account, C = charged to
1.24 261015       * the customer's card in slot OH-CARD-SLOT of CUSTCARD, the
1.25 261015       * card as it stood when the order was placed, by its CARDTOKN
1.26 261015       * vault token and last four digits
1.27 261015           03  OH-PAY-METHOD     PIC X.
1.28 261015           03  OH-CARD-SLOT      PIC 9(2).
1.29 261015           03  OH-CARD-TOKEN     PIC 9(11).
1.30 261015           03  OH-CARD-LAST4     PIC 9(4).
1.31 261015        FD  CUSTCARD
1.32 261015                LABEL RECORD IS STANDARD.
1.33 261015       * cards on file - see CARDMNT
1.34 261015        01  CUSTCARD-REC.
1.35 261015           03  CC-KEY.
1.36 261015              05  CC-CUST-ID     PIC X(10).
1.37 261015              05  CC-SLOT        PIC 9(2).
1.38 261015           03  CC-CARD-TOKEN     PIC 9(11).
1.39 261015           03  CC-CARD-LAST4     PIC 9(4).
1.40 261015           03  CC-CARD-PREFIX    PIC 9(5).
1.41 261015           03  CC-SUG-SHERUT     PIC 9(3).
1.42 261015           03  CC-CARD-IND       PIC X.
1.43 261015           03  CC-CHECK-DATE     PIC 9(8).
1.44 261015        WORKING-STORAGE SECTION.
1.45 261015        01  WS-HDR-STATUS     PIC XX.
1.46 261015        01  WS-CRD-STATUS     PIC XX.
1.47 261015        01  WS-TODAY          PIC 9(8) VALUE 0.
1.48 261015       * the CARDVAL parameter set - see CARDMNT
1.49 261015        01 XXOLAKKR-PARMS.
1.50 261015           03 LK-CUSTOMER.
1.51 261015               05 LK-CUST-IND           PIC X.
1.52 261015               05 LK-CUST-ID            PIC 9(9).
1.53 261015               05 LK-CUST-NAME          PIC X(25).
1.54 261015               05 LK-CUST-ADDRESS       PIC X(25).
1.55 261015               05 LK-CUST-PHONE         PIC X(20).
1.56 261015               05 LK-CUST-EMAIL         PIC X(40).
1.57 261015               05 LK-CUST-DOB           PIC 9(8).
1.58 261015               05 LK-CARDS OCCURS 10 TIMES INDEXED BY CARD-INX.
1.59 261015                  07 LK-CARD-IND            PIC X.
1.60 261015                  07 LK-CARD-TOKEN          PIC 9(11).
1.61 261015                  07 LK-CARD-LAST4          PIC 9(4).
1.62 261015                  07 LK-CARD-PREFIX         PIC 9(5).
1.63 261015                  07 LK-CARD-SUG-SHERUT     PIC 9(3).
1.64 261015        01 XXOLAKKR-CARDS-CONT.
1.65 261015           03 LK-CARDS-CONT.
1.66 261015               05 LK-CC-CUST-ID         PIC 9(9).
1.67 261015               05 LK-CARDS-CONT-CNT     PIC 9(2).
1.68 261015               05 LK-CARDS-CONT-TBL OCCURS 10 TIMES
1.69 261015                                    INDEXED BY CARD-CONT-INX.
1.70 261015                  07 LK-CARD-IND            PIC X.
1.71 261015                  07 LK-CARD-TOKEN          PIC 9(11).
1.72 261015                  07 LK-CARD-LAST4          PIC 9(4).
1.73 261015                  07 LK-CARD-PREFIX         PIC 9(5).
1.74 261015                  07 LK-CARD-SUG-SHERUT     PIC 9(3).
1.75 261015        LINKAGE SECTION.
1.76 261015        01 OPY-ORDER-NUM     PIC 9(8).
1.77 261015       * the customer's CUSTCARD slot to charge - zero takes the order
1.78 261015       * back onto the customer's account
1.79 261015        01 OPY-CARD-SLOT     PIC 9(2).
1.80 261015       * CARDVAL's verdict on the card comes back here
1.81 261015        01 OPY-CARD-IND      PIC X.
1.82 261015       * the user the order is paid for - CARDVAL logs its look-up of
1.83 261015       * the card number in the vault against it
1.84 261015        01 OPY-OPERATOR      PIC X(10).
1.85 261015        01 OPY-STATUS        PIC X.
1.86 261015           88 OPY-OK               VALUE '0'.
1.87 261015           88 OPY-NO-ORDER         VALUE '1'.
1.88 261015           88 OPY-NO-CARD          VALUE '2'.
1.89 261015       * CARDVAL refused the card today - the order stays as it was
1.90 261015       * and OPY-CARD-IND says why
1.91 261015           88 OPY-CARD-REFUSED     VALUE '3'.
1.92 261015        PROCEDURE DIVISION USING OPY-ORDER-NUM OPY-CARD-SLOT
1.93 261015            OPY-CARD-IND OPY-OPERATOR OPY-STATUS.
1.94 261015        BEGIN.
1.95 261015       * pay an order by a card the customer keeps on file. A card
1.96 261015       * that passed CARDVAL when it was stored can have gone bad
1.97 261015       * since (a CARDPREF prefix range reassigned, a service type
1.98 261015       * withdrawn), so it is put through CARDVAL again now, as the
1.99 261015       * order is placed; only a card that still passes goes on the
2.00 261015       * order, and INVGEN charges it when the order is invoiced
2.01 261015            SET OPY-OK TO TRUE.
2.02 261015            MOVE SPACE TO OPY-CARD-IND.
2.03 261015            ACCEPT WS-TODAY FROM DATE.
2.04 261015            ADD 20000000 TO WS-TODAY.
2.05 261015            OPEN I-O ORDHDR.
2.06 261015            OPEN I-O CUSTCARD.
2.07 261015            MOVE OPY-ORDER-NUM TO OH-ORDER-NUM.
2.08 261015            READ ORDHDR
2.09 261015                INVALID KEY
2.10 261015                   SET OPY-NO-ORDER TO TRUE.
2.11 261015            IF OPY-STATUS NOT = '0'
2.12 261015               GO TO 900-CLOSE.
2.13 261015            IF OPY-CARD-SLOT = 0
2.14 261015               MOVE SPACE TO OH-PAY-METHOD
2.15 261015               MOVE 0 TO OH-CARD-SLOT OH-CARD-TOKEN OH-CARD-LAST4
2.16 261015               REWRITE ORDHDR-REC
2.17 261015               GO TO 900-CLOSE.
2.18 261015            MOVE OH-CUST-ID    TO CC-CUST-ID.
2.19 261015            MOVE OPY-CARD-SLOT TO CC-SLOT.
2.20 261015            READ CUSTCARD
2.21 261015                INVALID KEY
2.22 261015                   SET OPY-NO-CARD TO TRUE.
2.23 261015            IF OPY-STATUS NOT = '0'
2.24 261015               GO TO 900-CLOSE.
2.25 261015            INITIALIZE XXOLAKKR-PARMS XXOLAKKR-CARDS-CONT.
2.26 261015            MOVE CC-CARD-TOKEN
2.27 261015                 TO LK-CARD-TOKEN OF XXOLAKKR-PARMS (1).
2.28 261015            MOVE CC-CARD-LAST4
2.29 261015                 TO LK-CARD-LAST4 OF XXOLAKKR-PARMS (1).
2.30 261015            MOVE CC-CARD-PREFIX
2.31 261015                 TO LK-CARD-PREFIX OF XXOLAKKR-PARMS (1).
2.32 261015            MOVE CC-SUG-SHERUT
2.33 261015                 TO LK-CARD-SUG-SHERUT OF XXOLAKKR-PARMS (1).
2.34 261015            CALL 'CARDVAL' USING XXOLAKKR-PARMS XXOLAKKR-CARDS-CONT
2.35 261015                OPY-OPERATOR.
2.36 261015            MOVE LK-CARD-IND OF XXOLAKKR-PARMS (1) TO OPY-CARD-IND.
2.37 261015       * the card on file keeps today's verdict either way
2.38 261015            MOVE OPY-CARD-IND TO CC-CARD-IND.
2.39 261015            MOVE WS-TODAY     TO CC-CHECK-DATE.
2.40 261015            REWRITE CUSTCARD-REC.
2.41 261015            IF OPY-CARD-IND NOT = '0'
2.42 261015               SET OPY-CARD-REFUSED TO TRUE
2.43 261015               GO TO 900-CLOSE.
2.44 261015            MOVE 'C'            TO OH-PAY-METHOD.
2.45 261015            MOVE CC-SLOT        TO OH-CARD-SLOT.
2.46 261015            MOVE CC-CARD-TOKEN  TO OH-CARD-TOKEN.
2.47 261015            MOVE CC-CARD-LAST4  TO OH-CARD-LAST4.
2.48 261015            REWRITE ORDHDR-REC.
2.49 261015        900-CLOSE.
2.50 261015            CLOSE ORDHDR.
2.51 261015            CLOSE CUSTCARD.
2.52 261015            GOBACK.
2.53 261015        HALT.
