1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. INSPMNT.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT INSPFLAG ASSIGN TO DATABASE-INSPFLAG
1.06 261015                ORGANIZATION IS INDEXED
1.07 261015                ACCESS MODE IS DYNAMIC
1.08 261015                RECORD KEY IS IF-KEY
1.09 261015                FILE STATUS IS WS-INS-STATUS.
1.10 261015            SELECT ITEMMSTR ASSIGN TO DATABASE-ITEMMSTR
1.11 261015                ORGANIZATION IS INDEXED
1.12 261015                ACCESS MODE IS DYNAMIC
1.13 261015                RECORD KEY IS IM-ITEM-NUM
1.14 261015                FILE STATUS IS WS-FILE-STATUS.
1.15 261015            SELECT SUPPMSTR ASSIGN TO DATABASE-SUPPMSTR
1.16 261015                ORGANIZATION IS INDEXED
1.17 261015                ACCESS MODE IS DYNAMIC
1.18 261015                RECORD KEY IS SU-SUPP-ID
1.19 261015                FILE STATUS IS WS-SUP-STATUS.
1.20 261015        DATA DIVISION.
1.21 261015        FILE SECTION.
1.22 261015        FD  INSPFLAG
1.23 261015                LABEL RECORD IS STANDARD.
1.24 261015       * inspect-on-receipt flags - see PORECV
1.25 261015        01  INSPFLAG-REC.
1.26 261015           03  IF-KEY.
1.27 261015              05  IF-ITEM-NUM    PIC 9(8).
1.28 261015              05  IF-SUPP-ID     PIC X(6).
1.29 261015           03  IF-ADDED-DATE     PIC 9(8).
1.30 261015           03  IF-OPERATOR       PIC X(10).
1.31 261015        FD  ITEMMSTR
1.32 261015                LABEL RECORD IS STANDARD.
1.33 261015        01  ITEMMSTR-REC.
1.34 261015           03  IM-ITEM-NUM       PIC 9(8).
1.35 261015           03  IM-ITEM-NAME      PIC X(16).
1.36 261015           03  IM-DESCRIPTION    PIC X(28).
1.37 261015           03  IM-WEIGHT         PIC 9(4).
1.38 261015           03  IM-SHIP-METHOD    PIC X(10).
1.39 261015           03  IM-SHIP-DAYS      PIC 9(4).
1.40 261015           03  IM-UNIT-PRICE     PIC 9(5)V99.
1.41 261015           03  IM-QTY-ON-HAND    PIC 9(5).
1.42 261015           03  IM-REORDER-POINT  PIC 9(5).
1.43 261015           03  IM-CATEGORY       PIC X(16).
1.44 261015           03  IM-DESCRIPTION-LONG       PIC X(80).
1.45 261015       * lifecycle: A = active, D = discontinued
1.46 261015           03  IM-STATUS         PIC X.
1.47 261015       * last-changed stamp for optimistic locking - see UPDATEITEM
1.48 261015           03  IM-LAST-CHANGED   PIC X(21).
1.49 261015       * moving-average unit cost - see INVPOST
1.50 261015           03  IM-UNIT-COST      PIC 9(5)V99.
2.51 261015       * lot control - see INVPOST
2.52 261015           03  IM-LOT-CTRL       PIC X.
2.53 261015       * ABC class and last count date - see ABCCLASS
2.54 261015           03  IM-ABC-CLASS      PIC X.
2.55 261015           03  IM-LAST-COUNT     PIC 9(8).
1.51 261015        FD  SUPPMSTR
1.52 261015                LABEL RECORD IS STANDARD.
1.53 261015        01  SUPPMSTR-REC.
1.54 261015           03  SU-SUPP-ID        PIC X(6).
1.55 261015           03  SU-NAME           PIC X(30).
1.56 261015       * N = unavailable - see POGEN
1.57 261015           03  SU-AVAIL          PIC X.
2.48 261015       * the currency the supplier bills in - ITEMSUPP and PO costs
2.49 261015       * for the supplier are held in it; spaces = local currency
2.50 261015           03  SU-CURRENCY       PIC X(3).
1.58 261015        WORKING-STORAGE SECTION.
1.59 261015        01  WS-INS-STATUS     PIC XX.
1.60 261015        01  WS-FILE-STATUS    PIC XX.
1.61 261015        01  WS-SUP-STATUS     PIC XX.
1.62 261015        01  WS-TODAY          PIC 9(8) VALUE 0.
1.63 261015        LINKAGE SECTION.
1.64 261015       * A = flag for inspection, D = remove the flag, R = read
1.65 261015        01 IFM-FUNC          PIC X.
1.66 261015       * an item number alone flags every receipt of that item; a
1.67 261015       * supplier alone flags every receipt from that supplier
1.68 261015        01 IFM-ITEM-NUM      PIC 9(8).
1.69 261015        01 IFM-SUPP-ID       PIC X(6).
1.70 261015        01 IFM-OPERATOR      PIC X(10).
1.71 261015        01 IFM-STATUS        PIC X.
1.72 261015           88 IFM-OK               VALUE '0'.
1.73 261015           88 IFM-NOT-FOUND        VALUE '1'.
1.74 261015           88 IFM-EXISTS           VALUE '2'.
1.75 261015           88 IFM-BAD-FUNC         VALUE '3'.
1.76 261015       * neither or both of item and supplier given
1.77 261015           88 IFM-BLANK            VALUE '4'.
1.78 261015       * the item is not on ITEMMSTR or the supplier not on SUPPMSTR
1.79 261015           88 IFM-UNKNOWN          VALUE '5'.
1.80 261015        PROCEDURE DIVISION USING IFM-FUNC IFM-ITEM-NUM IFM-SUPP-ID
1.81 261015            IFM-OPERATOR IFM-STATUS.
1.82 261015        BEGIN.
1.83 261015       * maintenance for the inspect-on-receipt flags PORECV checks -
1.84 261015       * a flag applies to receipts from now on; what is already in
1.85 261015       * inspection is decided through INSPREL
1.86 261015            SET IFM-OK TO TRUE.
1.87 261015            IF (IFM-ITEM-NUM = 0 AND IFM-SUPP-ID = SPACES) OR
1.88 261015               (IFM-ITEM-NUM NOT = 0 AND IFM-SUPP-ID NOT = SPACES)
1.89 261015               SET IFM-BLANK TO TRUE
1.90 261015               GOBACK
1.91 261015            END-IF.
1.92 261015            ACCEPT WS-TODAY FROM DATE.
1.93 261015            ADD 20000000 TO WS-TODAY.
1.94 261015            OPEN I-O INSPFLAG.
1.95 261015            OPEN INPUT ITEMMSTR.
1.96 261015            OPEN INPUT SUPPMSTR.
1.97 261015            MOVE IFM-ITEM-NUM TO IF-ITEM-NUM.
1.98 261015            MOVE IFM-SUPP-ID  TO IF-SUPP-ID.
1.99 261015            EVALUATE IFM-FUNC
2.00 261015               WHEN 'A'
2.01 261015                  PERFORM 300-CHECK-KEY THRU 300-EXIT
2.02 261015                  IF IFM-STATUS NOT = '0'
2.03 261015                     GO TO 900-CLOSE
2.04 261015                  END-IF
2.05 261015                  MOVE WS-TODAY     TO IF-ADDED-DATE
2.06 261015                  MOVE IFM-OPERATOR TO IF-OPERATOR
2.07 261015                  WRITE INSPFLAG-REC
2.08 261015                      INVALID KEY
2.09 261015                         SET IFM-EXISTS TO TRUE
2.10 261015                  END-WRITE
2.11 261015               WHEN 'D'
2.12 261015                  READ INSPFLAG
2.13 261015                      INVALID KEY
2.14 261015                         SET IFM-NOT-FOUND TO TRUE
2.15 261015                      NOT INVALID KEY
2.16 261015                         DELETE INSPFLAG
2.17 261015                  END-READ
2.18 261015               WHEN 'R'
2.19 261015                  READ INSPFLAG
2.20 261015                      INVALID KEY
2.21 261015                         SET IFM-NOT-FOUND TO TRUE
2.22 261015                  END-READ
2.23 261015               WHEN OTHER
2.24 261015                  SET IFM-BAD-FUNC TO TRUE
2.25 261015            END-EVALUATE.
2.26 261015        900-CLOSE.
2.27 261015            CLOSE INSPFLAG.
2.28 261015            CLOSE ITEMMSTR.
2.29 261015            CLOSE SUPPMSTR.
2.30 261015            GOBACK.
2.31 261015        300-CHECK-KEY.
2.32 261015            IF IFM-ITEM-NUM NOT = 0
2.33 261015               MOVE IFM-ITEM-NUM TO IM-ITEM-NUM
2.34 261015               READ ITEMMSTR
2.35 261015                   INVALID KEY
2.36 261015                      SET IFM-UNKNOWN TO TRUE
2.37 261015               END-READ
2.38 261015            ELSE
2.39 261015               MOVE IFM-SUPP-ID TO SU-SUPP-ID
2.40 261015               READ SUPPMSTR
2.41 261015                   INVALID KEY
2.42 261015                      SET IFM-UNKNOWN TO TRUE
2.43 261015               END-READ
2.44 261015            END-IF.
2.45 261015        300-EXIT.
2.46 261015            EXIT.
2.47 261015        HALT.
