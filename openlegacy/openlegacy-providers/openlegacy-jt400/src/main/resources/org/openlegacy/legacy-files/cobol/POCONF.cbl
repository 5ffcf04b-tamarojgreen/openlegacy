1.17 260901                ACCESS MODE IS DYNAMIC
1.18 260901                RECORD KEY IS PL-KEY
1.19 260901                FILE STATUS IS WS-LIN-STATUS.
2.72 261015            SELECT SUPPMSTR ASSIGN TO DATABASE-SUPPMSTR
2.73 261015                ORGANIZATION IS INDEXED
2.74 261015                ACCESS MODE IS DYNAMIC
2.75 261015                RECORD KEY IS SU-SUPP-ID
2.76 261015                FILE STATUS IS WS-SUM-STATUS.
1.20 260901        DATA DIVISION.
1.21 260901        FILE SECTION.
1.22 260901        FD  POSUGG
1.40 260901           03  PH-SUPP-ID        PIC X(6).
1.41 260901           03  PH-ORDER-DATE     PIC 9(8).
1.42 260901           03  PH-STATUS         PIC X.
2.69 261015       * the currency the PO line costs are in - the supplier's
2.70 261015       * SU-CURRENCY when the PO was raised; spaces = local
2.71 261015           03  PH-CURRENCY       PIC X(3).
1.43 260901        FD  POLINE
1.44 260901                LABEL RECORD IS STANDARD.
1.45 260901       * line lifecycle O = open, R = fully received, S = short-closed;
1.57 260901           03  PL-STATUS         PIC X.
1.58 260901           03  PL-OVER           PIC X.
1.59 260901           03  PL-LATE           PIC X.
2.60 261015       * a drop-ship line (raised by ORDENTRY) carries the customer
2.61 261015       * order line the supplier ships straight to; zeros = stock
2.62 261015       * replenishment received through PORECV
2.63 261015           03  PL-ORDER-NUM      PIC 9(8).
2.64 261015           03  PL-ORDER-LINE     PIC 9(3).
2.65 261015       * quantity supplier invoices have been matched against - see
2.66 261015       * SUPMATCH
2.67 261015           03  PL-QTY-INVOICED   PIC 9(5).
2.98 261015       * date of the latest receipt - see PORECV
2.99 261015           03  PL-RECV-DATE      PIC 9(8).
2.77 261015        FD  SUPPMSTR
2.78 261015                LABEL RECORD IS STANDARD.
2.79 261015        01  SUPPMSTR-REC.
2.80 261015           03  SU-SUPP-ID        PIC X(6).
2.81 261015           03  SU-NAME           PIC X(30).
2.82 261015       * N = unavailable - see POGEN
2.83 261015           03  SU-AVAIL          PIC X.
2.84 261015       * billing currency - see POGEN
2.85 261015           03  SU-CURRENCY       PIC X(3).
1.60 260901        WORKING-STORAGE SECTION.
1.61 260901        01  WS-PO-STATUS      PIC XX.
1.62 260901        01  WS-HDR-STATUS     PIC XX.
1.63 260901        01  WS-LIN-STATUS     PIC XX.
2.86 261015        01  WS-SUM-STATUS     PIC XX.
1.64 260901        01  WS-TODAY          PIC 9(8) VALUE 0.
1.65 260901        01  WS-TODAY-INT      PIC 9(9) VALUE 0.
1.66 260901        01  WS-SEQ-NAME       PIC X(16) VALUE 'POHDR           '.
1.91 260901            OPEN I-O POSUGG.
1.92 260901            OPEN I-O POHDR.
1.93 260901            OPEN I-O POLINE.
2.87 261015            OPEN INPUT SUPPMSTR.
1.94 260901            MOVE 'N' TO WS-SUGG-END.
1.95 260901            MOVE POC-SUPP-ID TO PO-SUPP-ID.
1.96 260901            MOVE LOW-VALUES  TO PO-ITEM-NUM PO-WHSE.
2.17 260901            CLOSE POSUGG.
2.18 260901            CLOSE POHDR.
2.19 260901            CLOSE POLINE.
2.88 261015            CLOSE SUPPMSTR.
2.20 260901            GOBACK.
2.21 260901        400-CONFIRM-ONE.
2.22 260901       * the header is cut on the first confirmed line, numbered
2.29 260901               MOVE POC-SUPP-ID TO PH-SUPP-ID
2.30 260901               MOVE WS-TODAY    TO PH-ORDER-DATE
2.31 260901               MOVE 'O'         TO PH-STATUS
2.89 261015       * POGEN priced the suggestions in the supplier's currency - the
2.90 261015       * header records which, so the lines read right if the
2.91 261015       * supplier later changes currency
2.92 261015               MOVE SPACES      TO PH-CURRENCY
2.93 261015               MOVE POC-SUPP-ID TO SU-SUPP-ID
2.94 261015               READ SUPPMSTR
2.95 261015                   NOT INVALID KEY
2.96 261015                      MOVE SU-CURRENCY TO PH-CURRENCY
2.97 261015               END-READ
2.32 260901               WRITE POHDR-REC
2.33 260901                   INVALID KEY
2.34 260901                      CONTINUE
2.48 260901            MOVE 'O' TO PL-STATUS.
2.49 260901            MOVE ' ' TO PL-OVER.
2.50 260901            MOVE ' ' TO PL-LATE.
2.68 261015            MOVE 0   TO PL-ORDER-NUM PL-ORDER-LINE PL-QTY-INVOICED.
3.00 261015            MOVE 0   TO PL-RECV-DATE.
2.51 260901            WRITE POLINE-REC
2.52 260901                INVALID KEY
2.53 260901                   CONTINUE
