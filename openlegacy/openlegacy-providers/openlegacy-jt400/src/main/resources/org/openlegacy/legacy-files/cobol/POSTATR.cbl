1.27 260901           03  PL-STATUS         PIC X.
1.28 260901           03  PL-OVER           PIC X.
1.29 260901           03  PL-LATE           PIC X.
2.24 261015       * drop-ship customer order reference - see POCONF
2.25 261015           03  PL-ORDER-NUM      PIC 9(8).
2.26 261015           03  PL-ORDER-LINE     PIC 9(3).
2.27 261015       * quantity supplier invoices have been matched against - see
2.28 261015       * SUPMATCH
2.29 261015           03  PL-QTY-INVOICED   PIC 9(5).
2.30 261015       * date of the latest receipt - see PORECV
2.31 261015           03  PL-RECV-DATE      PIC 9(8).
1.30 260901        FD  POSRPT
1.31 260901                LABEL RECORD IS STANDARD.
1.32 260901        01  RPT-LINE          PIC X(80).
