1.20 260901           03  OH-ORDER-NUM      PIC 9(8).
1.21 260901           03  OH-CUST-ID        PIC X(10).
1.22 260901           03  OH-DATE           PIC 9(8).
1.69 261015       * how the order is paid - see ORDPAY
1.70 261015           03  OH-PAY-METHOD     PIC X.
1.71 261015           03  OH-CARD-SLOT      PIC 9(2).
1.72 261015           03  OH-CARD-TOKEN     PIC 9(11).
1.73 261015           03  OH-CARD-LAST4     PIC 9(4).
1.23 260901        FD  ORDCIDX
1.24 260901                LABEL RECORD IS STANDARD.
1.25 260901        01  ORDCIDX-REC.
