40.0 260901       * credit ceiling the order desk checks open exposure
40.1 260901       * against - zero = no limit set for the customer
40.2 260901           03  CM-CREDIT-LIMIT   PIC 9(9)V99.
40.3 261015       * Y = tax-exempt customer - INVGEN bills it no sales tax
40.4 261015           03  CM-TAX-EXEMPT     PIC X.
40.5 261015       * Y = free-freight contract - INVGEN prices the freight but
40.6 261015       * does not bill it
40.7 261015           03  CM-FREE-FREIGHT   PIC X.
40.8 261015       * agent of record - the agent paid commission on the
40.9 261015       * customer's sales (COMMRUN); zeros = none
41.0 261015           03  CM-AGENT-MHOZ     PIC 9(2).
41.1 261015           03  CM-AGENT-SOCN     PIC 9(6).
1.20 260822        FD  XFERAUD
1.21 260822                LABEL RECORD IS STANDARD.
1.22 260822        01  AUD-REC.
