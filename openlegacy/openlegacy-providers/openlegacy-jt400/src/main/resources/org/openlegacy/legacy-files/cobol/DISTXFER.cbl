40.0 260901       * credit ceiling the order desk checks open exposure
40.1 260901       * against - zero = no limit set for the customer
40.2 260901           03  CM-CREDIT-LIMIT   PIC 9(9)V99.
40.5 261015       * Y = tax-exempt customer - INVGEN bills it no sales tax
40.6 261015           03  CM-TAX-EXEMPT     PIC X.
40.7 261015       * Y = free-freight contract - INVGEN prices the freight but
40.8 261015       * does not bill it
40.9 261015           03  CM-FREE-FREIGHT   PIC X.
41.0 261015       * agent of record - the agent paid commission on the
41.1 261015       * customer's sales (COMMRUN); zeros = none
41.2 261015           03  CM-AGENT-MHOZ     PIC 9(2).
41.3 261015           03  CM-AGENT-SOCN     PIC 9(6).
2.19 260808        FD  XFERAUD
2.20 260808                LABEL RECORD IS STANDARD.
2.21 260808        01  AUD-REC.
7.09 260822        01  DISTREF-REC.
7.10 260822           03  DR-DISTRICT       PIC X(5).
7.11 260822           03  DR-ACCEPTING      PIC X.
40.3 261015       * the warehouse the district's orders ship from by preference
40.4 261015           03  DR-WHSE           PIC X(3).
2.27 260808        WORKING-STORAGE SECTION.
2.28 260808        01  WS-FILE-STATUS    PIC XX.
2.29 260808        01  WS-AUD-STATUS     PIC XX.
