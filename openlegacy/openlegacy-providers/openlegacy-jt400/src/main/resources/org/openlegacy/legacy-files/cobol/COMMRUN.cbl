1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. COMMRUN.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT RUNREG ASSIGN TO DATABASE-ESRUNREG
1.06 261015                ORGANIZATION IS LINE SEQUENTIAL
1.07 261015                FILE STATUS IS WS-RR-STATUS.
1.08 261015            SELECT INVHDR ASSIGN TO DATABASE-INVHDR
1.09 261015                ORGANIZATION IS INDEXED
1.10 261015                ACCESS MODE IS DYNAMIC
1.11 261015                RECORD KEY IS IV-INV-NUM
1.12 261015                FILE STATUS IS WS-IVH-STATUS.
1.13 261015            SELECT INVLINE ASSIGN TO DATABASE-INVLINE
1.14 261015                ORGANIZATION IS INDEXED
1.15 261015                ACCESS MODE IS DYNAMIC
1.16 261015                RECORD KEY IS IL-KEY
1.17 261015                FILE STATUS IS WS-IVL-STATUS.
1.18 261015            SELECT CRMEMO ASSIGN TO DATABASE-CRMEMO
1.19 261015                ORGANIZATION IS INDEXED
1.20 261015                ACCESS MODE IS DYNAMIC
1.21 261015                RECORD KEY IS CN-CRM-NUM
1.22 261015                FILE STATUS IS WS-CRM-STATUS.
1.23 261015            SELECT CUSTMSTR ASSIGN TO DATABASE-CUSTMSTR
1.24 261015                ORGANIZATION IS INDEXED
1.25 261015                ACCESS MODE IS DYNAMIC
1.26 261015                RECORD KEY IS CM-CUST-ID
1.27 261015                FILE STATUS IS WS-FILE-STATUS.
1.28 261015            SELECT ITEMMSTR ASSIGN TO DATABASE-ITEMMSTR
1.29 261015                ORGANIZATION IS INDEXED
1.30 261015                ACCESS MODE IS DYNAMIC
1.31 261015                RECORD KEY IS IM-ITEM-NUM
1.32 261015                FILE STATUS IS WS-FILE-STATUS.
1.33 261015            SELECT COMMRATE ASSIGN TO DATABASE-COMMRATE
1.34 261015                ORGANIZATION IS INDEXED
1.35 261015                ACCESS MODE IS DYNAMIC
1.36 261015                RECORD KEY IS KR-KEY
1.37 261015                FILE STATUS IS WS-KR-STATUS.
1.38 261015       * the commission ledger - every commissioned line of the month,
1.39 261015       * payable or held, by agent
1.40 261015            SELECT COMMLDG ASSIGN TO DATABASE-COMMLDG
1.41 261015                ORGANIZATION IS INDEXED
1.42 261015                ACCESS MODE IS DYNAMIC
1.43 261015                RECORD KEY IS KL-KEY
1.44 261015                FILE STATUS IS WS-KL-STATUS.
1.45 261015       * the file the payroll system loads
1.46 261015            SELECT COMMPAYF ASSIGN TO DATABASE-COMMPAY
1.47 261015                ORGANIZATION IS LINE SEQUENTIAL
1.48 261015                FILE STATUS IS WS-PAY-STATUS.
1.49 261015            SELECT CMSRPT ASSIGN TO PRINTER-COMMRUN
1.50 261015                ORGANIZATION IS LINE SEQUENTIAL
1.51 261015                FILE STATUS IS WS-RPT-STATUS.
1.52 261015        DATA DIVISION.
1.53 261015        FILE SECTION.
1.54 261015        FD  RUNREG
1.55 261015                LABEL RECORD IS STANDARD.
1.56 261015        01  RR-REC.
1.57 261015           03 RR-JOB           PIC X(10).
1.58 261015           03 RR-RUNID         PIC X(14).
1.59 261015           03 RR-TYPE          PIC X.
1.60 261015           03 RR-DATE          PIC 9(8).
1.61 261015           03 RR-TIME          PIC 9(8).
1.62 261015           03 RR-READ          PIC 9(7).
1.63 261015           03 RR-WRITTEN       PIC 9(7).
1.64 261015           03 RR-STATUS        PIC X(2).
1.65 261015        FD  INVHDR
1.66 261015                LABEL RECORD IS STANDARD.
1.67 261015        01  INVHDR-REC.
1.68 261015           03  IV-INV-NUM        PIC 9(8).
1.69 261015           03  IV-CUST-ID        PIC X(10).
1.70 261015           03  IV-DATE           PIC 9(8).
1.71 261015           03  IV-TOTAL          PIC 9(9)V99.
1.72 261015           03  IV-NET            PIC 9(9)V99.
1.73 261015           03  IV-TAX            PIC 9(9)V99.
1.74 261015        FD  INVLINE
1.75 261015                LABEL RECORD IS STANDARD.
1.76 261015        01  INVLINE-REC.
1.77 261015           03  IL-KEY.
1.78 261015              05  IL-INV-NUM     PIC 9(8).
1.79 261015              05  IL-LINE        PIC 9(3).
1.80 261015           03  IL-ORDER-NUM      PIC 9(8).
1.81 261015           03  IL-ORD-LINE       PIC 9(3).
1.82 261015           03  IL-ITEM-NUM       PIC 9(8).
1.83 261015           03  IL-QTY            PIC 9(5).
1.84 261015           03  IL-EXT-PRICE      PIC 9(7)V99.
1.85 261015           03  IL-UNIT-COST      PIC 9(5)V99.
1.86 261015           03  IL-TAX-CODE       PIC X(2).
1.87 261015           03  IL-TAX-RATE       PIC 9(2)V999.
1.88 261015           03  IL-TAX-AMT        PIC 9(7)V99.
1.89 261015       * F = the freight charge, spaces = goods - see INVGEN
1.90 261015           03  IL-LINE-TYPE      PIC X.
1.91 261015           03  IL-SHIP-METHOD    PIC X(10).
1.92 261015           03  IL-WEIGHT         PIC 9(7).
1.93 261015        FD  CRMEMO
1.94 261015                LABEL RECORD IS STANDARD.
1.95 261015        01  CRMEMO-REC.
1.96 261015           03  CN-CRM-NUM        PIC 9(8).
1.97 261015           03  CN-CUST-ID        PIC X(10).
1.98 261015           03  CN-DATE           PIC 9(8).
1.99 261015           03  CN-INV-NUM        PIC 9(8).
2.00 261015           03  CN-INV-LINE       PIC 9(3).
2.01 261015           03  CN-RMA-NUM        PIC 9(8).
2.02 261015           03  CN-ITEM-NUM       PIC 9(8).
2.03 261015           03  CN-QTY            PIC 9(5).
2.04 261015           03  CN-AMOUNT         PIC 9(7)V99.
2.05 261015       * the part of CN-AMOUNT that reverses sales tax
2.06 261015           03  CN-TAX-AMT        PIC 9(7)V99.
2.07 261015           03  CN-REGISTERED     PIC X.
2.08 261015        FD  CUSTMSTR
2.09 261015                LABEL RECORD IS STANDARD.
2.10 261015        01  CUSTMSTR-REC.
2.11 261015           03  CM-CUST-ID        PIC X(10).
2.12 261015           03  CM-DISTRICT       PIC X(5).
2.13 261015           03  CM-CREDIT-LIMIT   PIC 9(9)V99.
2.14 261015           03  CM-TAX-EXEMPT     PIC X.
2.15 261015           03  CM-FREE-FREIGHT   PIC X.
2.16 261015       * agent of record - see CUSTMNT
2.17 261015           03  CM-AGENT-MHOZ     PIC 9(2).
2.18 261015           03  CM-AGENT-SOCN     PIC 9(6).
2.19 261015        FD  ITEMMSTR
2.20 261015                LABEL RECORD IS STANDARD.
2.21 261015        01  ITEMMSTR-REC.
2.22 261015           03  IM-ITEM-NUM       PIC 9(8).
2.23 261015           03  IM-ITEM-NAME      PIC X(16).
2.24 261015           03  IM-DESCRIPTION    PIC X(28).
2.25 261015           03  IM-WEIGHT         PIC 9(4).
2.26 261015           03  IM-SHIP-METHOD    PIC X(10).
2.27 261015           03  IM-SHIP-DAYS      PIC 9(4).
2.28 261015           03  IM-UNIT-PRICE     PIC 9(5)V99.
2.29 261015           03  IM-QTY-ON-HAND    PIC 9(5).
2.30 261015           03  IM-REORDER-POINT  PIC 9(5).
2.31 261015           03  IM-CATEGORY       PIC X(16).
2.32 261015           03  IM-DESCRIPTION-LONG       PIC X(80).
2.33 261015           03  IM-STATUS         PIC X.
2.34 261015           03  IM-LAST-CHANGED   PIC X(21).
2.35 261015           03  IM-UNIT-COST      PIC 9(5)V99.
2.36 261015           03  IM-LOT-CTRL       PIC X.
2.37 261015           03  IM-ABC-CLASS      PIC X.
2.38 261015           03  IM-LAST-COUNT     PIC 9(8).
2.39 261015        FD  COMMRATE
2.40 261015                LABEL RECORD IS STANDARD.
2.41 261015       * commission rates by agent and/or category - see COMRMNT
2.42 261015        01  COMMRATE-REC.
2.43 261015           03  KR-KEY.
2.44 261015              05  KR-AGENT-MHOZ  PIC 9(2).
2.45 261015              05  KR-AGENT-SOCN  PIC 9(6).
2.46 261015              05  KR-CATEGORY    PIC X(16).
2.47 261015              05  KR-EFF-DATE    PIC 9(8).
2.48 261015           03  KR-RATE           PIC 9(2)V999.
2.49 261015           03  KR-OPERATOR-ID    PIC X(10).
2.50 261015           03  KR-CHANGE-DATE    PIC 9(8).
2.51 261015        FD  COMMLDG
2.52 261015                LABEL RECORD IS STANDARD.
2.53 261015       * one row per commissioned invoice line (doc type I, the line
2.54 261015       * number) or credit memo (doc type C, line zero) of the month.
2.55 261015       * KL-BASE is the line's net of tax, negative for a memo;
2.56 261015       * KL-STATUS P = payable, H = held with KL-REASON A agent not
2.57 261015       * on file or not active, L licence missing or lapsed on the
2.58 261015       * sale date, R no commission rate. KL-SALE-DATE is the
2.59 261015       * invoice date - a memo's is its invoice's. A memo row is
2.60 261015       * only written against a paid invoice line and carries that
2.61 261015       * line's agent and rate
2.62 261015        01  COMMLDG-REC.
2.63 261015           03  KL-KEY.
2.64 261015              05  KL-PERIOD      PIC 9(6).
2.65 261015              05  KL-AGENT-MHOZ  PIC 9(2).
2.66 261015              05  KL-AGENT-SOCN  PIC 9(6).
2.67 261015              05  KL-DOC-TYPE    PIC X.
2.68 261015              05  KL-DOC-NUM     PIC 9(8).
2.69 261015              05  KL-LINE        PIC 9(3).
2.70 261015           03  KL-CUST-ID        PIC X(10).
2.71 261015           03  KL-INV-NUM        PIC 9(8).
2.72 261015           03  KL-SALE-DATE      PIC 9(8).
2.73 261015           03  KL-ITEM-NUM       PIC 9(8).
2.74 261015           03  KL-CATEGORY       PIC X(16).
2.75 261015           03  KL-BASE           PIC S9(7)V99.
2.76 261015           03  KL-RATE           PIC 9(2)V999.
2.77 261015           03  KL-COMM           PIC S9(7)V99.
2.78 261015           03  KL-STATUS         PIC X.
2.79 261015           03  KL-REASON         PIC X.
2.80 261015           03  KL-RUN-DATE       PIC 9(8).
2.81 261015        FD  COMMPAYF
2.82 261015                LABEL RECORD IS STANDARD.
2.83 261015       * one record per agent with payable lines in the month - PY-TYPE
2.84 261015       * P = pay PY-AMOUNT, R = recover it (the month's memos
2.85 261015       * outweighed its sales)
2.86 261015        01  COMMPAYF-REC.
2.87 261015           03  PY-PERIOD         PIC 9(6).
2.88 261015           03  PY-AGENT-MHOZ     PIC 9(2).
2.89 261015           03  PY-AGENT-SOCN     PIC 9(6).
2.90 261015           03  PY-TYPE           PIC X.
2.91 261015           03  PY-AMOUNT         PIC 9(9)V99.
2.92 261015           03  PY-LINES          PIC 9(7).
2.93 261015           03  PY-RUN-DATE       PIC 9(8).
2.94 261015        FD  CMSRPT
2.95 261015                LABEL RECORD IS STANDARD.
2.96 261015        01  RPT-LINE          PIC X(80).
2.97 261015        WORKING-STORAGE SECTION.
2.98 261015        01  WS-RR-STATUS      PIC XX.
2.99 261015        01  WS-RR-RUNID       PIC X(14) VALUE SPACES.
3.00 261015        01  WS-RR-DATE        PIC 9(8) VALUE 0.
3.01 261015        01  WS-RR-TIME        PIC 9(8) VALUE 0.
3.02 261015        01  WS-RR-READ        PIC 9(7) VALUE 0.
3.03 261015        01  WS-RR-WRITTEN     PIC 9(7) VALUE 0.
3.04 261015        01  WS-IVH-STATUS     PIC XX.
3.05 261015        01  WS-IVL-STATUS     PIC XX.
3.06 261015        01  WS-CRM-STATUS     PIC XX.
3.07 261015        01  WS-FILE-STATUS    PIC XX.
3.08 261015        01  WS-KR-STATUS      PIC XX.
3.09 261015        01  WS-KL-STATUS      PIC XX.
3.10 261015        01  WS-PAY-STATUS     PIC XX.
3.11 261015        01  WS-RPT-STATUS     PIC XX.
3.12 261015        01  WS-IVH-END        PIC X VALUE 'N'.
3.13 261015           88 IVH-END               VALUE 'Y'.
3.14 261015        01  WS-IVL-END        PIC X VALUE 'N'.
3.15 261015           88 IVL-END               VALUE 'Y'.
3.16 261015        01  WS-CRM-END        PIC X VALUE 'N'.
3.17 261015           88 CRM-END               VALUE 'Y'.
3.18 261015        01  WS-KR-END         PIC X VALUE 'N'.
3.19 261015           88 KR-END                VALUE 'Y'.
3.20 261015        01  WS-KL-END         PIC X VALUE 'N'.
3.21 261015           88 KL-END                VALUE 'Y'.
3.22 261015        01  WS-PERIOD         PIC 9(6) VALUE 0.
3.23 261015        01  WS-PERIOD-R REDEFINES WS-PERIOD.
3.24 261015           03  WS-PERIOD-YYYY    PIC 9(4).
3.25 261015           03  WS-PERIOD-MM      PIC 9(2).
3.26 261015        01  WS-DOC-PERIOD     PIC 9(6) VALUE 0.
3.27 261015       * the line being commissioned, from an invoice or a memo
3.28 261015        01  WS-L-AGENT-MHOZ   PIC 9(2) VALUE 0.
3.29 261015        01  WS-L-AGENT-SOCN   PIC 9(6) VALUE 0.
3.30 261015        01  WS-L-DOC-TYPE     PIC X VALUE SPACE.
3.31 261015        01  WS-L-DOC-NUM      PIC 9(8) VALUE 0.
3.32 261015        01  WS-L-LINE         PIC 9(3) VALUE 0.
3.33 261015        01  WS-L-CUST         PIC X(10) VALUE SPACES.
3.34 261015        01  WS-L-INV          PIC 9(8) VALUE 0.
3.35 261015        01  WS-L-DATE         PIC 9(8) VALUE 0.
3.36 261015        01  WS-L-ITEM         PIC 9(8) VALUE 0.
3.37 261015        01  WS-L-CATG         PIC X(16) VALUE SPACES.
3.38 261015        01  WS-L-BASE         PIC S9(7)V99 VALUE 0.
3.39 261015        01  WS-L-RATE         PIC 9(2)V999 VALUE 0.
3.40 261015        01  WS-L-COMM         PIC S9(7)V99 VALUE 0.
3.41 261015        01  WS-L-REASON       PIC X VALUE SPACE.
3.42 261015        01  WS-RATE-FOUND     PIC X VALUE 'N'.
3.43 261015           88 RATE-FOUND            VALUE 'Y'.
3.44 261015       * the rate row being looked for - agent and category
3.45 261015        01  WS-R-MHOZ         PIC 9(2) VALUE 0.
3.46 261015        01  WS-R-SOCN         PIC 9(6) VALUE 0.
3.47 261015        01  WS-R-CATG         PIC X(16) VALUE SPACES.
3.48 261015       * the paid invoice line a memo is taken back from
3.49 261015        01  WS-ORIG-FOUND     PIC X VALUE 'N'.
3.50 261015           88 ORIG-FOUND            VALUE 'Y'.
3.51 261015        01  WS-O-PERIOD       PIC 9(6) VALUE 0.
3.52 261015        01  WS-O-AGENT-MHOZ   PIC 9(2) VALUE 0.
3.53 261015        01  WS-O-AGENT-SOCN   PIC 9(6) VALUE 0.
3.54 261015        01  WS-O-CATG         PIC X(16) VALUE SPACES.
3.55 261015        01  WS-O-RATE         PIC 9(2)V999 VALUE 0.
3.56 261015        01  WS-O-STATUS       PIC X VALUE SPACE.
3.57 261015       * the agent being stated
3.58 261015        01  WS-S-MHOZ         PIC 9(2) VALUE 0.
3.59 261015        01  WS-S-SOCN         PIC 9(6) VALUE 0.
3.60 261015        01  WS-S-OPEN         PIC X VALUE 'N'.
3.61 261015           88 S-OPEN                VALUE 'Y'.
3.62 261015        01  WS-S-SALES        PIC S9(9)V99 VALUE 0.
3.63 261015        01  WS-S-CREDITS      PIC S9(9)V99 VALUE 0.
3.64 261015        01  WS-S-COMM         PIC S9(9)V99 VALUE 0.
3.65 261015        01  WS-S-LINES        PIC 9(7) VALUE 0.
3.66 261015       * control block
3.67 261015        01  WS-INV-CNT        PIC 9(7) VALUE 0.
3.68 261015        01  WS-CRM-CNT        PIC 9(7) VALUE 0.
3.69 261015        01  WS-NOAGT-CNT      PIC 9(7) VALUE 0.
3.70 261015       * memos with no ledger row to take back from, and memos
3.71 261015       * against a line that was held and never paid
3.72 261015        01  WS-NOORIG-CNT     PIC 9(7) VALUE 0.
3.73 261015        01  WS-UNPAID-CNT     PIC 9(7) VALUE 0.
3.74 261015        01  WS-PAID-CNT       PIC 9(7) VALUE 0.
3.75 261015        01  WS-HELD-A-CNT     PIC 9(7) VALUE 0.
3.76 261015        01  WS-HELD-L-CNT     PIC 9(7) VALUE 0.
3.77 261015        01  WS-HELD-R-CNT     PIC 9(7) VALUE 0.
3.78 261015        01  WS-PURGE-CNT      PIC 9(7) VALUE 0.
3.79 261015        01  WS-RUN-PAY        PIC S9(11)V99 VALUE 0.
3.80 261015        01  WS-RUN-HELD       PIC S9(11)V99 VALUE 0.
3.81 261015       * signed amounts edited for the statement and control lines
3.82 261015        01  WS-ED-AMT1        PIC -(11)9.99.
3.83 261015        01  WS-ED-AMT2        PIC -(11)9.99.
3.84 261015       * the ESAGTCHK parameter set - the agent's standing on the
3.85 261015       * sale date
3.86 261015        01  CHK-PARAM.
3.87 261015           03  CHK-FUNC          PIC X.
3.88 261015           03  CHK-MHOZ          PIC 9(2).
3.89 261015           03  CHK-SOCN          PIC 9(6).
3.90 261015           03  CHK-DATE          PIC 9(8).
3.91 261015           03  CHK-LSSTAT        PIC X.
3.92 261015           03  CHK-VALTH         PIC 9(8).
3.93 261015           03  CHK-STATUS        PIC X.
3.94 261015        01  WS-STM-HEAD.
3.95 261015           03  FILLER            PIC X(15) VALUE 'DOCUMENT'.
3.96 261015           03  FILLER            PIC X(10) VALUE 'SALE DATE'.
3.97 261015           03  FILLER            PIC X(12) VALUE 'CUSTOMER'.
3.98 261015           03  FILLER            PIC X(9)  VALUE 'ITEM'.
3.99 261015           03  FILLER            PIC X(12) VALUE '        BASE'.
4.00 261015           03  FILLER            PIC X(7)  VALUE '  RATE%'.
4.01 261015           03  FILLER            PIC X(11) VALUE ' COMMISSION'.
4.02 261015        01  WS-STM-DETAIL.
4.03 261015           03  STM-DOC-TYPE      PIC X.
4.04 261015           03  FILLER            PIC X(1) VALUE SPACES.
4.05 261015           03  STM-DOC-NUM       PIC 9(8).
4.06 261015           03  FILLER            PIC X(1) VALUE SPACES.
4.07 261015           03  STM-LINE          PIC 9(3).
4.08 261015           03  FILLER            PIC X(1) VALUE SPACES.
4.09 261015           03  STM-DATE          PIC 9(8).
4.10 261015           03  FILLER            PIC X(2) VALUE SPACES.
4.11 261015           03  STM-CUST          PIC X(10).
4.12 261015           03  FILLER            PIC X(2) VALUE SPACES.
4.13 261015           03  STM-ITEM          PIC 9(8).
4.14 261015           03  FILLER            PIC X(1) VALUE SPACES.
4.15 261015           03  STM-BASE          PIC -(8)9.99.
4.16 261015           03  FILLER            PIC X(1) VALUE SPACES.
4.17 261015           03  STM-RATE          PIC Z9.999.
4.18 261015           03  FILLER            PIC X(1) VALUE SPACES.
4.19 261015           03  STM-COMM          PIC -(7)9.99.
4.20 261015        01  WS-EXC-HEAD.
4.21 261015           03  FILLER            PIC X(10) VALUE 'AGENT'.
4.22 261015           03  FILLER            PIC X(15) VALUE 'DOCUMENT'.
4.23 261015           03  FILLER            PIC X(10) VALUE 'SALE DATE'.
4.24 261015           03  FILLER            PIC X(12) VALUE '  COMMISSION'.
4.25 261015           03  FILLER            PIC X(7)  VALUE ' REASON'.
4.26 261015        01  WS-EXC-DETAIL.
4.27 261015           03  EXC-MHOZ          PIC 9(2).
4.28 261015           03  FILLER            PIC X(1) VALUE '/'.
4.29 261015           03  EXC-SOCN          PIC 9(6).
4.30 261015           03  FILLER            PIC X(1) VALUE SPACES.
4.31 261015           03  EXC-DOC-TYPE      PIC X.
4.32 261015           03  FILLER            PIC X(1) VALUE SPACES.
4.33 261015           03  EXC-DOC-NUM       PIC 9(8).
4.34 261015           03  FILLER            PIC X(1) VALUE SPACES.
4.35 261015           03  EXC-LINE          PIC 9(3).
4.36 261015           03  FILLER            PIC X(1) VALUE SPACES.
4.37 261015           03  EXC-DATE          PIC 9(8).
4.38 261015           03  FILLER            PIC X(1) VALUE SPACES.
4.39 261015           03  EXC-COMM          PIC -(8)9.99.
4.40 261015           03  FILLER            PIC X(1) VALUE SPACES.
4.41 261015           03  EXC-REASON        PIC X(25).
4.42 261015       * every report line is also registered in the ESRPTWRT
4.43 261015       * repository, so a purged spool no longer loses the report
4.44 261015        01  RW-PARAM.
4.45 261015           03  RW-JOB        PIC X(10) VALUE 'COMMRUN   '.
4.46 261015           03  RW-FUNC       PIC X     VALUE SPACE.
4.47 261015           03  RW-LINE       PIC X(132) VALUE SPACES.
4.48 261015        LINKAGE SECTION.
4.49 261015       * the month to pay, YYYYMM - 0 = the month just ended
4.50 261015        01 CMS-PERIOD        PIC 9(6).
4.51 261015        PROCEDURE DIVISION USING CMS-PERIOD.
4.52 261015        BEGIN.
4.53 261015       * monthly agent commission, in place of the spreadsheet worked
4.54 261015       * from the invoice register: every goods line invoiced in the
4.55 261015       * month to a customer with an agent of record (CUSTMNT) earns
4.56 261015       * the agent's rate for the item's category, the agent's own
4.57 261015       * rate, or the category's default, whichever COMMRATE row
4.58 261015       * comes first in that order, at the rate in force on the
4.59 261015       * invoice date. Credit memos of the month take the commission
4.60 261015       * back from the agent who was paid it, at the rate it was paid
4.61 261015       * at, and only if the invoice line was paid at all - a memo
4.62 261015       * against a held line, or one from before the ledger, takes
4.63 261015       * nothing back. A line is only paid if the
4.64 261015       * agent was active and licensed on the sale date (ESAGTCHK on
4.65 261015       * the ESLICSUM standing); otherwise it is held on the
4.66 261015       * exception list with the reason and not paid. Each agent
4.67 261015       * gets a statement and one payroll record for the net. A
4.68 261015       * rerun for the same month rebuilds that month's ledger and
4.69 261015       * payroll file, so the file payroll loads is always the last
4.70 261015       * run's. Freight lines and customers with no agent of record
4.71 261015       * earn nothing.
4.72 261015            PERFORM 950-REGISTER-START.
4.73 261015            MOVE CMS-PERIOD TO WS-PERIOD.
4.74 261015            IF WS-PERIOD = 0
4.75 261015               COMPUTE WS-PERIOD = WS-RR-DATE / 100
4.76 261015               IF WS-PERIOD-MM = 1
4.77 261015                  SUBTRACT 1 FROM WS-PERIOD-YYYY
4.78 261015                  MOVE 12 TO WS-PERIOD-MM
4.79 261015               ELSE
4.80 261015                  SUBTRACT 1 FROM WS-PERIOD-MM
4.81 261015               END-IF
4.82 261015            END-IF.
4.83 261015            OPEN INPUT INVHDR.
4.84 261015            OPEN INPUT INVLINE.
4.85 261015            OPEN INPUT CRMEMO.
4.86 261015            OPEN INPUT CUSTMSTR.
4.87 261015            OPEN INPUT ITEMMSTR.
4.88 261015            OPEN INPUT COMMRATE.
4.89 261015            OPEN I-O COMMLDG.
4.90 261015            OPEN OUTPUT COMMPAYF.
4.91 261015            OPEN OUTPUT CMSRPT.
4.92 261015            MOVE 'O' TO RW-FUNC.
4.93 261015            CALL 'ESRPTWRT' USING RW-PARAM.
4.94 261015            PERFORM 200-CLEAR-PERIOD THRU 200-EXIT.
4.95 261015            PERFORM 300-INVOICES THRU 300-EXIT.
4.96 261015            PERFORM 500-CREDIT-MEMOS THRU 500-EXIT.
4.97 261015            PERFORM 600-STATEMENTS THRU 600-EXIT.
4.98 261015            PERFORM 700-EXCEPTIONS THRU 700-EXIT.
4.99 261015            PERFORM 900-CONTROL-BLOCK THRU 900-EXIT.
5.00 261015            MOVE 'E' TO CHK-FUNC.
5.01 261015            CALL 'ESAGTCHK' USING CHK-PARAM.
5.02 261015            CLOSE INVHDR.
5.03 261015            CLOSE INVLINE.
5.04 261015            CLOSE CRMEMO.
5.05 261015            CLOSE CUSTMSTR.
5.06 261015            CLOSE ITEMMSTR.
5.07 261015            CLOSE COMMRATE.
5.08 261015            CLOSE COMMLDG.
5.09 261015            CLOSE COMMPAYF.
5.10 261015            MOVE 'C' TO RW-FUNC.
5.11 261015            CALL 'ESRPTWRT' USING RW-PARAM.
5.12 261015            PERFORM 960-REGISTER-END.
5.13 261015            CLOSE CMSRPT.
5.14 261015            STOP RUN.
5.15 261015        150-PUT-LINE.
5.16 261015            MOVE RPT-LINE TO RW-LINE.
5.17 261015            WRITE RPT-LINE.
5.18 261015            MOVE 'L' TO RW-FUNC.
5.19 261015            CALL 'ESRPTWRT' USING RW-PARAM.
5.20 261015        150-EXIT.
5.21 261015            EXIT.
5.22 261015        200-CLEAR-PERIOD.
5.23 261015       * a rerun replaces the month - its ledger rows from the last run
5.24 261015       * go before anything is recomputed
5.25 261015            MOVE 'N' TO WS-KL-END.
5.26 261015            MOVE LOW-VALUES TO KL-KEY.
5.27 261015            MOVE WS-PERIOD  TO KL-PERIOD.
5.28 261015            START COMMLDG
5.29 261015                KEY NOT LESS KL-KEY
5.30 261015                INVALID KEY
5.31 261015                   SET KL-END TO TRUE.
5.32 261015            PERFORM UNTIL KL-END
5.33 261015               READ COMMLDG NEXT
5.34 261015                   AT END
5.35 261015                      SET KL-END TO TRUE
5.36 261015                   NOT AT END
5.37 261015                      IF KL-PERIOD NOT = WS-PERIOD
5.38 261015                         SET KL-END TO TRUE
5.39 261015                      ELSE
5.40 261015                         DELETE COMMLDG
5.41 261015                         ADD 1 TO WS-PURGE-CNT
5.42 261015                      END-IF
5.43 261015               END-READ
5.44 261015            END-PERFORM.
5.45 261015        200-EXIT.
5.46 261015            EXIT.
5.47 261015        300-INVOICES.
5.48 261015       * the invoice header carries the date and the customer; its
5.49 261015       * goods lines are commissioned one by one
5.50 261015            MOVE 'N' TO WS-IVH-END.
5.51 261015            MOVE LOW-VALUES TO IV-INV-NUM.
5.52 261015            START INVHDR
5.53 261015                KEY NOT LESS IV-INV-NUM
5.54 261015                INVALID KEY
5.55 261015                   SET IVH-END TO TRUE.
5.56 261015            PERFORM UNTIL IVH-END
5.57 261015               READ INVHDR NEXT
5.58 261015                   AT END
5.59 261015                      SET IVH-END TO TRUE
5.60 261015                   NOT AT END
5.61 261015                      ADD 1 TO WS-RR-READ
5.62 261015                      COMPUTE WS-DOC-PERIOD = IV-DATE / 100
5.63 261015                      IF WS-DOC-PERIOD = WS-PERIOD
5.64 261015                         PERFORM 350-INVOICE THRU 350-EXIT
5.65 261015                      END-IF
5.66 261015               END-READ
5.67 261015            END-PERFORM.
5.68 261015        300-EXIT.
5.69 261015            EXIT.
5.70 261015        350-INVOICE.
5.71 261015            ADD 1 TO WS-INV-CNT.
5.72 261015            MOVE IV-CUST-ID TO CM-CUST-ID.
5.73 261015            READ CUSTMSTR
5.74 261015                INVALID KEY
5.75 261015                   MOVE 0 TO CM-AGENT-MHOZ CM-AGENT-SOCN
5.76 261015            END-READ.
5.77 261015            MOVE 'N' TO WS-IVL-END.
5.78 261015            MOVE IV-INV-NUM TO IL-INV-NUM.
5.79 261015            MOVE 0          TO IL-LINE.
5.80 261015            START INVLINE
5.81 261015                KEY NOT LESS IL-KEY
5.82 261015                INVALID KEY
5.83 261015                   GO TO 350-EXIT.
5.84 261015            PERFORM UNTIL IVL-END
5.85 261015               READ INVLINE NEXT
5.86 261015                   AT END
5.87 261015                      SET IVL-END TO TRUE
5.88 261015                   NOT AT END
5.89 261015                      IF IL-INV-NUM NOT = IV-INV-NUM
5.90 261015                         SET IVL-END TO TRUE
5.91 261015                      ELSE
5.92 261015                         IF IL-LINE-TYPE NOT = 'F'
5.93 261015                            PERFORM 360-INVOICE-LINE THRU 360-EXIT
5.94 261015                         END-IF
5.95 261015                      END-IF
5.96 261015               END-READ
5.97 261015            END-PERFORM.
5.98 261015        350-EXIT.
5.99 261015            EXIT.
6.00 261015        360-INVOICE-LINE.
6.01 261015            IF CM-AGENT-MHOZ = 0 AND CM-AGENT-SOCN = 0
6.02 261015               ADD 1 TO WS-NOAGT-CNT
6.03 261015               GO TO 360-EXIT.
6.04 261015            MOVE CM-AGENT-MHOZ TO WS-L-AGENT-MHOZ.
6.05 261015            MOVE CM-AGENT-SOCN TO WS-L-AGENT-SOCN.
6.06 261015            MOVE 'I'           TO WS-L-DOC-TYPE.
6.07 261015            MOVE IL-INV-NUM    TO WS-L-DOC-NUM WS-L-INV.
6.08 261015            MOVE IL-LINE       TO WS-L-LINE.
6.09 261015            MOVE IV-CUST-ID    TO WS-L-CUST.
6.10 261015            MOVE IV-DATE       TO WS-L-DATE.
6.11 261015            MOVE IL-ITEM-NUM   TO WS-L-ITEM.
6.12 261015            MOVE IL-EXT-PRICE  TO WS-L-BASE.
6.13 261015            PERFORM 400-COMMISSION THRU 400-EXIT.
6.14 261015        360-EXIT.
6.15 261015            EXIT.
6.16 261015        400-COMMISSION.
6.17 261015       * the rate first, so a held line still shows what it would
6.18 261015       * have earned; then the agent's standing on the sale date
6.19 261015            MOVE WS-L-ITEM TO IM-ITEM-NUM.
6.20 261015            READ ITEMMSTR
6.21 261015                INVALID KEY
6.22 261015                   MOVE SPACES TO IM-CATEGORY
6.23 261015            END-READ.
6.24 261015            MOVE IM-CATEGORY TO WS-L-CATG.
6.25 261015            MOVE SPACE TO WS-L-REASON.
6.26 261015            PERFORM 450-FIND-RATE THRU 450-EXIT.
6.27 261015            IF NOT RATE-FOUND
6.28 261015               MOVE 'R' TO WS-L-REASON.
6.29 261015            COMPUTE WS-L-COMM ROUNDED = WS-L-BASE * WS-L-RATE / 100.
6.30 261015            MOVE 'C'             TO CHK-FUNC.
6.31 261015            MOVE WS-L-AGENT-MHOZ TO CHK-MHOZ.
6.32 261015            MOVE WS-L-AGENT-SOCN TO CHK-SOCN.
6.33 261015            MOVE WS-L-DATE       TO CHK-DATE.
6.34 261015            CALL 'ESAGTCHK' USING CHK-PARAM.
6.35 261015            EVALUATE CHK-STATUS
6.36 261015               WHEN '0'
6.37 261015                  CONTINUE
6.38 261015               WHEN '1'
6.39 261015               WHEN '2'
6.40 261015                  MOVE 'A' TO WS-L-REASON
6.41 261015               WHEN OTHER
6.42 261015                  MOVE 'L' TO WS-L-REASON
6.43 261015            END-EVALUATE.
6.44 261015            PERFORM 480-WRITE-LEDGER THRU 480-EXIT.
6.45 261015        400-EXIT.
6.46 261015            EXIT.
6.47 261015        480-WRITE-LEDGER.
6.48 261015            MOVE WS-PERIOD       TO KL-PERIOD.
6.49 261015            MOVE WS-L-AGENT-MHOZ TO KL-AGENT-MHOZ.
6.50 261015            MOVE WS-L-AGENT-SOCN TO KL-AGENT-SOCN.
6.51 261015            MOVE WS-L-DOC-TYPE   TO KL-DOC-TYPE.
6.52 261015            MOVE WS-L-DOC-NUM    TO KL-DOC-NUM.
6.53 261015            MOVE WS-L-LINE       TO KL-LINE.
6.54 261015            MOVE WS-L-CUST       TO KL-CUST-ID.
6.55 261015            MOVE WS-L-INV        TO KL-INV-NUM.
6.56 261015            MOVE WS-L-DATE       TO KL-SALE-DATE.
6.57 261015            MOVE WS-L-ITEM       TO KL-ITEM-NUM.
6.58 261015            MOVE WS-L-CATG       TO KL-CATEGORY.
6.59 261015            MOVE WS-L-BASE       TO KL-BASE.
6.60 261015            MOVE WS-L-RATE       TO KL-RATE.
6.61 261015            MOVE WS-L-COMM       TO KL-COMM.
6.62 261015            MOVE WS-L-REASON     TO KL-REASON.
6.63 261015            MOVE WS-RR-DATE      TO KL-RUN-DATE.
6.64 261015            EVALUATE WS-L-REASON
6.65 261015               WHEN SPACE
6.66 261015                  MOVE 'P' TO KL-STATUS
6.67 261015                  ADD 1 TO WS-PAID-CNT
6.68 261015               WHEN 'A'
6.69 261015                  MOVE 'H' TO KL-STATUS
6.70 261015                  ADD 1 TO WS-HELD-A-CNT
6.71 261015               WHEN 'L'
6.72 261015                  MOVE 'H' TO KL-STATUS
6.73 261015                  ADD 1 TO WS-HELD-L-CNT
6.74 261015               WHEN OTHER
6.75 261015                  MOVE 'H' TO KL-STATUS
6.76 261015                  ADD 1 TO WS-HELD-R-CNT
6.77 261015            END-EVALUATE.
6.78 261015            IF KL-STATUS = 'H'
6.79 261015               ADD WS-L-COMM TO WS-RUN-HELD.
6.80 261015            WRITE COMMLDG-REC
6.81 261015                INVALID KEY
6.82 261015                   REWRITE COMMLDG-REC
6.83 261015            END-WRITE.
6.84 261015        480-EXIT.
6.85 261015            EXIT.
6.86 261015        450-FIND-RATE.
6.87 261015       * the agent's row for the category, the agent's row for all
6.88 261015       * categories, then the category's default
6.89 261015            MOVE 0   TO WS-L-RATE.
6.90 261015            MOVE 'N' TO WS-RATE-FOUND.
6.91 261015            MOVE WS-L-AGENT-MHOZ TO WS-R-MHOZ.
6.92 261015            MOVE WS-L-AGENT-SOCN TO WS-R-SOCN.
6.93 261015            MOVE WS-L-CATG       TO WS-R-CATG.
6.94 261015            PERFORM 460-READ-RATE THRU 460-EXIT.
6.95 261015            IF RATE-FOUND
6.96 261015               GO TO 450-EXIT.
6.97 261015            MOVE SPACES TO WS-R-CATG.
6.98 261015            PERFORM 460-READ-RATE THRU 460-EXIT.
6.99 261015            IF RATE-FOUND
7.00 261015               GO TO 450-EXIT.
7.01 261015            IF WS-L-CATG = SPACES
7.02 261015               GO TO 450-EXIT.
7.03 261015            MOVE 0         TO WS-R-MHOZ WS-R-SOCN.
7.04 261015            MOVE WS-L-CATG TO WS-R-CATG.
7.05 261015            PERFORM 460-READ-RATE THRU 460-EXIT.
7.06 261015        450-EXIT.
7.07 261015            EXIT.
7.08 261015        460-READ-RATE.
7.09 261015       * the latest row effective by the sale date, as INVGEN reads
7.10 261015       * TAXRATE
7.11 261015            MOVE 'N' TO WS-KR-END.
7.12 261015            MOVE WS-R-MHOZ  TO KR-AGENT-MHOZ.
7.13 261015            MOVE WS-R-SOCN  TO KR-AGENT-SOCN.
7.14 261015            MOVE WS-R-CATG  TO KR-CATEGORY.
7.15 261015            MOVE LOW-VALUES TO KR-EFF-DATE.
7.16 261015            START COMMRATE
7.17 261015                KEY NOT LESS KR-KEY
7.18 261015                INVALID KEY
7.19 261015                   SET KR-END TO TRUE.
7.20 261015            PERFORM UNTIL KR-END
7.21 261015               READ COMMRATE NEXT
7.22 261015                   AT END
7.23 261015                      SET KR-END TO TRUE
7.24 261015                   NOT AT END
7.25 261015                      IF KR-AGENT-MHOZ NOT = WS-R-MHOZ OR
7.26 261015                         KR-AGENT-SOCN NOT = WS-R-SOCN OR
7.27 261015                         KR-CATEGORY NOT = WS-R-CATG OR
7.28 261015                         KR-EFF-DATE > WS-L-DATE
7.29 261015                         SET KR-END TO TRUE
7.30 261015                      ELSE
7.31 261015                         MOVE KR-RATE TO WS-L-RATE
7.32 261015                         SET RATE-FOUND TO TRUE
7.33 261015                      END-IF
7.34 261015               END-READ
7.35 261015            END-PERFORM.
7.36 261015        460-EXIT.
7.37 261015            EXIT.
7.38 261015        500-CREDIT-MEMOS.
7.39 261015       * a memo of the month takes back the commission on what it
7.40 261015       * credits, net of the tax it reverses, from the invoice line's
7.41 261015       * own ledger row - the customer may have changed agent since
7.42 261015            MOVE 'N' TO WS-CRM-END.
7.43 261015            MOVE LOW-VALUES TO CN-CRM-NUM.
7.44 261015            START CRMEMO
7.45 261015                KEY NOT LESS CN-CRM-NUM
7.46 261015                INVALID KEY
7.47 261015                   SET CRM-END TO TRUE.
7.48 261015            PERFORM UNTIL CRM-END
7.49 261015               READ CRMEMO NEXT
7.50 261015                   AT END
7.51 261015                      SET CRM-END TO TRUE
7.52 261015                   NOT AT END
7.53 261015                      ADD 1 TO WS-RR-READ
7.54 261015                      COMPUTE WS-DOC-PERIOD = CN-DATE / 100
7.55 261015                      IF WS-DOC-PERIOD = WS-PERIOD
7.56 261015                         PERFORM 550-MEMO THRU 550-EXIT
7.57 261015                      END-IF
7.58 261015               END-READ
7.59 261015            END-PERFORM.
7.60 261015        500-EXIT.
7.61 261015            EXIT.
7.62 261015        550-MEMO.
7.63 261015            ADD 1 TO WS-CRM-CNT.
7.64 261015            MOVE CN-INV-NUM TO IV-INV-NUM.
7.65 261015            READ INVHDR
7.66 261015                INVALID KEY
7.67 261015                   ADD 1 TO WS-NOORIG-CNT
7.68 261015                   GO TO 550-EXIT
7.69 261015            END-READ.
7.70 261015            PERFORM 560-FIND-ORIGINAL THRU 560-EXIT.
7.71 261015            IF NOT ORIG-FOUND
7.72 261015               ADD 1 TO WS-NOORIG-CNT
7.73 261015               GO TO 550-EXIT.
7.74 261015            IF WS-O-STATUS NOT = 'P'
7.75 261015               ADD 1 TO WS-UNPAID-CNT
7.76 261015               GO TO 550-EXIT.
7.77 261015            MOVE WS-O-AGENT-MHOZ TO WS-L-AGENT-MHOZ.
7.78 261015            MOVE WS-O-AGENT-SOCN TO WS-L-AGENT-SOCN.
7.79 261015            MOVE 'C'             TO WS-L-DOC-TYPE.
7.80 261015            MOVE CN-CRM-NUM      TO WS-L-DOC-NUM.
7.81 261015            MOVE 0               TO WS-L-LINE.
7.82 261015            MOVE CN-CUST-ID      TO WS-L-CUST.
7.83 261015            MOVE CN-INV-NUM      TO WS-L-INV.
7.84 261015            MOVE IV-DATE         TO WS-L-DATE.
7.85 261015            MOVE CN-ITEM-NUM     TO WS-L-ITEM.
7.86 261015            MOVE WS-O-CATG       TO WS-L-CATG.
7.87 261015            MOVE WS-O-RATE       TO WS-L-RATE.
7.88 261015            MOVE SPACE           TO WS-L-REASON.
7.89 261015            COMPUTE WS-L-BASE = 0 - (CN-AMOUNT - CN-TAX-AMT).
7.90 261015            COMPUTE WS-L-COMM ROUNDED = WS-L-BASE * WS-L-RATE / 100.
7.91 261015            PERFORM 480-WRITE-LEDGER THRU 480-EXIT.
7.92 261015        550-EXIT.
7.93 261015            EXIT.
7.94 261015        560-FIND-ORIGINAL.
7.95 261015       * the invoice line's row in the ledger of the invoice's month -
7.96 261015       * the agent is inside the key, so the month is walked
7.97 261015            MOVE 'N' TO WS-ORIG-FOUND.
7.98 261015            MOVE 'N' TO WS-KL-END.
7.99 261015            COMPUTE WS-O-PERIOD = IV-DATE / 100.
8.00 261015            MOVE LOW-VALUES  TO KL-KEY.
8.01 261015            MOVE WS-O-PERIOD TO KL-PERIOD.
8.02 261015            START COMMLDG
8.03 261015                KEY NOT LESS KL-KEY
8.04 261015                INVALID KEY
8.05 261015                   GO TO 560-EXIT.
8.06 261015            PERFORM UNTIL KL-END OR ORIG-FOUND
8.07 261015               READ COMMLDG NEXT
8.08 261015                   AT END
8.09 261015                      SET KL-END TO TRUE
8.10 261015                   NOT AT END
8.11 261015                      IF KL-PERIOD NOT = WS-O-PERIOD
8.12 261015                         SET KL-END TO TRUE
8.13 261015                      ELSE
8.14 261015                         IF KL-DOC-TYPE = 'I' AND
8.15 261015                            KL-DOC-NUM = CN-INV-NUM AND
8.16 261015                            KL-LINE = CN-INV-LINE
8.17 261015                            SET ORIG-FOUND TO TRUE
8.18 261015                            MOVE KL-AGENT-MHOZ TO WS-O-AGENT-MHOZ
8.19 261015                            MOVE KL-AGENT-SOCN TO WS-O-AGENT-SOCN
8.20 261015                            MOVE KL-CATEGORY   TO WS-O-CATG
8.21 261015                            MOVE KL-RATE       TO WS-O-RATE
8.22 261015                            MOVE KL-STATUS     TO WS-O-STATUS
8.23 261015                         END-IF
8.24 261015                      END-IF
8.25 261015               END-READ
8.26 261015            END-PERFORM.
8.27 261015        560-EXIT.
8.28 261015            EXIT.
8.29 261015        600-STATEMENTS.
8.30 261015       * the month's payable rows in agent order - a statement per
8.31 261015       * agent, closed with its totals and its payroll record
8.32 261015            MOVE 'N' TO WS-KL-END.
8.33 261015            MOVE 'N' TO WS-S-OPEN.
8.34 261015            MOVE LOW-VALUES TO KL-KEY.
8.35 261015            MOVE WS-PERIOD  TO KL-PERIOD.
8.36 261015            START COMMLDG
8.37 261015                KEY NOT LESS KL-KEY
8.38 261015                INVALID KEY
8.39 261015                   SET KL-END TO TRUE.
8.40 261015            PERFORM UNTIL KL-END
8.41 261015               READ COMMLDG NEXT
8.42 261015                   AT END
8.43 261015                      SET KL-END TO TRUE
8.44 261015                   NOT AT END
8.45 261015                      IF KL-PERIOD NOT = WS-PERIOD
8.46 261015                         SET KL-END TO TRUE
8.47 261015                      ELSE
8.48 261015                         IF KL-STATUS = 'P'
8.49 261015                            PERFORM 650-STATEMENT-LINE THRU 650-EXIT
8.50 261015                         END-IF
8.51 261015                      END-IF
8.52 261015               END-READ
8.53 261015            END-PERFORM.
8.54 261015            PERFORM 680-CLOSE-STATEMENT THRU 680-EXIT.
8.55 261015        600-EXIT.
8.56 261015            EXIT.
8.57 261015        650-STATEMENT-LINE.
8.58 261015            IF S-OPEN AND
8.59 261015               (KL-AGENT-MHOZ NOT = WS-S-MHOZ OR
8.60 261015                KL-AGENT-SOCN NOT = WS-S-SOCN)
8.61 261015               PERFORM 680-CLOSE-STATEMENT THRU 680-EXIT.
8.62 261015            IF NOT S-OPEN
8.63 261015               PERFORM 670-OPEN-STATEMENT THRU 670-EXIT.
8.64 261015            MOVE KL-DOC-TYPE  TO STM-DOC-TYPE.
8.65 261015            MOVE KL-DOC-NUM   TO STM-DOC-NUM.
8.66 261015            MOVE KL-LINE      TO STM-LINE.
8.67 261015            MOVE KL-SALE-DATE TO STM-DATE.
8.68 261015            MOVE KL-CUST-ID   TO STM-CUST.
8.69 261015            MOVE KL-ITEM-NUM  TO STM-ITEM.
8.70 261015            MOVE KL-BASE      TO STM-BASE.
8.71 261015            MOVE KL-RATE      TO STM-RATE.
8.72 261015            MOVE KL-COMM      TO STM-COMM.
8.73 261015            MOVE WS-STM-DETAIL TO RPT-LINE.
8.74 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
8.75 261015            IF KL-DOC-TYPE = 'C'
8.76 261015               ADD KL-BASE TO WS-S-CREDITS
8.77 261015            ELSE
8.78 261015               ADD KL-BASE TO WS-S-SALES
8.79 261015            END-IF.
8.80 261015            ADD KL-COMM TO WS-S-COMM.
8.81 261015            ADD 1 TO WS-S-LINES.
8.82 261015        650-EXIT.
8.83 261015            EXIT.
8.84 261015        670-OPEN-STATEMENT.
8.85 261015            MOVE KL-AGENT-MHOZ TO WS-S-MHOZ.
8.86 261015            MOVE KL-AGENT-SOCN TO WS-S-SOCN.
8.87 261015            MOVE 0 TO WS-S-SALES WS-S-CREDITS WS-S-COMM WS-S-LINES.
8.88 261015            SET S-OPEN TO TRUE.
8.89 261015            MOVE SPACES TO RPT-LINE.
8.90 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
8.91 261015            MOVE SPACES TO RPT-LINE.
8.92 261015            STRING 'COMMISSION STATEMENT  PERIOD ' DELIMITED SIZE
8.93 261015                   WS-PERIOD DELIMITED SIZE
8.94 261015                   '  AGENT ' DELIMITED SIZE
8.95 261015                   WS-S-MHOZ DELIMITED SIZE
8.96 261015                   '/' DELIMITED SIZE
8.97 261015                   WS-S-SOCN DELIMITED SIZE
8.98 261015                   INTO RPT-LINE.
8.99 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
9.00 261015            MOVE WS-STM-HEAD TO RPT-LINE.
9.01 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
9.02 261015        670-EXIT.
9.03 261015            EXIT.
9.04 261015        680-CLOSE-STATEMENT.
9.05 261015            IF NOT S-OPEN
9.06 261015               GO TO 680-EXIT.
9.07 261015            MOVE WS-S-SALES   TO WS-ED-AMT1.
9.08 261015            MOVE WS-S-CREDITS TO WS-ED-AMT2.
9.09 261015            MOVE SPACES TO RPT-LINE.
9.10 261015            STRING 'SALES ' DELIMITED SIZE
9.11 261015                   WS-ED-AMT1 DELIMITED SIZE
9.12 261015                   ' CREDITS ' DELIMITED SIZE
9.13 261015                   WS-ED-AMT2 DELIMITED SIZE
9.14 261015                   INTO RPT-LINE.
9.15 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
9.16 261015            MOVE WS-S-COMM    TO WS-ED-AMT1.
9.17 261015            MOVE SPACES TO RPT-LINE.
9.18 261015            STRING 'NET COMMISSION ' DELIMITED SIZE
9.19 261015                   WS-ED-AMT1 DELIMITED SIZE
9.20 261015                   ' LINES ' DELIMITED SIZE
9.21 261015                   WS-S-LINES DELIMITED SIZE
9.22 261015                   INTO RPT-LINE.
9.23 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
9.24 261015            MOVE WS-PERIOD  TO PY-PERIOD.
9.25 261015            MOVE WS-S-MHOZ  TO PY-AGENT-MHOZ.
9.26 261015            MOVE WS-S-SOCN  TO PY-AGENT-SOCN.
9.27 261015            IF WS-S-COMM < 0
9.28 261015               MOVE 'R' TO PY-TYPE
9.29 261015               COMPUTE PY-AMOUNT = 0 - WS-S-COMM
9.30 261015            ELSE
9.31 261015               MOVE 'P' TO PY-TYPE
9.32 261015               MOVE WS-S-COMM TO PY-AMOUNT
9.33 261015            END-IF.
9.34 261015            MOVE WS-S-LINES TO PY-LINES.
9.35 261015            MOVE WS-RR-DATE TO PY-RUN-DATE.
9.36 261015            WRITE COMMPAYF-REC.
9.37 261015            ADD 1 TO WS-RR-WRITTEN.
9.38 261015            ADD WS-S-COMM TO WS-RUN-PAY.
9.39 261015            MOVE 'N' TO WS-S-OPEN.
9.40 261015        680-EXIT.
9.41 261015            EXIT.
9.42 261015        700-EXCEPTIONS.
9.43 261015       * held lines - not paid, not on the payroll file; the desk
9.44 261015       * settles them once the standing or the rate is put right and
9.45 261015       * the month is rerun
9.46 261015            MOVE SPACES TO RPT-LINE.
9.47 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
9.48 261015            MOVE 'COMMISSION HELD - NOT PAID' TO RPT-LINE.
9.49 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
9.50 261015            MOVE WS-EXC-HEAD TO RPT-LINE.
9.51 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
9.52 261015            MOVE 'N' TO WS-KL-END.
9.53 261015            MOVE LOW-VALUES TO KL-KEY.
9.54 261015            MOVE WS-PERIOD  TO KL-PERIOD.
9.55 261015            START COMMLDG
9.56 261015                KEY NOT LESS KL-KEY
9.57 261015                INVALID KEY
9.58 261015                   SET KL-END TO TRUE.
9.59 261015            PERFORM UNTIL KL-END
9.60 261015               READ COMMLDG NEXT
9.61 261015                   AT END
9.62 261015                      SET KL-END TO TRUE
9.63 261015                   NOT AT END
9.64 261015                      IF KL-PERIOD NOT = WS-PERIOD
9.65 261015                         SET KL-END TO TRUE
9.66 261015                      ELSE
9.67 261015                         IF KL-STATUS = 'H'
9.68 261015                            PERFORM 750-EXCEPTION-LINE THRU 750-EXIT
9.69 261015                         END-IF
9.70 261015                      END-IF
9.71 261015               END-READ
9.72 261015            END-PERFORM.
9.73 261015        700-EXIT.
9.74 261015            EXIT.
9.75 261015        750-EXCEPTION-LINE.
9.76 261015            MOVE KL-AGENT-MHOZ TO EXC-MHOZ.
9.77 261015            MOVE KL-AGENT-SOCN TO EXC-SOCN.
9.78 261015            MOVE KL-DOC-TYPE   TO EXC-DOC-TYPE.
9.79 261015            MOVE KL-DOC-NUM    TO EXC-DOC-NUM.
9.80 261015            MOVE KL-LINE       TO EXC-LINE.
9.81 261015            MOVE KL-SALE-DATE  TO EXC-DATE.
9.82 261015            MOVE KL-COMM       TO EXC-COMM.
9.83 261015            EVALUATE KL-REASON
9.84 261015               WHEN 'A'
9.85 261015                  MOVE 'AGENT NOT ACTIVE/ON FILE' TO EXC-REASON
9.86 261015               WHEN 'L'
9.87 261015                  MOVE 'LICENCE LAPSED ON SALE'   TO EXC-REASON
9.88 261015               WHEN OTHER
9.89 261015                  MOVE 'NO COMMISSION RATE'       TO EXC-REASON
9.90 261015            END-EVALUATE.
9.91 261015            MOVE WS-EXC-DETAIL TO RPT-LINE.
9.92 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
9.93 261015        750-EXIT.
9.94 261015            EXIT.
9.95 261015        900-CONTROL-BLOCK.
9.96 261015            MOVE SPACES TO RPT-LINE.
9.97 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
9.98 261015            MOVE 'CONTROL TOTALS' TO RPT-LINE.
9.99 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
10.0 261015            MOVE SPACES TO RPT-LINE.
10.1 261015            STRING 'PERIOD ' DELIMITED SIZE
10.2 261015                   WS-PERIOD DELIMITED SIZE
10.3 261015                   ' INVOICES ' DELIMITED SIZE
10.4 261015                   WS-INV-CNT DELIMITED SIZE
10.5 261015                   ' CREDIT MEMOS ' DELIMITED SIZE
10.6 261015                   WS-CRM-CNT DELIMITED SIZE
10.7 261015                   INTO RPT-LINE.
10.8 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
10.9 261015            MOVE SPACES TO RPT-LINE.
11.0 261015            STRING 'LINES PAYABLE ' DELIMITED SIZE
11.1 261015                   WS-PAID-CNT DELIMITED SIZE
11.2 261015                   ' NO AGENT OF RECORD ' DELIMITED SIZE
11.3 261015                   WS-NOAGT-CNT DELIMITED SIZE
11.4 261015                   INTO RPT-LINE.
11.5 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
11.6 261015            MOVE SPACES TO RPT-LINE.
11.7 261015            STRING 'HELD - AGENT ' DELIMITED SIZE
11.8 261015                   WS-HELD-A-CNT DELIMITED SIZE
11.9 261015                   ' LICENCE ' DELIMITED SIZE
12.0 261015                   WS-HELD-L-CNT DELIMITED SIZE
12.1 261015                   ' NO RATE ' DELIMITED SIZE
12.2 261015                   WS-HELD-R-CNT DELIMITED SIZE
12.3 261015                   INTO RPT-LINE.
12.4 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
12.5 261015            MOVE SPACES TO RPT-LINE.
12.6 261015            STRING 'MEMOS NOT TAKEN BACK - NO LEDGER LINE '
12.7 261015                       DELIMITED SIZE
12.8 261015                   WS-NOORIG-CNT DELIMITED SIZE
12.9 261015                   ' LINE NOT PAID ' DELIMITED SIZE
13.0 261015                   WS-UNPAID-CNT DELIMITED SIZE
13.1 261015                   INTO RPT-LINE.
13.2 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
13.3 261015            MOVE WS-RUN-PAY   TO WS-ED-AMT1.
13.4 261015            MOVE WS-RUN-HELD  TO WS-ED-AMT2.
13.5 261015            MOVE SPACES TO RPT-LINE.
13.6 261015            STRING 'COMMISSION PAYABLE ' DELIMITED SIZE
13.7 261015                   WS-ED-AMT1 DELIMITED SIZE
13.8 261015                   ' HELD ' DELIMITED SIZE
13.9 261015                   WS-ED-AMT2 DELIMITED SIZE
14.0 261015                   INTO RPT-LINE.
14.1 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
14.2 261015            MOVE SPACES TO RPT-LINE.
14.3 261015            STRING 'PAYROLL RECORDS WRITTEN ' DELIMITED SIZE
14.4 261015                   WS-RR-WRITTEN DELIMITED SIZE
14.5 261015                   INTO RPT-LINE.
14.6 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
14.7 261015            IF WS-PURGE-CNT > 0
14.8 261015               MOVE SPACES TO RPT-LINE
14.9 261015               STRING 'RERUN - PRIOR LEDGER ROWS REPLACED '
15.0 261015                          DELIMITED SIZE
15.1 261015                      WS-PURGE-CNT DELIMITED SIZE
15.2 261015                      INTO RPT-LINE
15.3 261015               PERFORM 150-PUT-LINE THRU 150-EXIT
15.4 261015            END-IF.
15.5 261015        900-EXIT.
15.6 261015            EXIT.
15.7 261015        950-REGISTER-START.
15.8 261015            ACCEPT WS-RR-DATE FROM DATE.
15.9 261015            ADD 20000000 TO WS-RR-DATE.
16.0 261015            ACCEPT WS-RR-TIME FROM TIME.
16.1 261015            MOVE SPACES TO WS-RR-RUNID.
16.2 261015            STRING WS-RR-DATE DELIMITED SIZE
16.3 261015                   WS-RR-TIME(1:6) DELIMITED SIZE
16.4 261015                   INTO WS-RR-RUNID.
16.5 261015            OPEN EXTEND RUNREG.
16.6 261015            MOVE 'COMMRUN   ' TO RR-JOB.
16.7 261015            MOVE WS-RR-RUNID TO RR-RUNID.
16.8 261015            MOVE 'S'         TO RR-TYPE.
16.9 261015            MOVE WS-RR-DATE  TO RR-DATE.
17.0 261015            MOVE WS-RR-TIME  TO RR-TIME.
17.1 261015            MOVE 0           TO RR-READ RR-WRITTEN.
17.2 261015            MOVE '  '        TO RR-STATUS.
17.3 261015            WRITE RR-REC.
17.4 261015        950-EXIT.
17.5 261015            EXIT.
17.6 261015        960-REGISTER-END.
17.7 261015            ACCEPT WS-RR-TIME FROM TIME.
17.8 261015            MOVE 'COMMRUN   ' TO RR-JOB.
17.9 261015            MOVE WS-RR-RUNID TO RR-RUNID.
18.0 261015            MOVE 'E'         TO RR-TYPE.
18.1 261015            MOVE WS-RR-DATE  TO RR-DATE.
18.2 261015            MOVE WS-RR-TIME  TO RR-TIME.
18.3 261015            MOVE WS-RR-READ    TO RR-READ.
18.4 261015            MOVE WS-RR-WRITTEN TO RR-WRITTEN.
18.5 261015            MOVE 'OK' TO RR-STATUS.
18.6 261015            IF WS-RPT-STATUS NOT = '00' OR WS-PAY-STATUS NOT = '00'
18.7 261015               MOVE 'ER' TO RR-STATUS
18.8 261015            END-IF.
18.9 261015            WRITE RR-REC.
19.0 261015            CLOSE RUNREG.
19.1 261015        960-EXIT.
19.2 261015            EXIT.
19.3 261015        HALT.
