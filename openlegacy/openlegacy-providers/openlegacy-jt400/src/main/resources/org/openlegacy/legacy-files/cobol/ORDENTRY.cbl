40.5 260901                ACCESS MODE IS DYNAMIC
40.6 260901                RECORD KEY IS CM-CUST-ID
40.7 260901                FILE STATUS IS WS-CUS-STATUS.
65.0 261015       * open receivables - billed lines leave the order exposure
65.1 261015       * at 'I' but stay owed until CASHAPPL settles them
65.2 261015            SELECT ARITEM ASSIGN TO DATABASE-ARITEM
65.3 261015                ORGANIZATION IS INDEXED
65.4 261015                ACCESS MODE IS DYNAMIC
65.5 261015                RECORD KEY IS AR-KEY
65.6 261015                FILE STATUS IS WS-AR-STATUS.
80.1 261015       * marketing's price rules - quantity breaks and dated
80.2 261015       * promotions, weighed after the contract file and before the
80.3 261015       * list price; every line a rule priced is logged to PRCHIST
80.4 261015            SELECT PRCRULE ASSIGN TO DATABASE-PRCRULE
80.5 261015                ORGANIZATION IS INDEXED
80.6 261015                ACCESS MODE IS DYNAMIC
80.7 261015                RECORD KEY IS PR-KEY
80.8 261015                FILE STATUS IS WS-PRC-STATUS.
80.9 261015            SELECT PRCHIST ASSIGN TO DATABASE-PRCHIST
81.0 261015                ORGANIZATION IS INDEXED
81.1 261015                ACCESS MODE IS DYNAMIC
81.2 261015                RECORD KEY IS PH-KEY
81.3 261015                FILE STATUS IS WS-PHS-STATUS.
102. 261015       * drop-ship supplier links, and the purchase order a drop-ship
103. 261015       * line raises on the supplier as it is entered
104. 261015            SELECT ITEMSUPP ASSIGN TO DATABASE-ITEMSUPP
105. 261015                ORGANIZATION IS INDEXED
106. 261015                ACCESS MODE IS DYNAMIC
107. 261015                RECORD KEY IS IS-KEY
108. 261015                FILE STATUS IS WS-ISU-STATUS.
109. 261015            SELECT SUPPMSTR ASSIGN TO DATABASE-SUPPMSTR
110. 261015                ORGANIZATION IS INDEXED
111. 261015                ACCESS MODE IS DYNAMIC
112. 261015                RECORD KEY IS SU-SUPP-ID
113. 261015                FILE STATUS IS WS-SUP-STATUS.
114. 261015            SELECT POHDR ASSIGN TO DATABASE-POHDR
115. 261015                ORGANIZATION IS INDEXED
116. 261015                ACCESS MODE IS DYNAMIC
117. 261015                RECORD KEY IS PH-PO-NUM
118. 261015                FILE STATUS IS WS-POH-STATUS.
119. 261015            SELECT POLINE ASSIGN TO DATABASE-POLINE
120. 261015                ORGANIZATION IS INDEXED
121. 261015                ACCESS MODE IS DYNAMIC
122. 261015                RECORD KEY IS PL-KEY
123. 261015                FILE STATUS IS WS-POL-STATUS.
310. 261015       * kit bills of material - a kit line explodes into its
311. 261015       * component lines at entry (KITMNT maintains them)
312. 261015            SELECT KITCOMP ASSIGN TO DATABASE-KITCOMP
313. 261015                ORGANIZATION IS INDEXED
314. 261015                ACCESS MODE IS DYNAMIC
315. 261015                RECORD KEY IS KC-KEY
316. 261015                FILE STATUS IS WS-KCP-STATUS.
453. 261015       * item supersession - an old item's link to its replacement
454. 261015            SELECT SUPERSED ASSIGN TO DATABASE-SUPERSED
455. 261015                ORGANIZATION IS INDEXED
456. 261015                ACCESS MODE IS DYNAMIC
457. 261015                RECORD KEY IS SS-OLD-ITEM
458. 261015                FILE STATUS IS WS-SPS-STATUS.
1.20 260822        DATA DIVISION.
1.21 260822        FILE SECTION.
1.22 260822        FD  ORDHDR
1.25 260822           03  OH-ORDER-NUM      PIC 9(8).
1.26 260822           03  OH-CUST-ID        PIC X(10).
1.27 260822           03  OH-DATE           PIC 9(8).
591. 261015       * how the order is paid - see ORDPAY
592. 261015           03  OH-PAY-METHOD     PIC X.
593. 261015           03  OH-CARD-SLOT      PIC 9(2).
594. 261015           03  OH-CARD-TOKEN     PIC 9(11).
598. 261015           03  OH-CARD-LAST4     PIC 9(4).
1.28 260822        FD  ORDDTL
1.29 260822                LABEL RECORD IS STANDARD.
1.30 260822        01  ORDDTL-REC.
1.36 260822       * extended price captured at IM-UNIT-PRICE order time
1.37 260822           03  OD-EXT-PRICE      PIC 9(7)V99.
14.0 260901       * line lifecycle: A = allocated against stock, B = backorder
125. 261015       * (released when receipts arrive), D = drop-ship on a supplier
317. 261015       * purchase order (closed to S by DSCONF), K = a kit line - its
318. 261015       * component lines carry the stock and it ships when they have
319. 261015       * all shipped, S = shipped, I = invoiced
76.4 261015       * X = cancelled through ORDMAINT
14.2 260901           03  OD-STATUS         PIC X.
30.0 260901       * where the line price came from: C = customer contract
78.9 261015       * price (CONTRPRC), L = the item-master list price, Q = the
81.4 261015       * price agreed on a sales quotation (QUOTCONV), B = a PRCRULE
320. 261015       * quantity break, P = a PRCRULE promotion, K = a kit component
321. 261015       * line, priced on its kit line
30.2 260901           03  OD-PRICE-SRC      PIC X.
76.7 261015       * shipping warehouse, chosen at allocation by WHSSRC - spaces
76.8 261015       * = the line ships from the company position (a backorder,
76.9 261015       * or no single warehouse could cover it)
77.0 261015           03  OD-WHSE           PIC X(3).
94.2 261015       * the customer's requested date (zero = none asked), the
94.3 261015       * date promised at entry from ATPINQ and the item's ship
94.4 261015       * days, and the date SHIPCONF confirmed the shipment
94.5 261015           03  OD-REQ-DATE       PIC 9(8).
94.6 261015           03  OD-PROM-DATE      PIC 9(8).
94.7 261015           03  OD-SHIP-DATE      PIC 9(8).
322. 261015       * on a kit component line, the number of the kit line it was
323. 261015       * exploded from - the customer sees and is billed the kit
324. 261015       * line, stock moves on the components; zero on every other
325. 261015       * line
326. 261015           03  OD-KIT-LINE       PIC 9(3).
459. 261015       * the item number the customer ordered, when the line carries
460. 261015       * another - its replacement through SUPERSED, or the old item
461. 261015       * whose remaining stock it sells through; zero otherwise
462. 261015           03  OD-ORIG-ITEM      PIC 9(8).
634. 261015       * lot the allocation is held against, earliest expiry first
635. 261015       * - spaces = no lot control, or no single lot covered the
636. 261015       * line and SHIPCONF picks the lots when it ships
637. 261015           03  OD-LOT-NUM        PIC X(12).
678. 261015       * cost at shipment - see SHIPCONF
679. 261015           03  OD-UNIT-COST      PIC 9(5)V99.
680. 261015           03  OD-EXT-COST       PIC 9(7)V99.
1.38 260822        FD  ITEMMSTR
1.39 260822                LABEL RECORD IS STANDARD.
1.40 260822        01  ITEMMSTR-REC.
50.1 260901       * IM-UNIT-PRICE is the selling price, this is what the
50.2 260901       * stock actually cost; STOCKVAL values at this
50.3 260901           03  IM-UNIT-COST      PIC 9(5)V99.
638. 261015       * lot control - see INVPOST
639. 261015           03  IM-LOT-CTRL       PIC X.
675. 261015       * ABC class and last count date - see ABCCLASS
676. 261015           03  IM-ABC-CLASS      PIC X.
677. 261015           03  IM-LAST-COUNT     PIC 9(8).
25.9 260901        FD  ORDCIDX
26.0 260901                LABEL RECORD IS STANDARD.
26.1 260901        01  ORDCIDX-REC.
41.2 260901           03  CM-DISTRICT       PIC X(5).
41.3 260901       * credit ceiling - zero = no limit set
41.4 260901           03  CM-CREDIT-LIMIT   PIC 9(9)V99.
78.4 261015       * Y = tax-exempt customer - INVGEN bills it no sales tax
78.5 261015           03  CM-TAX-EXEMPT     PIC X.
78.6 261015       * Y = free-freight contract - INVGEN prices the freight but
78.7 261015       * does not bill it
78.8 261015           03  CM-FREE-FREIGHT   PIC X.
683. 261015       * agent of record - the agent paid commission on the
684. 261015       * customer's sales (COMMRUN); zeros = none
685. 261015           03  CM-AGENT-MHOZ     PIC 9(2).
686. 261015           03  CM-AGENT-SOCN     PIC 9(6).
66.0 261015        FD  ARITEM
66.1 261015                LABEL RECORD IS STANDARD.
66.2 261015       * AR-DOC-TYPE I = invoice, U = unapplied cash on account
76.6 261015       * C = credit memo (RMAENTRY)
66.3 261015        01  ARITEM-REC.
66.4 261015           03  AR-KEY.
66.5 261015              05  AR-CUST-ID     PIC X(10).
66.6 261015              05  AR-DOC-TYPE    PIC X.
66.7 261015              05  AR-DOC-NUM     PIC 9(8).
66.8 261015           03  AR-DOC-DATE       PIC 9(8).
66.9 261015           03  AR-AMOUNT         PIC 9(9)V99.
67.0 261015           03  AR-APPLIED        PIC 9(9)V99.
67.1 261015           03  AR-BALANCE        PIC 9(9)V99.
67.2 261015           03  AR-LAST-PAY-DATE  PIC 9(8).
67.3 261015           03  AR-STATUS         PIC X.
81.6 261015        FD  PRCRULE
81.7 261015                LABEL RECORD IS STANDARD.
81.8 261015       * one rule per code on an item (PR-ITEM-NUM) or on a whole
81.9 261015       * category (PR-ITEM-NUM zero, PR-CATEGORY set)
82.0 261015        01  PRCRULE-REC.
82.1 261015           03  PR-KEY.
82.2 261015              05  PR-ITEM-NUM    PIC 9(8).
82.3 261015              05  PR-CATEGORY    PIC X(16).
82.4 261015              05  PR-RULE-CODE   PIC X(8).
82.5 261015       * B = quantity break, P = promotion
82.6 261015           03  PR-TYPE           PIC X.
82.7 261015           03  PR-MIN-QTY        PIC 9(5).
82.8 261015       * validity - a zero PR-TO-DATE runs until withdrawn
82.9 261015           03  PR-FROM-DATE      PIC 9(8).
83.0 261015           03  PR-TO-DATE        PIC 9(8).
83.1 261015       * percent off the item-master list price
83.2 261015           03  PR-DISC-PCT       PIC 9(2)V99.
83.3 261015           03  PR-DESC           PIC X(20).
83.4 261015        FD  PRCHIST
83.5 261015                LABEL RECORD IS STANDARD.
83.6 261015       * one row per order line a price rule priced - the discount
83.7 261015       * is the list value of the line less what it was sold for
83.8 261015        01  PRCHIST-REC.
83.9 261015           03  PH-KEY.
84.0 261015              05  PH-DATE        PIC 9(8).
84.1 261015              05  PH-ORDER-NUM   PIC 9(8).
84.2 261015              05  PH-LINE        PIC 9(3).
84.3 261015           03  PH-RULE-CODE      PIC X(8).
84.4 261015           03  PH-TYPE           PIC X.
84.5 261015           03  PH-ITEM-NUM       PIC 9(8).
84.6 261015           03  PH-QTY            PIC 9(5).
84.7 261015           03  PH-LIST-PRICE     PIC 9(5)V99.
84.8 261015           03  PH-PRICE          PIC 9(5)V99.
84.9 261015           03  PH-DISCOUNT       PIC 9(7)V99.
128. 261015        FD  ITEMSUPP
129. 261015                LABEL RECORD IS STANDARD.
130. 261015        01  ITEMSUPP-REC.
131. 261015           03  IS-KEY.
132. 261015              05  IS-ITEM-NUM    PIC 9(8).
133. 261015              05  IS-SUPP-ID     PIC X(6).
134. 261015           03  IS-SUPP-ITEM      PIC X(15).
135. 261015           03  IS-LEAD-DAYS      PIC 9(3).
136. 261015           03  IS-ORDER-MULT     PIC 9(5).
137. 261015           03  IS-UNIT-COST      PIC 9(5)V99.
138. 261015       * preference rank - see POGEN
139. 261015           03  IS-PREF           PIC 9(2).
140. 261015       * Y = the supplier ships the item straight to our customer
141. 261015           03  IS-DROP-SHIP      PIC X.
142. 261015        FD  SUPPMSTR
143. 261015                LABEL RECORD IS STANDARD.
144. 261015        01  SUPPMSTR-REC.
145. 261015           03  SU-SUPP-ID        PIC X(6).
146. 261015           03  SU-NAME           PIC X(30).
147. 261015       * N = unavailable - see POGEN
148. 261015           03  SU-AVAIL          PIC X.
604. 261015       * the currency the supplier bills in - ITEMSUPP and PO costs
605. 261015       * for the supplier are held in it; spaces = local currency
606. 261015           03  SU-CURRENCY       PIC X(3).
149. 261015        FD  POHDR
150. 261015                LABEL RECORD IS STANDARD.
151. 261015        01  POHDR-REC.
152. 261015           03  PH-PO-NUM         PIC 9(8).
153. 261015           03  PH-SUPP-ID        PIC X(6).
154. 261015           03  PH-ORDER-DATE     PIC 9(8).
155. 261015           03  PH-STATUS         PIC X.
607. 261015       * PO cost currency - see POCONF
608. 261015           03  PH-CURRENCY       PIC X(3).
156. 261015        FD  POLINE
157. 261015                LABEL RECORD IS STANDARD.
158. 261015       * line lifecycle - see POCONF
159. 261015        01  POLINE-REC.
160. 261015           03  PL-KEY.
161. 261015              05  PL-PO-NUM      PIC 9(8).
162. 261015              05  PL-LINE        PIC 9(3).
163. 261015           03  PL-ITEM-NUM       PIC 9(8).
164. 261015           03  PL-WHSE           PIC X(3).
165. 261015           03  PL-QTY-ORDERED    PIC 9(5).
166. 261015           03  PL-QTY-RECEIVED   PIC 9(5).
167. 261015           03  PL-UNIT-COST      PIC 9(5)V99.
168. 261015           03  PL-EXPECTED-DATE  PIC 9(8).
169. 261015           03  PL-STATUS         PIC X.
170. 261015           03  PL-OVER           PIC X.
171. 261015           03  PL-LATE           PIC X.
172. 261015       * the customer order line a drop-ship purchase order serves
173. 261015           03  PL-ORDER-NUM      PIC 9(8).
174. 261015           03  PL-ORDER-LINE     PIC 9(3).
600. 261015       * quantity supplier invoices have been matched against - see
601. 261015       * SUPMATCH
602. 261015           03  PL-QTY-INVOICED   PIC 9(5).
631. 261015       * date of the latest receipt - see PORECV
632. 261015           03  PL-RECV-DATE      PIC 9(8).
327. 261015        FD  KITCOMP
328. 261015                LABEL RECORD IS STANDARD.
329. 261015       * one row per component item of a kit, with the quantity of
330. 261015       * it that goes into one kit
331. 261015        01  KITCOMP-REC.
332. 261015           03  KC-KEY.
333. 261015              05  KC-KIT-ITEM    PIC 9(8).
334. 261015              05  KC-COMP-ITEM   PIC 9(8).
335. 261015           03  KC-QTY-PER        PIC 9(3).
463. 261015        FD  SUPERSED
464. 261015                LABEL RECORD IS STANDARD.
465. 261015       * supersession link - see SUPERMNT
466. 261015        01  SUPERSED-REC.
467. 261015           03  SS-OLD-ITEM       PIC 9(8).
468. 261015           03  SS-NEW-ITEM       PIC 9(8).
469. 261015           03  SS-EFF-DATE       PIC 9(8).
1.56 260822        WORKING-STORAGE SECTION.
1.57 260822        01  WS-HDR-STATUS     PIC XX.
1.58 260822        01  WS-DTL-STATUS     PIC XX.
42.1 260901        01  WS-CR2-END        PIC X VALUE 'N'.
42.2 260901           88 CR2-END               VALUE 'Y'.
42.3 260901        01  WS-CR-ORDER       PIC 9(8) VALUE 0.
68.0 261015        01  WS-AR-STATUS      PIC XX.
68.1 261015        01  WS-AR-END         PIC X VALUE 'N'.
68.2 261015           88 AR-END                VALUE 'Y'.
68.3 261015        01  WS-UNAPPLIED      PIC 9(11)V99 VALUE 0.
32.8 260901        01  WS-USE-PRICE      PIC 9(5)V99 VALUE 0.
32.9 260901        01  WS-PRICE-SRC      PIC X VALUE SPACE.
33.0 260901        01  WS-CPR-END        PIC X VALUE 'N'.
33.1 260901           88 CPR-END               VALUE 'Y'.
85.0 261015        01  WS-PRC-STATUS     PIC XX.
85.1 261015        01  WS-PHS-STATUS     PIC XX.
85.2 261015        01  WS-PR-END         PIC X VALUE 'N'.
85.3 261015           88 PR-END                VALUE 'Y'.
85.4 261015        01  WS-PR-ITEM        PIC 9(8) VALUE 0.
85.5 261015        01  WS-PR-CATG        PIC X(16) VALUE SPACES.
85.6 261015        01  WS-RULE-PRICE     PIC 9(5)V99 VALUE 0.
85.7 261015        01  WS-RULE-CODE      PIC X(8) VALUE SPACES.
175. 261015        01  WS-ISU-STATUS     PIC XX.
176. 261015        01  WS-SUP-STATUS     PIC XX.
177. 261015        01  WS-POH-STATUS     PIC XX.
178. 261015        01  WS-POL-STATUS     PIC XX.
179. 261015        01  WS-SUP-END        PIC X VALUE 'N'.
180. 261015           88 SUP-END               VALUE 'Y'.
181. 261015        01  WS-SUP-PICKED     PIC X VALUE 'N'.
182. 261015           88 SUP-PICKED            VALUE 'Y'.
183. 261015       * the drop-ship supplier row chosen, POGEN's way
184. 261015        01  WS-BEST-SUPP      PIC X(6) VALUE SPACES.
185. 261015        01  WS-BEST-COST      PIC 9(5)V99 VALUE 0.
186. 261015        01  WS-BEST-LEAD      PIC 9(3) VALUE 0.
187. 261015        01  WS-BEST-PREF      PIC 9(2) VALUE 0.
609. 261015       * ranked in local currency at today's rate - see POGEN
610. 261015        01  WS-BEST-LOCAL     PIC 9(7)V99 VALUE 0.
611. 261015        01  WS-BEST-CURR      PIC X(3) VALUE SPACES.
612. 261015        01  WS-CAND-LOCAL     PIC 9(7)V99 VALUE 0.
613. 261015        01  XRQ-CURRENCY      PIC X(3).
614. 261015        01  XRQ-DATE          PIC 9(8) VALUE 0.
615. 261015        01  XRQ-RATE          PIC 9(4)V9(6).
616. 261015        01  XRQ-RATE-DATE     PIC 9(8).
617. 261015        01  XRQ-STATUS        PIC X.
618. 261015           88 XRQ-OK               VALUE '0'.
188. 261015        01  WS-PO-SEQ-NAME    PIC X(16) VALUE 'POHDR           '.
336. 261015        01  WS-KCP-STATUS     PIC XX.
337. 261015        01  WS-KC-END         PIC X VALUE 'N'.
338. 261015           88 KC-END                VALUE 'Y'.
339. 261015        01  WS-KIT-FOUND      PIC X VALUE 'N'.
340. 261015           88 KIT-ITEM              VALUE 'Y'.
341. 261015        01  WS-KIT-LINE-NO    PIC 9(3) VALUE 0.
1.60 260822        01  WS-TODAY          PIC 9(8) VALUE 0.
1.61 260822        01  WS-SEQ-NAME       PIC X(16) VALUE 'ORDHDR          '.
1.62 260822        01  WS-SEQ-VALUE      PIC 9(12) VALUE 0.
15.5 260901        01  WS-NEW-STATUS     PIC X VALUE SPACE.
15.6 260901        01  WS-ALC-END        PIC X VALUE 'N'.
15.7 260901           88 ALC-END               VALUE 'Y'.
470. 261015       * what 600-ALLOCATE allocates - the ordered item, an old item it
471. 261015       * sells through, or a kit component
344. 261015        01  WS-ALC-ITEM       PIC 9(8) VALUE 0.
345. 261015        01  WS-ALC-QTY        PIC 9(5) VALUE 0.
346. 261015        01  WS-ALC-ON-HAND    PIC 9(5) VALUE 0.
472. 261015        01  WS-SPS-STATUS     PIC XX.
473. 261015        01  WS-SS-END         PIC X VALUE 'N'.
474. 261015           88 SS-END                VALUE 'Y'.
475. 261015       * supersession working fields - the item as ordered, the item
476. 261015       * the line carries, and the walk down the replacement chain
477. 261015        01  WS-ASKED-ITEM     PIC 9(8) VALUE 0.
478. 261015        01  WS-LINE-ITEM      PIC 9(8) VALUE 0.
479. 261015        01  WS-CHAIN-ITEM     PIC 9(8) VALUE 0.
480. 261015        01  WS-HOPS           PIC 9(2) VALUE 0.
481. 261015        01  WS-SUBST-FOUND    PIC X VALUE 'N'.
482. 261015           88 SUBST-FOUND           VALUE 'Y'.
483. 261015        01  WS-SELL-FOUND     PIC X VALUE 'N'.
484. 261015           88 SELL-FOUND            VALUE 'Y'.
77.1 261015       * the WHSSRC warehouse-sourcing parameter set
77.2 261015        01  SRC-EXCL-KEY      PIC X(11) VALUE ZEROS.
77.3 261015        01  SRC-WHSE          PIC X(3) VALUE SPACES.
77.4 261015        01  SRC-STATUS        PIC X.
640. 261015       * the LOTPICK first-expiry parameter set, and the lot the line
641. 261015       * is held against
642. 261015        01  LKP-FUNC          PIC X VALUE 'A'.
643. 261015        01  LKP-PREF-LOT      PIC X(12) VALUE SPACES.
644. 261015        01  LKP-EXCL-KEY      PIC X(11) VALUE ZEROS.
645. 261015        01  LKP-PICKS.
646. 261015           03  LKP-PICK-CNT      PIC 9(2).
647. 261015           03  LKP-PICK OCCURS 10 TIMES.
648. 261015              05  LKP-PK-WHSE       PIC X(3).
649. 261015              05  LKP-PK-LOT        PIC X(12).
650. 261015              05  LKP-PK-EXPIRY     PIC 9(8).
651. 261015              05  LKP-PK-QTY        PIC 9(5).
652. 261015        01  LKP-STATUS        PIC X.
653. 261015        01  WS-ALC-LOT        PIC X(12) VALUE SPACES.
94.8 261015       * the ATPINQ availability parameter set, for the promise date
94.9 261015        01  ATP-ITEM-NUM      PIC 9(8).
95.0 261015        01  ATP-ON-HAND       PIC 9(5).
95.1 261015        01  ATP-ALLOCATED     PIC 9(7).
95.2 261015        01  ATP-AVAILABLE     PIC S9(7).
95.3 261015        01  ATP-INBOUND       PIC 9(7).
95.4 261015        01  ATP-NEXT-DATE     PIC 9(8).
95.5 261015        01  ATP-NEXT-QTY      PIC 9(5).
95.6 261015        01  ATP-STATUS        PIC X.
95.7 261015        01  WS-PROM-BASE      PIC 9(8) VALUE 0.
95.8 261015        01  WS-PROM-INT       PIC 9(8) VALUE 0.
1.66 260822        LINKAGE SECTION.
1.67 260822        01 ORD-CUST-ID       PIC X(10).
1.68 260822       * 0 = open a new order (the number comes back), else append a
42.8 260901       * not the keyboard
42.9 260901           88 ORD-CREDIT-WARN      VALUE '4'.
43.0 260901           88 ORD-CREDIT-REFUSED   VALUE '5'.
85.8 261015       * zero = price the line here (contract, price rule, then list);
85.9 261015       * non-zero = a price already agreed with the customer on a
86.0 261015       * quotation
79.3 261015        01 ORD-QUOTE-PRICE   PIC 9(5)V99.
95.9 261015       * the date the customer asked for - zero = as soon as possible
96.0 261015        01 ORD-REQ-DATE      PIC 9(8).
96.1 261015       * the date promised comes back here - zero = nothing on hand
96.2 261015       * or inbound to promise from
96.3 261015        01 ORD-PROM-DATE     PIC 9(8).
1.78 260822        PROCEDURE DIVISION USING ORD-CUST-ID ORD-ORDER-NUM
96.4 261015            ORD-ITEM-NUM ORD-QTY ORD-STATUS ORD-QUOTE-PRICE
96.5 261015            ORD-REQ-DATE ORD-PROM-DATE.
1.80 260822        BEGIN.
1.81 260822       * actual order data at last - the category report now reads
1.82 260822       * these instead of calling shelf stock revenue
26.7 260901            OPEN I-O ORDCIDX.
33.2 260901            OPEN INPUT CONTRPRC.
42.4 260901            OPEN INPUT CUSTMSTR.
69.0 261015            OPEN INPUT ARITEM.
86.1 261015            OPEN INPUT PRCRULE.
86.2 261015            OPEN I-O PRCHIST.
189. 261015            OPEN INPUT ITEMSUPP.
190. 261015            OPEN INPUT SUPPMSTR.
191. 261015            OPEN I-O POHDR.
192. 261015            OPEN I-O POLINE.
347. 261015            OPEN INPUT KITCOMP.
485. 261015            OPEN INPUT SUPERSED.
1.88 260822            OPEN INPUT ITEMMSTR.
486. 261015            MOVE ORD-ITEM-NUM TO WS-ASKED-ITEM.
1.89 260822            MOVE ORD-ITEM-NUM TO IM-ITEM-NUM.
1.90 260822            READ ITEMMSTR
1.91 260822                KEY IS IM-ITEM-NUM
1.93 260822                   SET ORD-NO-ITEM TO TRUE.
1.94 260822            IF ORD-STATUS NOT = '0'
1.95 260822               GO TO 900-CLOSE.
487. 261015       * a discontinued item gives way to its replacement, when it has
488. 261015       * one in force - the desk and the portal get the new number back
489. 261015            IF IM-STATUS = 'D'
490. 261015               PERFORM 560-SUPERSEDE THRU 560-EXIT.
1.96 260822            IF IM-STATUS = 'D'
1.97 260822               SET ORD-DISCONTINUED TO TRUE
1.98 260822               GO TO 900-CLOSE.
64.0 260901       * the contract file speaks before the shelf tag - and the
64.1 260901       * line records which one priced it
79.5 261015            IF ORD-QUOTE-PRICE > 0
79.6 261015               MOVE ORD-QUOTE-PRICE TO WS-USE-PRICE
79.7 261015               MOVE 'Q' TO WS-PRICE-SRC
79.8 261015            ELSE
79.9 261015               PERFORM 700-PRICE-LINE
80.0 261015            END-IF.
64.3 260901       * the exposure gate - open order value plus uninvoiced
64.4 260901       * shipments against the credit limit, checked before any
64.5 260901       * header or index row is cut: a refused order leaves no
64.6 260901       * empty ORDHDR behind and burns no number
687. 261015            PERFORM 800-CHECK-CREDIT THRU 800-EXIT.
64.8 260901            IF ORD-CREDIT-REFUSED
64.9 260901               GO TO 900-CLOSE.
1.99 260822            IF ORD-ORDER-NUM = 0
2.02 260822               MOVE ORD-ORDER-NUM TO OH-ORDER-NUM
2.03 260822               MOVE ORD-CUST-ID   TO OH-CUST-ID
2.04 260822               MOVE WS-TODAY      TO OH-DATE
595. 261015       * on account until ORDPAY puts one of the customer's cards on it
596. 261015               MOVE SPACE         TO OH-PAY-METHOD
597. 261015               MOVE 0             TO OH-CARD-SLOT OH-CARD-TOKEN
599. 261015                                      OH-CARD-LAST4
2.05 260822               WRITE ORDHDR-REC
2.06 260822                   INVALID KEY
2.07 260822                      CONTINUE
16.0 260901       * allocate at order time - two clerks can no longer sell
16.1 260901       * the last unit twice; a line the stock cannot cover books
16.2 260901       * as a backorder, released when receipts arrive (PORECV)
348. 261015       * - unless the item is a kit, whose component lines allocate
349. 261015       * once the kit line is written, or a supplier drop-ships it,
350. 261015       * when the line goes on a purchase order to that supplier and
351. 261015       * no stock is touched
352. 261015            MOVE 'N' TO WS-SUP-PICKED.
491. 261015            MOVE ORD-ITEM-NUM TO WS-LINE-ITEM.
654. 261015            MOVE SPACES TO WS-ALC-LOT.
353. 261015            PERFORM 610-FIND-KIT THRU 610-EXIT.
354. 261015            IF NOT KIT-ITEM
355. 261015               PERFORM 620-DROP-SHIP-SUPPLIER THRU 620-EXIT.
356. 261015            EVALUATE TRUE
357. 261015               WHEN KIT-ITEM
358. 261015                  MOVE 'K'    TO WS-NEW-STATUS
359. 261015                  MOVE SPACES TO SRC-WHSE
360. 261015                  PERFORM 650-PROMISE-DATE THRU 650-EXIT
361. 261015               WHEN SUP-PICKED
362. 261015                  MOVE 'D'    TO WS-NEW-STATUS
363. 261015                  MOVE SPACES TO SRC-WHSE
364. 261015               WHEN OTHER
492. 261015       * stock of the items this one superseded sells through first
493. 261015                  PERFORM 640-SELL-THROUGH THRU 640-EXIT
494. 261015                  IF NOT SELL-FOUND
495. 261015                     MOVE ORD-ITEM-NUM   TO WS-ALC-ITEM
496. 261015                     MOVE ORD-QTY        TO WS-ALC-QTY
497. 261015                     MOVE IM-QTY-ON-HAND TO WS-ALC-ON-HAND
498. 261015                     PERFORM 600-ALLOCATE
499. 261015                  END-IF
96.6 261015       * the promise goes on the line, and back to the desk
369. 261015                  PERFORM 650-PROMISE-DATE THRU 650-EXIT
370. 261015            END-EVALUATE.
2.20 260822            PERFORM 500-NEXT-LINE-NO.
203. 261015            IF SUP-PICKED
204. 261015               PERFORM 630-RAISE-PO THRU 630-EXIT.
2.21 260822            MOVE ORD-ORDER-NUM TO OD-ORDER-NUM.
2.22 260822            MOVE WS-LINE-NO    TO OD-LINE.
500. 261015            MOVE WS-LINE-ITEM  TO OD-ITEM-NUM.
2.24 260822            MOVE ORD-QTY       TO OD-QTY.
33.7 260901            COMPUTE OD-EXT-PRICE = ORD-QTY * WS-USE-PRICE.
33.8 260901            MOVE WS-PRICE-SRC TO OD-PRICE-SRC.
77.5 261015            MOVE SRC-WHSE TO OD-WHSE.
96.8 261015            MOVE ORD-REQ-DATE  TO OD-REQ-DATE.
96.9 261015            MOVE ORD-PROM-DATE TO OD-PROM-DATE.
97.0 261015            MOVE 0             TO OD-SHIP-DATE.
655. 261015            MOVE WS-ALC-LOT    TO OD-LOT-NUM.
681. 261015            MOVE 0             TO OD-UNIT-COST OD-EXT-COST.
371. 261015            MOVE 0             TO OD-KIT-LINE.
501. 261015            IF WS-LINE-ITEM = WS-ASKED-ITEM
502. 261015               MOVE 0             TO OD-ORIG-ITEM
503. 261015            ELSE
504. 261015               MOVE WS-ASKED-ITEM TO OD-ORIG-ITEM
505. 261015            END-IF.
16.4 260901            MOVE WS-NEW-STATUS TO OD-STATUS.
2.26 260822            WRITE ORDDTL-REC
2.27 260822                INVALID KEY
2.28 260822                   CONTINUE
2.29 260822            END-WRITE.
86.3 261015            IF WS-PRICE-SRC = 'B' OR WS-PRICE-SRC = 'P'
86.4 261015               PERFORM 780-LOG-RULE THRU 780-EXIT.
372. 261015            IF KIT-ITEM
373. 261015               PERFORM 680-EXPLODE-KIT THRU 680-EXIT.
2.30 260822        900-CLOSE.
2.31 260822            CLOSE ORDHDR.
2.32 260822            CLOSE ORDDTL.
26.8 260901            CLOSE ORDCIDX.
33.3 260901            CLOSE CONTRPRC.
42.5 260901            CLOSE CUSTMSTR.
70.0 261015            CLOSE ARITEM.
86.5 261015            CLOSE PRCRULE.
86.6 261015            CLOSE PRCHIST.
205. 261015            CLOSE ITEMSUPP.
206. 261015            CLOSE SUPPMSTR.
207. 261015            CLOSE POHDR.
208. 261015            CLOSE POLINE.
374. 261015            CLOSE KITCOMP.
506. 261015            CLOSE SUPERSED.
2.33 260822            CLOSE ITEMMSTR.
2.34 260822            GOBACK.
2.35 260822        500-NEXT-LINE-NO.
2.56 260822            ADD 1 TO WS-LINE-NO.
2.57 260822        500-EXIT.
2.58 260822            EXIT.
507. 261015         560-SUPERSEDE.
508. 261015       * follow the chain from the discontinued item - each link in
509. 261015       * force by today - to the first replacement still active. A
510. 261015       * chain that ends on another discontinued item, or runs past
511. 261015       * ten links, leaves the item discontinued
512. 261015             MOVE ORD-ITEM-NUM TO WS-CHAIN-ITEM.
513. 261015             MOVE 0 TO WS-HOPS.
514. 261015             MOVE 'N' TO WS-SS-END WS-SUBST-FOUND.
515. 261015             PERFORM UNTIL SS-END
516. 261015                MOVE WS-CHAIN-ITEM TO SS-OLD-ITEM
517. 261015                READ SUPERSED
518. 261015                    INVALID KEY
519. 261015                       SET SS-END TO TRUE
520. 261015                    NOT INVALID KEY
521. 261015                       IF SS-EFF-DATE > WS-TODAY OR WS-HOPS > 9
522. 261015                          SET SS-END TO TRUE
523. 261015                       ELSE
524. 261015                          ADD 1 TO WS-HOPS
525. 261015                          MOVE SS-NEW-ITEM TO WS-CHAIN-ITEM IM-ITEM-NUM
526. 261015                          READ ITEMMSTR
527. 261015                              INVALID KEY
528. 261015                                 SET SS-END TO TRUE
529. 261015                              NOT INVALID KEY
530. 261015                                 IF IM-STATUS NOT = 'D'
531. 261015                                    SET SUBST-FOUND TO TRUE
532. 261015                                    SET SS-END TO TRUE
533. 261015                                 END-IF
534. 261015                          END-READ
535. 261015                       END-IF
536. 261015                END-READ
537. 261015             END-PERFORM.
538. 261015             IF SUBST-FOUND
539. 261015                MOVE WS-CHAIN-ITEM TO ORD-ITEM-NUM
540. 261015                GO TO 560-EXIT.
541. 261015       * no replacement - back to the item as ordered, still 'D'
542. 261015             MOVE ORD-ITEM-NUM TO IM-ITEM-NUM.
543. 261015             READ ITEMMSTR
544. 261015                 INVALID KEY
545. 261015                    CONTINUE.
546. 261015         560-EXIT.
547. 261015             EXIT.
16.5 260901         600-ALLOCATE.
16.6 260901       * available = on hand minus every open allocation for the
16.7 260901       * item; the detail file walk is the price of not keeping a
16.8 260901       * second counter that can drift
375. 261015       * - the item and quantity are those of the ordered line, or
376. 261015       * of one kit component
16.9 260901             MOVE 0 TO WS-ALLOCATED.
17.0 260901             MOVE 'N' TO WS-ALC-END.
17.2 260901             MOVE LOW-VALUES TO OD-ORDER-NUM OD-LINE.
17.9 260901                    AT END
18.0 260901                       SET ALC-END TO TRUE
18.1 260901                    NOT AT END
377. 261015                       IF OD-ITEM-NUM = WS-ALC-ITEM AND
18.3 260901                          OD-STATUS = 'A'
18.4 260901                          ADD OD-QTY TO WS-ALLOCATED
18.5 260901                       END-IF
18.6 260901                END-READ
18.7 260901             END-PERFORM.
18.8 260901             COMPUTE WS-AVAILABLE =
378. 261015                 WS-ALC-ON-HAND - WS-ALLOCATED.
379. 261015             IF WS-AVAILABLE >= WS-ALC-QTY
19.1 260901                MOVE 'A' TO WS-NEW-STATUS
19.2 260901             ELSE
19.3 260901                MOVE 'B' TO WS-NEW-STATUS
19.4 260901             END-IF.
77.6 261015       * an allocated line is sourced to a warehouse - the customer's
77.7 261015       * district warehouse first, then any that can cover it
77.8 261015            MOVE SPACES TO SRC-WHSE.
77.9 261015            IF WS-NEW-STATUS = 'A'
78.0 261015               MOVE ZEROS TO SRC-EXCL-KEY
380. 261015               CALL 'WHSSRC' USING ORD-CUST-ID WS-ALC-ITEM WS-ALC-QTY
78.2 261015                   SRC-EXCL-KEY SRC-WHSE SRC-STATUS
78.3 261015            END-IF.
656. 261015       * a lot-controlled item is held against the lot that expires
657. 261015       * first and covers the line; if only several lots together
658. 261015       * cover it, SHIPCONF picks them when it ships. Expired stock
659. 261015       * is not there to sell, so a line it cannot cover is
660. 261015       * backordered after all
661. 261015            MOVE SPACES TO WS-ALC-LOT.
662. 261015            IF WS-NEW-STATUS = 'A'
663. 261015               CALL 'LOTPICK' USING LKP-FUNC WS-ALC-ITEM SRC-WHSE
664. 261015                   WS-ALC-QTY LKP-PREF-LOT LKP-EXCL-KEY LKP-PICKS
665. 261015                   LKP-STATUS
666. 261015               EVALUATE LKP-STATUS
667. 261015                  WHEN '0'
668. 261015                     MOVE LKP-PK-LOT(1) TO WS-ALC-LOT
669. 261015                  WHEN '3'
670. 261015                     MOVE 'B'    TO WS-NEW-STATUS
671. 261015                     MOVE SPACES TO SRC-WHSE
672. 261015               END-EVALUATE
673. 261015            END-IF.
19.5 260901         600-EXIT.
209. 261015             EXIT.
381. 261015         610-FIND-KIT.
382. 261015       * an item with a bill of material on KITCOMP is a kit
383. 261015             MOVE 'N' TO WS-KIT-FOUND.
384. 261015             MOVE ORD-ITEM-NUM TO KC-KIT-ITEM.
385. 261015             MOVE LOW-VALUES   TO KC-COMP-ITEM.
386. 261015             START KITCOMP
387. 261015                 KEY NOT LESS KC-KEY
388. 261015                 INVALID KEY
389. 261015                    GO TO 610-EXIT.
390. 261015             READ KITCOMP NEXT
391. 261015                 AT END
392. 261015                    GO TO 610-EXIT.
393. 261015             IF KC-KIT-ITEM = ORD-ITEM-NUM
394. 261015                MOVE 'Y' TO WS-KIT-FOUND.
395. 261015         610-EXIT.
396. 261015             EXIT.
210. 261015         620-DROP-SHIP-SUPPLIER.
211. 261015       * the item drop-ships when it has a drop-ship supplier link;
212. 261015       * the supplier is ranked the way POGEN ranks them - anyone
213. 261015       * unavailable on SUPPMSTR is skipped, then the lowest
214. 261015       * preference rank wins, cost then lead days break ties. No
215. 261015       * available drop-ship supplier leaves the line to stock
216. 261015             MOVE 'N' TO WS-SUP-END WS-SUP-PICKED.
217. 261015             MOVE ORD-ITEM-NUM TO IS-ITEM-NUM.
218. 261015             MOVE LOW-VALUES   TO IS-SUPP-ID.
219. 261015             START ITEMSUPP
220. 261015                 KEY NOT LESS IS-KEY
221. 261015                 INVALID KEY
222. 261015                    SET SUP-END TO TRUE.
223. 261015             PERFORM UNTIL SUP-END
224. 261015                READ ITEMSUPP NEXT
225. 261015                    AT END
226. 261015                       SET SUP-END TO TRUE
227. 261015                    NOT AT END
228. 261015                       IF IS-ITEM-NUM NOT = ORD-ITEM-NUM
229. 261015                          SET SUP-END TO TRUE
230. 261015                       ELSE
231. 261015                          IF IS-DROP-SHIP = 'Y'
232. 261015                             PERFORM 625-WEIGH-SUPPLIER THRU 625-EXIT
233. 261015                          END-IF
234. 261015                       END-IF
235. 261015                END-READ
236. 261015             END-PERFORM.
237. 261015         620-EXIT.
238. 261015             EXIT.
239. 261015         625-WEIGH-SUPPLIER.
240. 261015             MOVE IS-SUPP-ID TO SU-SUPP-ID.
241. 261015             READ SUPPMSTR
242. 261015                 INVALID KEY
243. 261015                    GO TO 625-EXIT.
244. 261015             IF SU-AVAIL = 'N'
245. 261015                GO TO 625-EXIT.
619. 261015             MOVE SU-CURRENCY TO XRQ-CURRENCY.
620. 261015             MOVE 0 TO XRQ-DATE.
621. 261015             CALL 'EXRATEQ' USING XRQ-CURRENCY XRQ-DATE XRQ-RATE
622. 261015                 XRQ-RATE-DATE XRQ-STATUS.
623. 261015             IF NOT XRQ-OK
624. 261015                GO TO 625-EXIT.
625. 261015             COMPUTE WS-CAND-LOCAL ROUNDED = IS-UNIT-COST * XRQ-RATE.
246. 261015             IF NOT SUP-PICKED
247. 261015                PERFORM 627-TAKE-SUPPLIER
248. 261015                GO TO 625-EXIT.
249. 261015             IF IS-PREF < WS-BEST-PREF
250. 261015                PERFORM 627-TAKE-SUPPLIER
251. 261015                GO TO 625-EXIT.
252. 261015             IF IS-PREF = WS-BEST-PREF
626. 261015                IF WS-CAND-LOCAL < WS-BEST-LOCAL OR
627. 261015                   (WS-CAND-LOCAL = WS-BEST-LOCAL AND
255. 261015                    IS-LEAD-DAYS < WS-BEST-LEAD)
256. 261015                   PERFORM 627-TAKE-SUPPLIER
257. 261015                END-IF
258. 261015             END-IF.
259. 261015         625-EXIT.
260. 261015             EXIT.
261. 261015         627-TAKE-SUPPLIER.
262. 261015             MOVE 'Y' TO WS-SUP-PICKED.
263. 261015             MOVE IS-SUPP-ID   TO WS-BEST-SUPP.
264. 261015             MOVE IS-UNIT-COST TO WS-BEST-COST.
628. 261015             MOVE WS-CAND-LOCAL TO WS-BEST-LOCAL.
629. 261015             MOVE SU-CURRENCY  TO WS-BEST-CURR.
265. 261015             MOVE IS-LEAD-DAYS TO WS-BEST-LEAD.
266. 261015             MOVE IS-PREF      TO WS-BEST-PREF.
267. 261015         627-EXIT.
268. 261015             EXIT.
269. 261015         630-RAISE-PO.
270. 261015       * one purchase order per drop-ship line, numbered off the
271. 261015       * counter POCONF uses, for exactly the quantity the customer
272. 261015       * ordered. The PO line carries the order and line so DSCONF
273. 261015       * can close both when the supplier confirms the shipment.
274. 261015       * The supplier's lead days give the expected date, which is
275. 261015       * also the date promised - or the date asked for, if later
276. 261015             CALL 'BIGINTCBL' USING WS-PO-SEQ-NAME WS-SEQ-VALUE
277. 261015                 WS-SEQ-CALLER.
278. 261015             MOVE WS-SEQ-VALUE TO PH-PO-NUM.
279. 261015             MOVE WS-BEST-SUPP TO PH-SUPP-ID.
280. 261015             MOVE WS-TODAY     TO PH-ORDER-DATE.
281. 261015             MOVE 'O'          TO PH-STATUS.
630. 261015             MOVE WS-BEST-CURR TO PH-CURRENCY.
282. 261015             WRITE POHDR-REC
283. 261015                 INVALID KEY
284. 261015                    CONTINUE
285. 261015             END-WRITE.
286. 261015             MOVE PH-PO-NUM    TO PL-PO-NUM.
287. 261015             MOVE 1            TO PL-LINE.
288. 261015             MOVE ORD-ITEM-NUM TO PL-ITEM-NUM.
289. 261015             MOVE SPACES       TO PL-WHSE.
290. 261015             MOVE ORD-QTY      TO PL-QTY-ORDERED.
291. 261015             MOVE 0            TO PL-QTY-RECEIVED.
292. 261015             MOVE WS-BEST-COST TO PL-UNIT-COST.
293. 261015             COMPUTE WS-PROM-INT =
294. 261015                 FUNCTION INTEGER-OF-DATE(WS-TODAY) + WS-BEST-LEAD.
295. 261015             COMPUTE PL-EXPECTED-DATE = FUNCTION DATE-OF-INTEGER
296. 261015                 (WS-PROM-INT).
297. 261015             MOVE 'O' TO PL-STATUS.
298. 261015             MOVE ' ' TO PL-OVER.
299. 261015             MOVE ' ' TO PL-LATE.
300. 261015             MOVE ORD-ORDER-NUM TO PL-ORDER-NUM.
301. 261015             MOVE WS-LINE-NO    TO PL-ORDER-LINE.
603. 261015             MOVE 0             TO PL-QTY-INVOICED.
633. 261015             MOVE 0             TO PL-RECV-DATE.
302. 261015             WRITE POLINE-REC
303. 261015                 INVALID KEY
304. 261015                    CONTINUE
305. 261015             END-WRITE.
306. 261015             MOVE PL-EXPECTED-DATE TO ORD-PROM-DATE.
307. 261015             IF ORD-REQ-DATE > ORD-PROM-DATE
308. 261015                MOVE ORD-REQ-DATE TO ORD-PROM-DATE.
309. 261015         630-EXIT.
97.1 261015             EXIT.
548. 261015         640-SELL-THROUGH.
549. 261015       * an item that superseded others sells their remaining stock
550. 261015       * first: the first old item, by a link in force, whose stock
551. 261015       * covers the whole line takes it, and the line carries the old
552. 261015       * item number. The item being ordered is read back afterwards
553. 261015             MOVE 'N' TO WS-SELL-FOUND WS-SS-END.
554. 261015             MOVE LOW-VALUES TO SS-OLD-ITEM.
555. 261015             START SUPERSED
556. 261015                 KEY NOT LESS SS-OLD-ITEM
557. 261015                 INVALID KEY
558. 261015                    GO TO 640-EXIT.
559. 261015             PERFORM UNTIL SS-END OR SELL-FOUND
560. 261015                READ SUPERSED NEXT
561. 261015                    AT END
562. 261015                       SET SS-END TO TRUE
563. 261015                    NOT AT END
564. 261015                       IF SS-NEW-ITEM = ORD-ITEM-NUM AND
565. 261015                          SS-EFF-DATE NOT > WS-TODAY
566. 261015                          PERFORM 645-TRY-OLD-STOCK THRU 645-EXIT
567. 261015                       END-IF
568. 261015                END-READ
569. 261015             END-PERFORM.
570. 261015             MOVE ORD-ITEM-NUM TO IM-ITEM-NUM.
571. 261015             READ ITEMMSTR
572. 261015                 INVALID KEY
573. 261015                    CONTINUE.
574. 261015         640-EXIT.
575. 261015             EXIT.
576. 261015         645-TRY-OLD-STOCK.
577. 261015             MOVE SS-OLD-ITEM TO IM-ITEM-NUM.
578. 261015             READ ITEMMSTR
579. 261015                 INVALID KEY
580. 261015                    GO TO 645-EXIT.
581. 261015             MOVE SS-OLD-ITEM    TO WS-ALC-ITEM.
582. 261015             MOVE ORD-QTY        TO WS-ALC-QTY.
583. 261015             MOVE IM-QTY-ON-HAND TO WS-ALC-ON-HAND.
584. 261015             PERFORM 600-ALLOCATE.
585. 261015             IF WS-NEW-STATUS = 'A'
586. 261015                SET SELL-FOUND TO TRUE
587. 261015                MOVE SS-OLD-ITEM TO WS-LINE-ITEM.
588. 261015         645-EXIT.
589. 261015             EXIT.
97.2 261015         650-PROMISE-DATE.
97.3 261015       * stock available now ships from today; short stock ships
97.4 261015       * from the next inbound purchase-order date; either way the
97.5 261015       * item's ship days are added. A customer who asked for later
97.6 261015       * than that is promised the date asked for
97.7 261015             MOVE 0 TO ORD-PROM-DATE.
97.8 261015             MOVE ORD-ITEM-NUM TO ATP-ITEM-NUM.
97.9 261015             CALL 'ATPINQ' USING ATP-ITEM-NUM ATP-ON-HAND ATP-ALLOCATED
98.0 261015                 ATP-AVAILABLE ATP-INBOUND ATP-NEXT-DATE ATP-NEXT-QTY
98.1 261015                 ATP-STATUS.
98.2 261015             IF ATP-STATUS NOT = '0'
98.3 261015                GO TO 650-EXIT.
98.4 261015             IF ATP-AVAILABLE >= ORD-QTY
98.5 261015                MOVE WS-TODAY TO WS-PROM-BASE
98.6 261015             ELSE
98.7 261015                IF ATP-NEXT-DATE = 0
98.8 261015                   GO TO 650-EXIT
98.9 261015                END-IF
99.0 261015                MOVE ATP-NEXT-DATE TO WS-PROM-BASE
99.1 261015                IF WS-PROM-BASE < WS-TODAY
99.2 261015                   MOVE WS-TODAY TO WS-PROM-BASE
99.3 261015                END-IF
99.4 261015             END-IF.
99.5 261015             COMPUTE WS-PROM-INT =
99.6 261015                 FUNCTION INTEGER-OF-DATE(WS-PROM-BASE) + IM-SHIP-DAYS.
99.7 261015             COMPUTE ORD-PROM-DATE = FUNCTION DATE-OF-INTEGER
99.8 261015                 (WS-PROM-INT).
99.9 261015             IF ORD-REQ-DATE > ORD-PROM-DATE
100. 261015                MOVE ORD-REQ-DATE TO ORD-PROM-DATE.
101. 261015         650-EXIT.
19.6 260901             EXIT.
397. 261015         680-EXPLODE-KIT.
398. 261015       * one component line per bill-of-material row, numbered on
399. 261015       * from the kit line and pointing back at it: the quantity the
400. 261015       * kits need, no price of its own (the customer pays the kit
401. 261015       * line), allocated or backordered against stock exactly as an
402. 261015       * ordinary line is, and promised with the kit
403. 261015             MOVE WS-LINE-NO TO WS-KIT-LINE-NO.
404. 261015             MOVE 'N' TO WS-KC-END.
405. 261015             MOVE ORD-ITEM-NUM TO KC-KIT-ITEM.
406. 261015             MOVE LOW-VALUES   TO KC-COMP-ITEM.
407. 261015             START KITCOMP
408. 261015                 KEY NOT LESS KC-KEY
409. 261015                 INVALID KEY
410. 261015                    SET KC-END TO TRUE.
411. 261015             PERFORM UNTIL KC-END
412. 261015                READ KITCOMP NEXT
413. 261015                    AT END
414. 261015                       SET KC-END TO TRUE
415. 261015                    NOT AT END
416. 261015                       IF KC-KIT-ITEM NOT = ORD-ITEM-NUM
417. 261015                          SET KC-END TO TRUE
418. 261015                       ELSE
419. 261015                          PERFORM 690-COMPONENT-LINE THRU 690-EXIT
420. 261015                       END-IF
421. 261015                END-READ
422. 261015             END-PERFORM.
423. 261015         680-EXIT.
424. 261015             EXIT.
425. 261015         690-COMPONENT-LINE.
426. 261015             MOVE KC-COMP-ITEM TO WS-ALC-ITEM.
427. 261015             COMPUTE WS-ALC-QTY = ORD-QTY * KC-QTY-PER.
428. 261015             MOVE KC-COMP-ITEM TO IM-ITEM-NUM.
429. 261015             READ ITEMMSTR
430. 261015                 INVALID KEY
431. 261015                    MOVE 0 TO IM-QTY-ON-HAND.
432. 261015             MOVE IM-QTY-ON-HAND TO WS-ALC-ON-HAND.
433. 261015             PERFORM 600-ALLOCATE.
434. 261015             ADD 1 TO WS-LINE-NO.
435. 261015             MOVE ORD-ORDER-NUM  TO OD-ORDER-NUM.
436. 261015             MOVE WS-LINE-NO     TO OD-LINE.
437. 261015             MOVE KC-COMP-ITEM   TO OD-ITEM-NUM.
438. 261015             MOVE WS-ALC-QTY     TO OD-QTY.
439. 261015             MOVE 0              TO OD-EXT-PRICE.
440. 261015             MOVE 'K'            TO OD-PRICE-SRC.
441. 261015             MOVE SRC-WHSE       TO OD-WHSE.
442. 261015             MOVE ORD-REQ-DATE   TO OD-REQ-DATE.
443. 261015             MOVE ORD-PROM-DATE  TO OD-PROM-DATE.
444. 261015             MOVE 0              TO OD-SHIP-DATE.
445. 261015             MOVE WS-KIT-LINE-NO TO OD-KIT-LINE.
590. 261015             MOVE 0              TO OD-ORIG-ITEM.
674. 261015             MOVE WS-ALC-LOT     TO OD-LOT-NUM.
682. 261015             MOVE 0              TO OD-UNIT-COST OD-EXT-COST.
446. 261015             MOVE WS-NEW-STATUS  TO OD-STATUS.
447. 261015             WRITE ORDDTL-REC
448. 261015                 INVALID KEY
449. 261015                    CONTINUE
450. 261015             END-WRITE.
451. 261015         690-EXIT.
452. 261015             EXIT.
33.9 260901         700-PRICE-LINE.
34.0 260901       * the latest contract row whose validity covers today wins;
34.1 260901       * no covering row falls back to the item-master list price
36.6 260901                       END-IF
36.7 260901                END-READ
36.8 260901             END-PERFORM.
86.7 261015             IF WS-PRICE-SRC = 'L'
86.8 261015                PERFORM 750-PRICE-RULES THRU 750-EXIT
86.9 261015             END-IF.
36.9 260901         700-EXIT.
37.0 260901             EXIT.
87.0 261015         750-PRICE-RULES.
87.1 261015       * no contract covers the line: the cheapest rule in force for
87.2 261015       * the quantity ordered - item rules and category rules alike -
87.3 261015       * beats the list price
87.4 261015             MOVE SPACES TO WS-RULE-CODE.
87.5 261015             MOVE ORD-ITEM-NUM TO PR-ITEM-NUM.
87.6 261015             MOVE SPACES       TO PR-CATEGORY.
87.7 261015             PERFORM 760-SCAN-RULES THRU 760-EXIT.
87.8 261015             IF IM-CATEGORY = SPACES
87.9 261015                GO TO 750-EXIT.
88.0 261015             MOVE 0            TO PR-ITEM-NUM.
88.1 261015             MOVE IM-CATEGORY  TO PR-CATEGORY.
88.2 261015             PERFORM 760-SCAN-RULES THRU 760-EXIT.
88.3 261015         750-EXIT.
88.4 261015             EXIT.
88.5 261015         760-SCAN-RULES.
88.6 261015             MOVE PR-ITEM-NUM TO WS-PR-ITEM.
88.7 261015             MOVE PR-CATEGORY TO WS-PR-CATG.
88.8 261015             MOVE LOW-VALUES  TO PR-RULE-CODE.
88.9 261015             MOVE 'N' TO WS-PR-END.
89.0 261015             START PRCRULE
89.1 261015                 KEY NOT LESS PR-KEY
89.2 261015                 INVALID KEY
89.3 261015                    SET PR-END TO TRUE.
89.4 261015             PERFORM UNTIL PR-END
89.5 261015                READ PRCRULE NEXT
89.6 261015                    AT END
89.7 261015                       SET PR-END TO TRUE
89.8 261015                    NOT AT END
89.9 261015                       IF PR-ITEM-NUM NOT = WS-PR-ITEM OR
90.0 261015                          PR-CATEGORY NOT = WS-PR-CATG
90.1 261015                          SET PR-END TO TRUE
90.2 261015                       ELSE
90.3 261015                          PERFORM 770-TRY-RULE THRU 770-EXIT
90.4 261015                       END-IF
90.5 261015                END-READ
90.6 261015             END-PERFORM.
90.7 261015         760-EXIT.
90.8 261015             EXIT.
90.9 261015         770-TRY-RULE.
91.0 261015             IF ORD-QTY < PR-MIN-QTY OR PR-FROM-DATE > WS-TODAY
91.1 261015                GO TO 770-EXIT.
91.2 261015             IF PR-TO-DATE NOT = 0 AND PR-TO-DATE < WS-TODAY
91.3 261015                GO TO 770-EXIT.
91.4 261015             COMPUTE WS-RULE-PRICE ROUNDED =
91.5 261015                 IM-UNIT-PRICE * (100 - PR-DISC-PCT) / 100.
91.6 261015             IF WS-RULE-PRICE < WS-USE-PRICE
91.7 261015                MOVE WS-RULE-PRICE TO WS-USE-PRICE
91.8 261015                MOVE PR-TYPE       TO WS-PRICE-SRC
91.9 261015                MOVE PR-RULE-CODE  TO WS-RULE-CODE
92.0 261015             END-IF.
92.1 261015         770-EXIT.
92.2 261015             EXIT.
92.3 261015         780-LOG-RULE.
92.4 261015       * what the rule gave away on this line, for PROMORPT
92.5 261015             MOVE WS-TODAY      TO PH-DATE.
92.6 261015             MOVE ORD-ORDER-NUM TO PH-ORDER-NUM.
92.7 261015             MOVE WS-LINE-NO    TO PH-LINE.
92.8 261015             MOVE WS-RULE-CODE  TO PH-RULE-CODE.
92.9 261015             MOVE WS-PRICE-SRC  TO PH-TYPE.
93.0 261015             MOVE ORD-ITEM-NUM  TO PH-ITEM-NUM.
93.1 261015             MOVE ORD-QTY       TO PH-QTY.
93.2 261015             MOVE IM-UNIT-PRICE TO PH-LIST-PRICE.
93.3 261015             MOVE WS-USE-PRICE  TO PH-PRICE.
93.4 261015             COMPUTE PH-DISCOUNT =
93.5 261015                 ORD-QTY * IM-UNIT-PRICE - OD-EXT-PRICE.
93.6 261015             WRITE PRCHIST-REC
93.7 261015                 INVALID KEY
93.8 261015                    CONTINUE
93.9 261015             END-WRITE.
94.0 261015         780-EXIT.
94.1 261015             EXIT.
43.6 260901         800-CHECK-CREDIT.
43.7 260901       * exposure = every not-yet-invoiced line of the customer
43.8 260901       * (open orders and shipped-unbilled alike), found through
71.0 261015       * the ORDCIDX customer index, plus the unpaid balance of
71.1 261015       * every invoice on the AR ledger; warn-and-accept up to ten
44.0 260901       * percent over the limit, refuse above that. A zero limit
44.1 260901       * means credit never set one - no gate.
44.2 260901             MOVE ORD-CUST-ID TO CM-CUST-ID.
46.6 260901                       END-IF
46.7 260901                END-READ
46.8 260901             END-PERFORM.
688. 261015             PERFORM 820-SUM-RECEIVABLES THRU 820-EXIT.
46.9 260901             COMPUTE WS-TOLERANCE = CM-CREDIT-LIMIT * 1.10.
47.0 260901             IF WS-EXPOSURE + WS-NEW-VALUE > WS-TOLERANCE
47.1 260901                MOVE '5' TO ORD-STATUS
49.3 260901                       IF OD-ORDER-NUM NOT = WS-CR-ORDER
49.4 260901                          SET CR2-END TO TRUE
49.5 260901                       ELSE
76.5 261015                          IF OD-STATUS NOT = 'I' AND OD-STATUS NOT = 'X'
49.7 260901                             ADD OD-EXT-PRICE TO WS-EXPOSURE
49.8 260901                          END-IF
49.9 260901                       END-IF
50.9 260901                    SET CR-END TO TRUE.
51.0 260901         810-EXIT.
51.1 260901             EXIT.
73.0 261015         820-SUM-RECEIVABLES.
73.1 261015       * what has been billed and not yet paid is exposure too; cash
73.2 261015       * the customer has on account offsets it, never below zero
73.3 261015             MOVE 0 TO WS-UNAPPLIED.
73.4 261015             MOVE 'N' TO WS-AR-END.
73.5 261015             MOVE ORD-CUST-ID TO AR-CUST-ID.
73.6 261015             MOVE LOW-VALUES  TO AR-DOC-TYPE AR-DOC-NUM.
73.7 261015             START ARITEM
73.8 261015                 KEY NOT LESS AR-KEY
73.9 261015                 INVALID KEY
74.0 261015                    SET AR-END TO TRUE.
74.1 261015             PERFORM UNTIL AR-END
74.2 261015                READ ARITEM NEXT
74.3 261015                    AT END
74.4 261015                       SET AR-END TO TRUE
74.5 261015                    NOT AT END
74.6 261015                       IF AR-CUST-ID NOT = ORD-CUST-ID
74.7 261015                          SET AR-END TO TRUE
74.8 261015                       ELSE
74.9 261015                          IF AR-DOC-TYPE = 'U' OR AR-DOC-TYPE = 'C'
75.0 261015                             ADD AR-BALANCE TO WS-UNAPPLIED
75.1 261015                          ELSE
75.2 261015                             ADD AR-BALANCE TO WS-EXPOSURE
75.3 261015                          END-IF
75.4 261015                       END-IF
75.5 261015                END-READ
75.6 261015             END-PERFORM.
75.7 261015             IF WS-UNAPPLIED > WS-EXPOSURE
75.8 261015                MOVE 0 TO WS-EXPOSURE
75.9 261015             ELSE
76.0 261015                SUBTRACT WS-UNAPPLIED FROM WS-EXPOSURE
76.1 261015             END-IF.
76.2 261015         820-EXIT.
76.3 261015             EXIT.
2.59 260822        HALT.
