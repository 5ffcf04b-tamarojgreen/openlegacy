1.25 260901            SELECT IVGRPT ASSIGN TO PRINTER-IVGRPT
1.26 260901                ORGANIZATION IS LINE SEQUENTIAL
1.27 260901                FILE STATUS IS WS-RPT-STATUS.
31.0 261015       * the open-item ledger - every invoice cut here opens an AR
31.1 261015       * item that CASHAPPL settles and ARAGING ages
31.2 261015            SELECT ARITEM ASSIGN TO DATABASE-ARITEM
31.3 261015                ORGANIZATION IS INDEXED
31.4 261015                ACCESS MODE IS DYNAMIC
31.5 261015                RECORD KEY IS AR-KEY
31.6 261015                FILE STATUS IS WS-AR-STATUS.
38.2 261015       * the cost each billed line carried, for returns and margin
38.3 261015            SELECT ITEMMSTR ASSIGN TO DATABASE-ITEMMSTR
38.4 261015                ORGANIZATION IS INDEXED
38.5 261015                ACCESS MODE IS DYNAMIC
38.6 261015                RECORD KEY IS IM-ITEM-NUM
38.7 261015                FILE STATUS IS WS-FILE-STATUS.
38.8 261015       * credit memos raised by RMAENTRY since the last register
38.9 261015            SELECT CRMEMO ASSIGN TO DATABASE-CRMEMO
39.0 261015                ORGANIZATION IS INDEXED
39.1 261015                ACCESS MODE IS DYNAMIC
39.2 261015                RECORD KEY IS CN-CRM-NUM
39.3 261015                FILE STATUS IS WS-CRM-STATUS.
97.6 261015       * a kit's billed cost is the cost of its bill of material
97.7 261015            SELECT KITCOMP ASSIGN TO DATABASE-KITCOMP
97.8 261015                ORGANIZATION IS INDEXED
97.9 261015                ACCESS MODE IS DYNAMIC
98.0 261015                RECORD KEY IS KC-KEY
98.1 261015                FILE STATUS IS WS-KCP-STATUS.
53.5 261015       * the customer's exemption and the category's tax code decide
53.6 261015       * how each billed line is taxed
53.7 261015            SELECT CUSTMSTR ASSIGN TO DATABASE-CUSTMSTR
53.8 261015                ORGANIZATION IS INDEXED
53.9 261015                ACCESS MODE IS DYNAMIC
54.0 261015                RECORD KEY IS CM-CUST-ID
54.1 261015                FILE STATUS IS WS-FILE-STATUS.
54.2 261015            SELECT CATGREF ASSIGN TO DATABASE-CATGREF
54.3 261015                ORGANIZATION IS INDEXED
54.4 261015                ACCESS MODE IS DYNAMIC
54.5 261015                RECORD KEY IS CR-CATEGORY
54.6 261015                FILE STATUS IS WS-FILE-STATUS.
54.7 261015       * sales tax rates by tax code and effective date
54.8 261015            SELECT TAXRATE ASSIGN TO DATABASE-TAXRATE
54.9 261015                ORGANIZATION IS INDEXED
55.0 261015                ACCESS MODE IS DYNAMIC
55.1 261015                RECORD KEY IS TR-KEY
55.2 261015                FILE STATUS IS WS-TAX-STATUS.
74.0 261015       * carrier rates by ship method, district and weight band, and
74.1 261015       * the log of every freight pricing for FRTSUM
74.2 261015            SELECT FRTRATE ASSIGN TO DATABASE-FRTRATE
74.3 261015                ORGANIZATION IS INDEXED
74.4 261015                ACCESS MODE IS DYNAMIC
74.5 261015                RECORD KEY IS FR-KEY
74.6 261015                FILE STATUS IS WS-FRT-STATUS.
74.7 261015            SELECT FRTHIST ASSIGN TO DATABASE-FRTHIST
74.8 261015                ORGANIZATION IS INDEXED
74.9 261015                ACCESS MODE IS DYNAMIC
75.0 261015                RECORD KEY IS FH-KEY
75.1 261015                FILE STATUS IS WS-FH-STATUS.
142. 261015       * the card processor's settlement file - one charge per invoice
143. 261015       * on an order paid by card (ORDPAY)
144. 261015            SELECT CARDSETL ASSIGN TO DATABASE-CARDSETL
145. 261015                ORGANIZATION IS LINE SEQUENTIAL
146. 261015                FILE STATUS IS WS-STL-STATUS.
1.28 260901        DATA DIVISION.
1.29 260901        FILE SECTION.
1.30 260901        FD  ORDHDR
1.33 260901           03  OH-ORDER-NUM      PIC 9(8).
1.34 260901           03  OH-CUST-ID        PIC X(10).
1.35 260901           03  OH-DATE           PIC 9(8).
147. 261015       * how the order is paid - see ORDPAY
148. 261015           03  OH-PAY-METHOD     PIC X.
149. 261015           03  OH-CARD-SLOT      PIC 9(2).
150. 261015           03  OH-CARD-TOKEN     PIC 9(11).
195. 261015           03  OH-CARD-LAST4     PIC 9(4).
1.36 260901        FD  ORDDTL
1.37 260901                LABEL RECORD IS STANDARD.
1.38 260901        01  ORDDTL-REC.
30.0 260901       * where the line price came from: C = customer contract
30.1 260901       * price (CONTRPRC), L = the item-master list price
30.2 260901           03  OD-PRICE-SRC      PIC X.
53.3 261015       * shipping warehouse - see ORDENTRY
53.4 261015           03  OD-WHSE           PIC X(3).
97.2 261015       * requested, promised and shipped dates - see ORDENTRY
97.3 261015           03  OD-REQ-DATE       PIC 9(8).
97.4 261015           03  OD-PROM-DATE      PIC 9(8).
97.5 261015           03  OD-SHIP-DATE      PIC 9(8).
98.2 261015       * kit component link - see ORDENTRY
98.3 261015           03  OD-KIT-LINE       PIC 9(3).
140. 261015       * item as ordered, when superseded - see ORDENTRY
141. 261015           03  OD-ORIG-ITEM      PIC 9(8).
228. 261015       * allocated lot - see ORDENTRY
229. 261015           03  OD-LOT-NUM        PIC X(12).
312. 261015       * cost at shipment - see SHIPCONF
313. 261015           03  OD-UNIT-COST      PIC 9(5)V99.
314. 261015           03  OD-EXT-COST       PIC 9(7)V99.
1.47 260901        FD  INVHDR
1.48 260901                LABEL RECORD IS STANDARD.
1.49 260901        01  INVHDR-REC.
1.50 260901           03  IV-INV-NUM        PIC 9(8).
1.51 260901           03  IV-CUST-ID        PIC X(10).
1.52 260901           03  IV-DATE           PIC 9(8).
55.3 261015       * IV-TOTAL is the gross the customer owes - net of the
55.4 261015       * lines plus the sales tax on them
55.5 261015           03  IV-TOTAL          PIC 9(9)V99.
55.6 261015           03  IV-NET            PIC 9(9)V99.
55.7 261015           03  IV-TAX            PIC 9(9)V99.
1.54 260901        FD  INVLINE
1.55 260901                LABEL RECORD IS STANDARD.
1.56 260901        01  INVLINE-REC.
1.62 260901           03  IL-ITEM-NUM       PIC 9(8).
1.63 260901           03  IL-QTY            PIC 9(5).
1.64 260901           03  IL-EXT-PRICE      PIC 9(7)V99.
39.4 261015       * IM-UNIT-COST when the line was billed
39.5 261015           03  IL-UNIT-COST      PIC 9(5)V99.
55.8 261015       * sales tax on the line at the TAXRATE rate in force on
55.9 261015       * the invoice date
56.0 261015           03  IL-TAX-CODE       PIC X(2).
56.1 261015           03  IL-TAX-RATE       PIC 9(2)V999.
56.2 261015           03  IL-TAX-AMT        PIC 9(7)V99.
75.2 261015       * the line's ship method and shipped weight; IL-LINE-TYPE F
75.3 261015       * marks the freight charge INVGEN adds per ship method (item
75.4 261015       * zero, priced from FRTRATE on IL-WEIGHT), spaces = goods
75.5 261015           03  IL-LINE-TYPE      PIC X.
75.6 261015           03  IL-SHIP-METHOD    PIC X(10).
75.7 261015           03  IL-WEIGHT         PIC 9(7).
1.65 260901        FD  IVGRPT
1.66 260901                LABEL RECORD IS STANDARD.
1.67 260901        01  RPT-LINE          PIC X(80).
32.0 261015        FD  ARITEM
32.1 261015                LABEL RECORD IS STANDARD.
32.2 261015        01  ARITEM-REC.
32.3 261015           03  AR-KEY.
32.4 261015              05  AR-CUST-ID     PIC X(10).
32.5 261015              05  AR-DOC-TYPE    PIC X.
32.6 261015              05  AR-DOC-NUM     PIC 9(8).
32.7 261015           03  AR-DOC-DATE       PIC 9(8).
32.8 261015           03  AR-AMOUNT         PIC 9(9)V99.
32.9 261015           03  AR-APPLIED        PIC 9(9)V99.
33.0 261015           03  AR-BALANCE        PIC 9(9)V99.
33.1 261015           03  AR-LAST-PAY-DATE  PIC 9(8).
33.2 261015           03  AR-STATUS         PIC X.
39.6 261015        FD  ITEMMSTR
39.7 261015                LABEL RECORD IS STANDARD.
39.8 261015        01  ITEMMSTR-REC.
39.9 261015           03  IM-ITEM-NUM       PIC 9(8).
40.0 261015           03  IM-ITEM-NAME      PIC X(16).
40.1 261015           03  IM-DESCRIPTION    PIC X(28).
40.2 261015           03  IM-WEIGHT         PIC 9(4).
40.3 261015           03  IM-SHIP-METHOD    PIC X(10).
40.4 261015           03  IM-SHIP-DAYS      PIC 9(4).
40.5 261015           03  IM-UNIT-PRICE     PIC 9(5)V99.
40.6 261015           03  IM-QTY-ON-HAND    PIC 9(5).
40.7 261015           03  IM-REORDER-POINT  PIC 9(5).
40.8 261015           03  IM-CATEGORY       PIC X(16).
40.9 261015           03  IM-DESCRIPTION-LONG       PIC X(80).
41.0 261015       * lifecycle: A = active, D = discontinued
41.1 261015           03  IM-STATUS         PIC X.
41.2 261015       * last-changed stamp for optimistic locking - see UPDATEITEM
41.3 261015           03  IM-LAST-CHANGED   PIC X(21).
41.4 261015       * moving-average unit cost, maintained as receipts post -
41.5 261015       * IM-UNIT-PRICE is the selling price, this is what the
41.6 261015       * stock actually cost; STOCKVAL values at this
41.7 261015           03  IM-UNIT-COST      PIC 9(5)V99.
230. 261015       * lot control - see INVPOST
231. 261015           03  IM-LOT-CTRL       PIC X.
232. 261015       * ABC class and last count date - see ABCCLASS
233. 261015           03  IM-ABC-CLASS      PIC X.
234. 261015           03  IM-LAST-COUNT     PIC 9(8).
98.4 261015        FD  KITCOMP
98.5 261015                LABEL RECORD IS STANDARD.
98.6 261015       * kit bill of material - see KITMNT
98.7 261015        01  KITCOMP-REC.
98.8 261015           03  KC-KEY.
98.9 261015              05  KC-KIT-ITEM    PIC 9(8).
99.0 261015              05  KC-COMP-ITEM   PIC 9(8).
99.1 261015           03  KC-QTY-PER        PIC 9(3).
41.8 261015        FD  CRMEMO
41.9 261015                LABEL RECORD IS STANDARD.
42.0 261015        01  CRMEMO-REC.
42.1 261015           03  CN-CRM-NUM        PIC 9(8).
42.2 261015           03  CN-CUST-ID        PIC X(10).
42.3 261015           03  CN-DATE           PIC 9(8).
42.4 261015           03  CN-INV-NUM        PIC 9(8).
42.5 261015           03  CN-INV-LINE       PIC 9(3).
42.6 261015           03  CN-RMA-NUM        PIC 9(8).
42.7 261015           03  CN-ITEM-NUM       PIC 9(8).
42.8 261015           03  CN-QTY            PIC 9(5).
42.9 261015           03  CN-AMOUNT         PIC 9(7)V99.
56.3 261015       * the part of CN-AMOUNT that reverses sales tax
56.4 261015           03  CN-TAX-AMT        PIC 9(7)V99.
43.0 261015           03  CN-REGISTERED     PIC X.
56.5 261015        FD  CUSTMSTR
56.6 261015                LABEL RECORD IS STANDARD.
56.7 261015        01  CUSTMSTR-REC.
56.8 261015           03  CM-CUST-ID        PIC X(10).
56.9 261015           03  CM-DISTRICT       PIC X(5).
57.0 261015       * credit ceiling - zero = no limit set
57.1 261015           03  CM-CREDIT-LIMIT   PIC 9(9)V99.
57.2 261015       * Y = tax-exempt customer - INVGEN bills it no sales tax
57.3 261015           03  CM-TAX-EXEMPT     PIC X.
75.8 261015       * Y = free-freight contract - INVGEN prices the freight but
75.9 261015       * does not bill it
76.0 261015           03  CM-FREE-FREIGHT   PIC X.
318. 261015       * agent of record - the agent paid commission on the
319. 261015       * customer's sales (COMMRUN); zeros = none
320. 261015           03  CM-AGENT-MHOZ     PIC 9(2).
321. 261015           03  CM-AGENT-SOCN     PIC 9(6).
57.4 261015        FD  CATGREF
57.5 261015                LABEL RECORD IS STANDARD.
57.6 261015        01  CATGREF-REC.
57.7 261015           03  CR-CATEGORY       PIC X(16).
57.8 261015           03  CR-DESC           PIC X(28).
57.9 261015       * tax code INVGEN bills the category's lines under - EX
58.0 261015       * exempt, ZR zero-rated, ST standard (the default when
58.1 261015       * blank); the rate itself comes from TAXRATE
58.2 261015           03  CR-TAX-CODE       PIC X(2).
315. 261015       * minimum margin over moving-average cost, percent - a price
316. 261015       * set under it waits for a second operator; see MRGGUARD
317. 261015           03  CR-MIN-MARGIN     PIC 9(3)V99.
58.3 261015        FD  TAXRATE
58.4 261015                LABEL RECORD IS STANDARD.
58.5 261015       * one row per code per change of rate; TR-RATE is a percent
58.6 261015       * (20.000 = twenty percent) and holds from TR-EFF-DATE until
58.7 261015       * the code's next row takes over
58.8 261015        01  TAXRATE-REC.
58.9 261015           03  TR-KEY.
59.0 261015              05  TR-TAX-CODE    PIC X(2).
59.1 261015              05  TR-EFF-DATE    PIC 9(8).
59.2 261015           03  TR-RATE           PIC 9(2)V999.
59.3 261015           03  TR-DESC           PIC X(20).
76.1 261015        FD  FRTRATE
76.2 261015                LABEL RECORD IS STANDARD.
76.3 261015       * carrier rate table - one row per ship method, destination
76.4 261015       * district and weight band; FR-WEIGHT-TO is the band's upper
76.5 261015       * bound, the band runs up from the previous row's bound.
76.6 261015       * A blank district is the method's rate for any district.
76.7 261015        01  FRTRATE-REC.
76.8 261015           03  FR-KEY.
76.9 261015              05  FR-SHIP-METHOD PIC X(10).
77.0 261015              05  FR-DISTRICT    PIC X(5).
77.1 261015              05  FR-WEIGHT-TO   PIC 9(7).
77.2 261015           03  FR-CHARGE         PIC 9(5)V99.
77.3 261015        FD  FRTHIST
77.4 261015                LABEL RECORD IS STANDARD.
77.5 261015       * one row per invoice per ship method priced; FH-STATUS B =
77.6 261015       * billed, G = given away to a free-freight customer, U = no
77.7 261015       * rate band covers the weight
77.8 261015        01  FRTHIST-REC.
77.9 261015           03  FH-KEY.
78.0 261015              05  FH-DATE        PIC 9(8).
78.1 261015              05  FH-INV-NUM     PIC 9(8).
78.2 261015              05  FH-SHIP-METHOD PIC X(10).
78.3 261015           03  FH-CUST-ID        PIC X(10).
78.4 261015           03  FH-DISTRICT       PIC X(5).
78.5 261015           03  FH-WEIGHT         PIC 9(7).
78.6 261015           03  FH-FREIGHT        PIC 9(7)V99.
78.7 261015           03  FH-STATUS         PIC X.
151. 261015        FD  CARDSETL
152. 261015                LABEL RECORD IS STANDARD.
153. 261015       * one charge to the card on the order for the invoice's gross;
154. 261015       * the processor answers each in its response file, which
155. 261015       * CARDRESP loads back against the invoice
156. 261015        01  CARDSETL-REC.
157. 261015           03  ST-INV-NUM        PIC 9(8).
158. 261015           03  ST-CUST-ID        PIC X(10).
196. 261015       * the card number in full, out of the CARDTOKN vault - the
197. 261015       * processor's file, the only one outside the vault to carry it
159. 261015           03  ST-CARD-NUMBER    PIC 9(11).
160. 261015           03  ST-AMOUNT         PIC 9(9)V99.
161. 261015           03  ST-DATE           PIC 9(8).
1.68 260901        WORKING-STORAGE SECTION.
1.69 260901        01  WS-HDR-STATUS     PIC XX.
1.70 260901        01  WS-DTL-STATUS     PIC XX.
1.71 260901        01  WS-IVH-STATUS     PIC XX.
1.72 260901        01  WS-IVL-STATUS     PIC XX.
1.73 260901        01  WS-RPT-STATUS     PIC XX.
34.0 261015        01  WS-AR-STATUS      PIC XX.
43.1 261015        01  WS-FILE-STATUS    PIC XX.
43.2 261015        01  WS-CRM-STATUS     PIC XX.
43.3 261015        01  WS-CRM-END        PIC X VALUE 'N'.
43.4 261015           88 CRM-END               VALUE 'Y'.
99.2 261015        01  WS-KCP-STATUS     PIC XX.
99.3 261015        01  WS-KC-END         PIC X VALUE 'N'.
99.4 261015           88 KC-END                VALUE 'Y'.
99.5 261015        01  WS-KIT-COST       PIC 9(7)V99 VALUE 0.
43.5 261015        01  WS-CRM-CNT        PIC 9(5) VALUE 0.
43.6 261015        01  WS-CRM-TOTAL      PIC 9(11)V99 VALUE 0.
43.7 261015        01  WS-CUST-NET       PIC S9(11)V99 VALUE 0.
43.8 261015        01  WS-TALLY-AMT      PIC 9(9)V99 VALUE 0.
59.4 261015        01  WS-TAX-STATUS     PIC XX.
59.5 261015        01  WS-TAX-END        PIC X VALUE 'N'.
59.6 261015           88 TAX-END               VALUE 'Y'.
59.7 261015        01  WS-CUST-EXEMPT    PIC X VALUE 'N'.
59.8 261015        01  WS-INV-NET        PIC 9(9)V99 VALUE 0.
59.9 261015        01  WS-INV-TAX        PIC 9(9)V99 VALUE 0.
60.0 261015        01  WS-RUN-NET        PIC 9(11)V99 VALUE 0.
60.1 261015        01  WS-RUN-TAX        PIC 9(11)V99 VALUE 0.
60.2 261015        01  WS-CRM-TAX        PIC 9(11)V99 VALUE 0.
60.3 261015       * net and tax billed at each code and rate - the control
60.4 261015       * block's tax tie-out
60.5 261015        01  WS-RATE-TBL.
60.6 261015           03  WS-RATE-O OCCURS 20.
60.7 261015              05  WS-RATE-CODE       PIC X(2).
60.8 261015              05  WS-RATE-PCT        PIC 9(2)V999.
60.9 261015              05  WS-RATE-NET        PIC 9(11)V99.
61.0 261015              05  WS-RATE-TAX        PIC 9(11)V99.
61.1 261015        01  WS-RATE-CNT       PIC 9(3) VALUE 0.
61.2 261015        01  I-RATE            PIC 9(3) VALUE 0.
61.3 261015        01  WS-RATE-FOUND     PIC X VALUE 'N'.
61.4 261015           88 RATE-FOUND            VALUE 'Y'.
78.8 261015        01  WS-FRT-STATUS     PIC XX.
78.9 261015        01  WS-FH-STATUS      PIC XX.
79.0 261015        01  WS-CUST-DISTRICT  PIC X(5) VALUE SPACES.
79.1 261015        01  WS-CUST-FREE-FRT  PIC X VALUE 'N'.
79.2 261015        01  WS-FRT-DISTRICT   PIC X(5) VALUE SPACES.
79.3 261015        01  WS-FREIGHT        PIC 9(7)V99 VALUE 0.
79.4 261015        01  WS-FRT-PRICED     PIC X VALUE 'N'.
79.5 261015           88 FRT-PRICED            VALUE 'Y'.
79.6 261015        01  WS-FRT-BILLED     PIC 9(11)V99 VALUE 0.
79.7 261015        01  WS-FRT-GIVEN      PIC 9(11)V99 VALUE 0.
79.8 261015        01  WS-FRT-UNPRICED   PIC 9(5) VALUE 0.
79.9 261015       * shipped weight per ship method on the invoice being cut
80.0 261015        01  WS-WGT-TBL.
80.1 261015           03  WS-WGT-O OCCURS 10.
80.2 261015              05  WS-WGT-METHOD      PIC X(10).
80.3 261015              05  WS-WGT-WEIGHT      PIC 9(7).
80.4 261015        01  WS-WGT-CNT        PIC 9(3) VALUE 0.
80.5 261015        01  I-WGT             PIC 9(3) VALUE 0.
80.6 261015        01  WS-WGT-FOUND      PIC X VALUE 'N'.
80.7 261015           88 WGT-FOUND             VALUE 'Y'.
162. 261015        01  WS-STL-STATUS     PIC XX.
163. 261015       * how the order being invoiced is paid - see ORDPAY
164. 261015        01  WS-CUR-PAY        PIC X VALUE SPACE.
165. 261015        01  WS-CUR-TOKEN      PIC 9(11) VALUE 0.
166. 261015        01  WS-CARD-CNT       PIC 9(5) VALUE 0.
167. 261015        01  WS-CARD-TOTAL     PIC 9(11)V99 VALUE 0.
198. 261015        01  WS-CARD-LOST      PIC 9(5) VALUE 0.
199. 261015       * the CARDTOKN parameter set - the settlement file is the one
200. 261015       * place INVGEN needs the real card number
201. 261015        01  TKN-FUNC          PIC X VALUE 'D'.
202. 261015        01  TKN-TOKEN         PIC 9(11).
203. 261015        01  TKN-CARD-NUMBER   PIC 9(11).
204. 261015        01  TKN-LAST4         PIC 9(4).
205. 261015        01  TKN-PROGRAM       PIC X(10) VALUE 'INVGEN    '.
206. 261015        01  TKN-USER          PIC X(10) VALUE 'INVGEN    '.
207. 261015        01  TKN-STATUS        PIC X.
1.74 260901        01  WS-TODAY          PIC 9(8) VALUE 0.
235. 261015       * every invoice and credit memo is booked to the ledger - goods
236. 261015       * lines under their item category, freight and tax per invoice;
237. 261015       * see GLPOST
238. 261015        01  GLP-EVENT         PIC X(4) VALUE SPACES.
239. 261015        01  GLP-AMOUNT        PIC S9(11)V99 VALUE 0.
240. 261015        01  GLP-SOURCE        PIC X(10) VALUE 'INVGEN    '.
241. 261015        01  GLP-STATUS        PIC X VALUE '0'.
242. 261015           88 GLP-SUSPENSE          VALUE '1'.
243. 261015           88 GLP-IO-ERROR          VALUE '2'.
244. 261015        01  WS-GL-CATG        PIC X(16) VALUE SPACES.
245. 261015        01  WS-GL-ITEM        PIC 9(8) VALUE 0.
246. 261015        01  WS-GL-REF         PIC X(10) VALUE SPACES.
247. 261015        01  WS-GL-CNT         PIC 9(5) VALUE 0.
248. 261015        01  WS-GL-SUSP-CNT    PIC 9(5) VALUE 0.
249. 261015        01  WS-GL-ERR-CNT     PIC 9(5) VALUE 0.
1.75 260901        01  WS-SEQ-NAME       PIC X(16) VALUE 'INVHDR          '.
1.76 260901        01  WS-SEQ-VALUE      PIC 9(12) VALUE 0.
1.77 260901        01  WS-SEQ-CALLER     PIC X(10) VALUE 'INVGEN    '.
1.93 260901           03  WS-CUST-O OCCURS 100.
1.94 260901              05  WS-CUST-ID         PIC X(10).
1.95 260901              05  WS-CUST-VALUE      PIC 9(11)V99.
43.9 261015              05  WS-CUST-CREDIT     PIC 9(11)V99.
1.96 260901        01  WS-CUST-CNT       PIC 9(3) VALUE 0.
1.97 260901        01  I-CUST            PIC 9(3) VALUE 0.
1.98 260901        01  WS-CUST-FOUND     PIC X VALUE 'N'.
2.03 260901           03  FILLER            PIC X(2) VALUE SPACES.
2.04 260901           03  RPT-CUST          PIC X(10).
2.05 260901           03  FILLER            PIC X(2) VALUE SPACES.
61.5 261015           03  RPT-NET           PIC Z(8)9.99.
61.6 261015           03  FILLER            PIC X(2) VALUE SPACES.
61.7 261015           03  RPT-TAX           PIC Z(8)9.99.
61.8 261015           03  FILLER            PIC X(2) VALUE SPACES.
61.9 261015           03  RPT-TOTAL         PIC Z(8)9.99.
2.07 260901        01  WS-CUST-DETAIL.
2.08 260901           03  RPT-C-CUST        PIC X(10).
2.09 260901           03  FILLER            PIC X(2) VALUE SPACES.
2.10 260901           03  RPT-C-VALUE       PIC Z(10)9.99.
44.0 261015           03  FILLER            PIC X(2) VALUE SPACES.
44.1 261015           03  RPT-C-CREDIT      PIC Z(10)9.99.
44.2 261015           03  FILLER            PIC X(2) VALUE SPACES.
44.3 261015           03  RPT-C-NET         PIC -(11)9.99.
44.4 261015        01  WS-CRM-DETAIL.
44.5 261015           03  FILLER            PIC X(8) VALUE 'CR MEMO '.
44.6 261015           03  RPT-M-CRM         PIC 9(8).
44.7 261015           03  FILLER            PIC X(2) VALUE SPACES.
44.8 261015           03  RPT-M-CUST        PIC X(10).
44.9 261015           03  FILLER            PIC X(2) VALUE SPACES.
45.0 261015           03  RPT-M-AMOUNT      PIC Z(8)9.99.
45.1 261015           03  FILLER            PIC X(6) VALUE ' INV  '.
45.2 261015           03  RPT-M-INV         PIC 9(8).
62.0 261015        01  WS-RATE-DETAIL.
62.1 261015           03  FILLER            PIC X(4) VALUE 'TAX '.
62.2 261015           03  RPT-R-CODE        PIC X(2).
62.3 261015           03  FILLER            PIC X(2) VALUE SPACES.
62.4 261015           03  RPT-R-PCT         PIC Z9.999.
62.5 261015           03  FILLER            PIC X(6) VALUE '% NET '.
62.6 261015           03  RPT-R-NET         PIC Z(10)9.99.
62.7 261015           03  FILLER            PIC X(5) VALUE ' TAX '.
62.8 261015           03  RPT-R-TAX         PIC Z(10)9.99.
2.11 260901        PROCEDURE DIVISION.
2.12 260901        BEGIN.
2.13 260901       * billing finally follows shipping: every shipped-but-
2.25 260901            OPEN I-O INVHDR.
2.26 260901            OPEN I-O INVLINE.
2.27 260901            OPEN OUTPUT IVGRPT.
45.3 261015            OPEN INPUT ITEMMSTR.
45.4 261015            OPEN I-O CRMEMO.
99.6 261015            OPEN INPUT KITCOMP.
62.9 261015            OPEN INPUT CUSTMSTR.
63.0 261015            OPEN INPUT CATGREF.
63.1 261015            OPEN INPUT TAXRATE.
80.8 261015            OPEN INPUT FRTRATE.
80.9 261015            OPEN I-O FRTHIST.
168. 261015            OPEN OUTPUT CARDSETL.
35.0 261015            OPEN I-O ARITEM.
2.28 260901            MOVE 'INVOICE REGISTER' TO RPT-LINE.
2.29 260901            WRITE RPT-LINE.
2.30 260901            MOVE LOW-VALUES TO OD-ORDER-NUM OD-LINE.
2.48 260901                      END-IF
2.49 260901               END-READ
2.50 260901            END-PERFORM.
45.5 261015            PERFORM 800-CREDIT-MEMOS THRU 800-EXIT.
45.6 261015            PERFORM 700-CUSTOMER-TOTALS THRU 700-EXIT.
2.52 260901            PERFORM 900-CONTROL-BLOCK THRU 900-EXIT.
2.53 260901            CLOSE ORDHDR.
2.54 260901            CLOSE ORDDTL.
2.55 260901            CLOSE INVHDR.
2.56 260901            CLOSE INVLINE.
2.57 260901            CLOSE IVGRPT.
45.7 261015            CLOSE ITEMMSTR.
45.8 261015            CLOSE CRMEMO.
99.7 261015            CLOSE KITCOMP.
63.2 261015            CLOSE CUSTMSTR.
63.3 261015            CLOSE CATGREF.
63.4 261015            CLOSE TAXRATE.
81.0 261015            CLOSE FRTRATE.
81.1 261015            CLOSE FRTHIST.
169. 261015            CLOSE CARDSETL.
36.0 261015            CLOSE ARITEM.
2.58 260901            STOP RUN.
2.59 260901        400-BILL-LINE.
99.8 261015       * a kit's component lines carry no price - the customer is
99.9 261015       * billed on the kit line, so they just close with the run
100. 261015            IF OD-KIT-LINE > 0
101. 261015               MOVE 'I' TO OD-STATUS
102. 261015               REWRITE ORDDTL-REC
103. 261015               GO TO 400-EXIT.
2.60 260901       * the invoice header is cut on the order's first shipped line
2.61 260901            IF WS-CUR-INV = 0
2.62 260901               CALL 'BIGINTCBL' USING WS-SEQ-NAME WS-SEQ-VALUE
2.63 260901                   WS-SEQ-CALLER
2.64 260901               MOVE WS-SEQ-VALUE TO WS-CUR-INV
250. 261015               MOVE SPACES TO WS-GL-REF
251. 261015               STRING 'IV' DELIMITED SIZE
252. 261015                      WS-CUR-INV DELIMITED SIZE
253. 261015                      INTO WS-GL-REF
63.5 261015               MOVE 0 TO WS-CUR-LINE WS-INV-TOTAL WS-INV-NET
81.2 261015                         WS-INV-TAX WS-WGT-CNT
2.66 260901               MOVE OD-ORDER-NUM TO OH-ORDER-NUM
2.67 260901               READ ORDHDR
2.68 260901                   INVALID KEY
170. 261015                      MOVE SPACES TO OH-CUST-ID OH-PAY-METHOD
2.70 260901               END-READ
2.71 260901               MOVE OH-CUST-ID TO WS-CUR-CUST
171. 261015               MOVE OH-PAY-METHOD  TO WS-CUR-PAY
172. 261015               MOVE OH-CARD-TOKEN  TO WS-CUR-TOKEN
63.7 261015               MOVE OH-CUST-ID TO CM-CUST-ID
63.8 261015               READ CUSTMSTR
63.9 261015                   INVALID KEY
81.3 261015                      MOVE 'N' TO CM-TAX-EXEMPT CM-FREE-FREIGHT
81.4 261015                      MOVE SPACES TO CM-DISTRICT
64.1 261015               END-READ
64.2 261015               MOVE CM-TAX-EXEMPT TO WS-CUST-EXEMPT
81.5 261015               MOVE CM-FREE-FREIGHT TO WS-CUST-FREE-FRT
81.6 261015               MOVE CM-DISTRICT TO WS-CUST-DISTRICT
2.72 260901            END-IF.
2.73 260901            ADD 1 TO WS-CUR-LINE.
2.74 260901            MOVE WS-CUR-INV   TO IL-INV-NUM.
2.78 260901            MOVE OD-ITEM-NUM  TO IL-ITEM-NUM.
2.79 260901            MOVE OD-QTY       TO IL-QTY.
2.80 260901            MOVE OD-EXT-PRICE TO IL-EXT-PRICE.
45.9 261015            MOVE OD-ITEM-NUM  TO IM-ITEM-NUM.
46.0 261015            READ ITEMMSTR
46.1 261015                INVALID KEY
46.2 261015                   MOVE 0 TO IM-UNIT-COST
64.3 261015                   MOVE SPACES TO IM-CATEGORY
81.7 261015                   MOVE 0 TO IM-WEIGHT
81.8 261015                   MOVE SPACES TO IM-SHIP-METHOD
46.3 261015            END-READ.
254. 261015       * held for the ledger - a kit's cost roll-up reads its parts
255. 261015            MOVE IM-CATEGORY TO WS-GL-CATG.
46.4 261015            MOVE IM-UNIT-COST TO IL-UNIT-COST.
81.9 261015            MOVE SPACE          TO IL-LINE-TYPE.
82.0 261015            MOVE IM-SHIP-METHOD TO IL-SHIP-METHOD.
82.1 261015            COMPUTE IL-WEIGHT = IM-WEIGHT * OD-QTY.
82.2 261015            PERFORM 470-TALLY-WEIGHT THRU 470-EXIT.
82.3 261015            PERFORM 450-TAX-LINE THRU 450-EXIT.
104. 261015            PERFORM 480-KIT-COST THRU 480-EXIT.
2.81 260901            WRITE INVLINE-REC
2.82 260901                INVALID KEY
2.83 260901                   CONTINUE
2.84 260901            END-WRITE.
82.4 261015            ADD IL-EXT-PRICE TO WS-INV-NET WS-INV-TOTAL.
256. 261015            MOVE 'INVC'       TO GLP-EVENT.
257. 261015            MOVE IL-ITEM-NUM  TO WS-GL-ITEM.
258. 261015            MOVE IL-EXT-PRICE TO GLP-AMOUNT.
259. 261015            PERFORM 690-POST-GL THRU 690-EXIT.
64.6 261015            ADD IL-TAX-AMT   TO WS-INV-TAX WS-INV-TOTAL.
2.86 260901            MOVE 'I' TO OD-STATUS.
2.87 260901            REWRITE ORDDTL-REC.
2.88 260901            ADD 1 TO WS-LINES-BILLED.
2.89 260901        400-EXIT.
2.90 260901            EXIT.
105. 261015        480-KIT-COST.
106. 261015       * a kit has no moving-average cost of its own - its line costs
107. 261015       * what its components cost, at their quantities per kit
108. 261015            MOVE 0 TO WS-KIT-COST.
109. 261015            MOVE 'N' TO WS-KC-END.
110. 261015            MOVE OD-ITEM-NUM TO KC-KIT-ITEM.
111. 261015            MOVE LOW-VALUES  TO KC-COMP-ITEM.
112. 261015            START KITCOMP
113. 261015                KEY NOT LESS KC-KEY
114. 261015                INVALID KEY
115. 261015                   GO TO 480-EXIT.
116. 261015            PERFORM UNTIL KC-END
117. 261015               READ KITCOMP NEXT
118. 261015                   AT END
119. 261015                      SET KC-END TO TRUE
120. 261015                   NOT AT END
121. 261015                      IF KC-KIT-ITEM NOT = OD-ITEM-NUM
122. 261015                         SET KC-END TO TRUE
123. 261015                      ELSE
124. 261015                         MOVE KC-COMP-ITEM TO IM-ITEM-NUM
125. 261015                         READ ITEMMSTR
126. 261015                             INVALID KEY
127. 261015                                MOVE 0 TO IM-UNIT-COST
128. 261015                         END-READ
129. 261015                         COMPUTE WS-KIT-COST = WS-KIT-COST +
130. 261015                             IM-UNIT-COST * KC-QTY-PER
131. 261015                      END-IF
132. 261015               END-READ
133. 261015            END-PERFORM.
137. 261015       * no rows for the item - an ordinary item keeps its own cost
138. 261015            IF WS-KIT-COST > 0
139. 261015               MOVE WS-KIT-COST TO IL-UNIT-COST.
135. 261015        480-EXIT.
136. 261015            EXIT.
64.7 261015        450-TAX-LINE.
82.5 261015       * an exempt customer is billed every line under EX; freight is
82.6 261015       * standard-rated; otherwise the item's category carries the
82.7 261015       * code, standard when the category sets none. The rate is the
82.8 261015       * latest TAXRATE row effective by the invoice date - a code
82.9 261015       * with no row in force is billed no tax.
83.0 261015            EVALUATE TRUE
83.1 261015               WHEN WS-CUST-EXEMPT = 'Y'
83.2 261015                  MOVE 'EX' TO IL-TAX-CODE
83.3 261015               WHEN IL-LINE-TYPE = 'F'
83.4 261015                  MOVE 'ST' TO IL-TAX-CODE
83.5 261015               WHEN OTHER
83.6 261015                  MOVE IM-CATEGORY TO CR-CATEGORY
83.7 261015                  READ CATGREF
83.8 261015                      INVALID KEY
83.9 261015                         MOVE SPACES TO CR-TAX-CODE
84.0 261015                  END-READ
84.1 261015                  MOVE CR-TAX-CODE TO IL-TAX-CODE
84.2 261015                  IF IL-TAX-CODE = SPACES
84.3 261015                     MOVE 'ST' TO IL-TAX-CODE
84.4 261015                  END-IF
84.5 261015            END-EVALUATE.
66.6 261015            MOVE 0 TO IL-TAX-RATE.
66.7 261015            MOVE 'N' TO WS-TAX-END.
66.8 261015            MOVE IL-TAX-CODE TO TR-TAX-CODE.
66.9 261015            MOVE LOW-VALUES  TO TR-EFF-DATE.
67.0 261015            START TAXRATE
67.1 261015                KEY NOT LESS TR-KEY
67.2 261015                INVALID KEY
67.3 261015                   SET TAX-END TO TRUE.
67.4 261015            PERFORM UNTIL TAX-END
67.5 261015               READ TAXRATE NEXT
67.6 261015                   AT END
67.7 261015                      SET TAX-END TO TRUE
67.8 261015                   NOT AT END
67.9 261015                      IF TR-TAX-CODE NOT = IL-TAX-CODE OR
68.0 261015                         TR-EFF-DATE > WS-TODAY
68.1 261015                         SET TAX-END TO TRUE
68.2 261015                      ELSE
68.3 261015                         MOVE TR-RATE TO IL-TAX-RATE
68.4 261015                      END-IF
68.5 261015               END-READ
68.6 261015            END-PERFORM.
68.7 261015            COMPUTE IL-TAX-AMT ROUNDED =
84.6 261015                IL-EXT-PRICE * IL-TAX-RATE / 100.
68.9 261015            PERFORM 460-TALLY-RATE THRU 460-EXIT.
69.0 261015        450-EXIT.
69.1 261015            EXIT.
69.2 261015        460-TALLY-RATE.
69.3 261015            MOVE 'N' TO WS-RATE-FOUND.
69.4 261015            PERFORM VARYING I-RATE FROM 1 BY 1
69.5 261015                    UNTIL I-RATE > WS-RATE-CNT
69.6 261015               IF WS-RATE-CODE(I-RATE) = IL-TAX-CODE AND
69.7 261015                  WS-RATE-PCT(I-RATE) = IL-TAX-RATE
84.7 261015                  ADD IL-EXT-PRICE TO WS-RATE-NET(I-RATE)
69.9 261015                  ADD IL-TAX-AMT   TO WS-RATE-TAX(I-RATE)
70.0 261015                  SET RATE-FOUND TO TRUE
70.1 261015                  COMPUTE I-RATE = WS-RATE-CNT + 1
70.2 261015               END-IF
70.3 261015            END-PERFORM.
70.4 261015            IF NOT RATE-FOUND AND WS-RATE-CNT < 20
70.5 261015               ADD 1 TO WS-RATE-CNT
70.6 261015               MOVE IL-TAX-CODE  TO WS-RATE-CODE(WS-RATE-CNT)
70.7 261015               MOVE IL-TAX-RATE  TO WS-RATE-PCT(WS-RATE-CNT)
84.8 261015               MOVE IL-EXT-PRICE TO WS-RATE-NET(WS-RATE-CNT)
70.9 261015               MOVE IL-TAX-AMT   TO WS-RATE-TAX(WS-RATE-CNT)
71.0 261015            END-IF.
71.1 261015        460-EXIT.
71.2 261015            EXIT.
84.9 261015        470-TALLY-WEIGHT.
85.0 261015            IF IL-WEIGHT = 0
85.1 261015               GO TO 470-EXIT.
85.2 261015            MOVE 'N' TO WS-WGT-FOUND.
85.3 261015            PERFORM VARYING I-WGT FROM 1 BY 1
85.4 261015                    UNTIL I-WGT > WS-WGT-CNT
85.5 261015               IF WS-WGT-METHOD(I-WGT) = IL-SHIP-METHOD
85.6 261015                  ADD IL-WEIGHT TO WS-WGT-WEIGHT(I-WGT)
85.7 261015                  SET WGT-FOUND TO TRUE
85.8 261015                  COMPUTE I-WGT = WS-WGT-CNT + 1
85.9 261015               END-IF
86.0 261015            END-PERFORM.
86.1 261015            IF NOT WGT-FOUND AND WS-WGT-CNT < 10
86.2 261015               ADD 1 TO WS-WGT-CNT
86.3 261015               MOVE IL-SHIP-METHOD TO WS-WGT-METHOD(WS-WGT-CNT)
86.4 261015               MOVE IL-WEIGHT      TO WS-WGT-WEIGHT(WS-WGT-CNT)
86.5 261015            END-IF.
86.6 261015        470-EXIT.
86.7 261015            EXIT.
86.8 261015        500-FREIGHT.
86.9 261015       * freight is priced per ship method on the invoice's shipped
87.0 261015       * weight - the destination district's band first, then the
87.1 261015       * method's any-district band. A free-freight customer is
87.2 261015       * priced but not billed, so FRTSUM can show what was given
87.3 261015       * away; a weight no band covers is logged unpriced.
87.4 261015            PERFORM VARYING I-WGT FROM 1 BY 1
87.5 261015                    UNTIL I-WGT > WS-WGT-CNT
87.6 261015               PERFORM 550-PRICE-FREIGHT THRU 550-EXIT
87.7 261015            END-PERFORM.
87.8 261015        500-EXIT.
87.9 261015            EXIT.
88.0 261015        550-PRICE-FREIGHT.
88.1 261015            MOVE 'N' TO WS-FRT-PRICED.
88.2 261015            MOVE 0 TO WS-FREIGHT.
88.3 261015            MOVE WS-CUST-DISTRICT TO WS-FRT-DISTRICT.
88.4 261015            PERFORM 560-READ-BAND THRU 560-EXIT.
88.5 261015            IF NOT FRT-PRICED
88.6 261015               MOVE SPACES TO WS-FRT-DISTRICT
88.7 261015               PERFORM 560-READ-BAND THRU 560-EXIT
88.8 261015            END-IF.
88.9 261015            MOVE WS-TODAY             TO FH-DATE.
89.0 261015            MOVE WS-CUR-INV           TO FH-INV-NUM.
89.1 261015            MOVE WS-WGT-METHOD(I-WGT) TO FH-SHIP-METHOD.
89.2 261015            MOVE WS-CUR-CUST          TO FH-CUST-ID.
89.3 261015            MOVE WS-CUST-DISTRICT     TO FH-DISTRICT.
89.4 261015            MOVE WS-WGT-WEIGHT(I-WGT) TO FH-WEIGHT.
89.5 261015            MOVE WS-FREIGHT           TO FH-FREIGHT.
89.6 261015            EVALUATE TRUE
89.7 261015               WHEN NOT FRT-PRICED
89.8 261015                  MOVE 'U' TO FH-STATUS
89.9 261015                  ADD 1 TO WS-FRT-UNPRICED
90.0 261015                  MOVE SPACES TO RPT-LINE
90.1 261015                  STRING 'NO FREIGHT RATE ' DELIMITED SIZE
90.2 261015                         FH-SHIP-METHOD DELIMITED SIZE
90.3 261015                         ' WEIGHT ' DELIMITED SIZE
90.4 261015                         FH-WEIGHT DELIMITED SIZE
90.5 261015                         ' INVOICE ' DELIMITED SIZE
90.6 261015                         FH-INV-NUM DELIMITED SIZE
90.7 261015                         INTO RPT-LINE
90.8 261015                  WRITE RPT-LINE
90.9 261015               WHEN WS-CUST-FREE-FRT = 'Y'
91.0 261015                  MOVE 'G' TO FH-STATUS
91.1 261015                  ADD WS-FREIGHT TO WS-FRT-GIVEN
91.2 261015               WHEN OTHER
91.3 261015                  MOVE 'B' TO FH-STATUS
91.4 261015                  ADD WS-FREIGHT TO WS-FRT-BILLED
91.5 261015                  PERFORM 580-FREIGHT-LINE THRU 580-EXIT
91.6 261015            END-EVALUATE.
91.7 261015            WRITE FRTHIST-REC
91.8 261015                INVALID KEY
91.9 261015                   REWRITE FRTHIST-REC
92.0 261015            END-WRITE.
92.1 261015        550-EXIT.
92.2 261015            EXIT.
92.3 261015        560-READ-BAND.
92.4 261015       * the first band whose upper bound reaches the weight
92.5 261015            MOVE WS-WGT-METHOD(I-WGT) TO FR-SHIP-METHOD.
92.6 261015            MOVE WS-FRT-DISTRICT      TO FR-DISTRICT.
92.7 261015            MOVE WS-WGT-WEIGHT(I-WGT) TO FR-WEIGHT-TO.
92.8 261015            START FRTRATE
92.9 261015                KEY NOT LESS FR-KEY
93.0 261015                INVALID KEY
93.1 261015                   GO TO 560-EXIT.
93.2 261015            READ FRTRATE NEXT
93.3 261015                AT END
93.4 261015                   GO TO 560-EXIT.
93.5 261015            IF FR-SHIP-METHOD = WS-WGT-METHOD(I-WGT) AND
93.6 261015               FR-DISTRICT = WS-FRT-DISTRICT
93.7 261015               MOVE FR-CHARGE TO WS-FREIGHT
93.8 261015               SET FRT-PRICED TO TRUE
93.9 261015            END-IF.
94.0 261015        560-EXIT.
94.1 261015            EXIT.
94.2 261015        580-FREIGHT-LINE.
94.3 261015            ADD 1 TO WS-CUR-LINE.
94.4 261015            MOVE WS-CUR-INV   TO IL-INV-NUM.
94.5 261015            MOVE WS-CUR-LINE  TO IL-LINE.
94.6 261015            MOVE WS-CUR-ORDER TO IL-ORDER-NUM.
94.7 261015            MOVE 0            TO IL-ORD-LINE IL-ITEM-NUM IL-QTY
94.8 261015                                 IL-UNIT-COST.
94.9 261015            MOVE WS-FREIGHT   TO IL-EXT-PRICE.
95.0 261015            MOVE 'F'          TO IL-LINE-TYPE.
95.1 261015            MOVE WS-WGT-METHOD(I-WGT) TO IL-SHIP-METHOD.
95.2 261015            MOVE WS-WGT-WEIGHT(I-WGT) TO IL-WEIGHT.
95.3 261015            PERFORM 450-TAX-LINE THRU 450-EXIT.
95.4 261015            WRITE INVLINE-REC
95.5 261015                INVALID KEY
95.6 261015                   CONTINUE
95.7 261015            END-WRITE.
95.8 261015            ADD IL-EXT-PRICE TO WS-INV-NET WS-INV-TOTAL.
260. 261015            MOVE 'FRGT'       TO GLP-EVENT.
261. 261015            MOVE SPACES       TO WS-GL-CATG.
262. 261015            MOVE 0            TO WS-GL-ITEM.
263. 261015            MOVE IL-EXT-PRICE TO GLP-AMOUNT.
264. 261015            PERFORM 690-POST-GL THRU 690-EXIT.
95.9 261015            ADD IL-TAX-AMT   TO WS-INV-TAX WS-INV-TOTAL.
96.0 261015        580-EXIT.
96.1 261015            EXIT.
2.91 260901        600-CLOSE-INVOICE.
2.92 260901            IF WS-CUR-INV = 0
2.93 260901               GO TO 600-EXIT.
96.2 261015            PERFORM 500-FREIGHT THRU 500-EXIT.
2.94 260901            MOVE WS-CUR-INV   TO IV-INV-NUM.
2.95 260901            MOVE WS-CUR-CUST  TO IV-CUST-ID.
2.96 260901            MOVE WS-TODAY     TO IV-DATE.
2.97 260901            MOVE WS-INV-TOTAL TO IV-TOTAL.
71.3 261015            MOVE WS-INV-NET   TO IV-NET.
71.4 261015            MOVE WS-INV-TAX   TO IV-TAX.
2.98 260901            WRITE INVHDR-REC
2.99 260901                INVALID KEY
3.00 260901                   REWRITE INVHDR-REC
3.01 260901            END-WRITE.
265. 261015            MOVE 'TAX '       TO GLP-EVENT.
266. 261015            MOVE SPACES       TO WS-GL-CATG.
267. 261015            MOVE 0            TO WS-GL-ITEM.
268. 261015            MOVE WS-INV-TAX   TO GLP-AMOUNT.
269. 261015            PERFORM 690-POST-GL THRU 690-EXIT.
37.0 261015       * the invoice is owed in full until cash is applied to it
37.1 261015            MOVE WS-CUR-CUST  TO AR-CUST-ID.
37.2 261015            MOVE 'I'          TO AR-DOC-TYPE.
37.3 261015            MOVE WS-CUR-INV   TO AR-DOC-NUM.
37.4 261015            MOVE WS-TODAY     TO AR-DOC-DATE.
37.5 261015            MOVE WS-INV-TOTAL TO AR-AMOUNT AR-BALANCE.
37.6 261015            MOVE 0            TO AR-APPLIED AR-LAST-PAY-DATE.
37.7 261015            MOVE 'O'          TO AR-STATUS.
37.8 261015            WRITE ARITEM-REC
37.9 261015                INVALID KEY
38.0 261015                   REWRITE ARITEM-REC
38.1 261015            END-WRITE.
173. 261015       * a card order is charged to its card - the invoice stays open
174. 261015       * until CARDRESP posts the processor's approval as cash
175. 261015            IF WS-CUR-PAY = 'C' AND WS-INV-TOTAL > 0
176. 261015               PERFORM 620-CARD-CHARGE THRU 620-EXIT.
3.02 260901            ADD 1 TO WS-INV-CNT.
3.03 260901            ADD WS-INV-TOTAL TO WS-RUN-TOTAL.
71.5 261015            ADD WS-INV-NET   TO WS-RUN-NET.
71.6 261015            ADD WS-INV-TAX   TO WS-RUN-TAX.
3.04 260901            MOVE WS-CUR-INV   TO RPT-INV.
3.05 260901            MOVE WS-CUR-CUST  TO RPT-CUST.
71.7 261015            MOVE WS-INV-NET   TO RPT-NET.
71.8 261015            MOVE WS-INV-TAX   TO RPT-TAX.
3.06 260901            MOVE WS-INV-TOTAL TO RPT-TOTAL.
3.07 260901            MOVE WS-RPT-DETAIL TO RPT-LINE.
3.08 260901            WRITE RPT-LINE.
46.5 261015            MOVE WS-INV-TOTAL TO WS-TALLY-AMT.
46.6 261015            PERFORM 650-TALLY-CUSTOMER THRU 650-EXIT.
3.10 260901            MOVE 0 TO WS-CUR-INV.
3.11 260901        600-EXIT.
3.12 260901            EXIT.
270. 261015        690-POST-GL.
271. 261015            CALL 'GLPOST' USING GLP-EVENT WS-GL-CATG WS-GL-ITEM
272. 261015                WS-GL-REF GLP-AMOUNT WS-TODAY GLP-SOURCE GLP-STATUS.
273. 261015            EVALUATE TRUE
274. 261015               WHEN GLP-IO-ERROR
275. 261015                  ADD 1 TO WS-GL-ERR-CNT
276. 261015               WHEN GLP-SUSPENSE
277. 261015                  ADD 1 TO WS-GL-SUSP-CNT
278. 261015                  ADD 1 TO WS-GL-CNT
279. 261015               WHEN GLP-AMOUNT NOT = 0
280. 261015                  ADD 1 TO WS-GL-CNT
281. 261015            END-EVALUATE.
282. 261015        690-EXIT.
283. 261015            EXIT.
177. 261015        620-CARD-CHARGE.
178. 261015            MOVE WS-CUR-INV   TO ST-INV-NUM.
179. 261015            MOVE WS-CUR-CUST  TO ST-CUST-ID.
208. 261015       * the card number is taken out of the vault for this record only;
209. 261015       * a token the vault no longer knows charges nothing, and the
210. 261015       * invoice stays open in AR for the desk
211. 261015            MOVE WS-CUR-TOKEN TO TKN-TOKEN.
212. 261015            CALL 'CARDTOKN' USING TKN-FUNC TKN-TOKEN TKN-CARD-NUMBER
213. 261015                TKN-LAST4 TKN-PROGRAM TKN-USER TKN-STATUS.
214. 261015            IF TKN-STATUS NOT = '0'
215. 261015               ADD 1 TO WS-CARD-LOST
216. 261015               GO TO 620-EXIT.
217. 261015            MOVE TKN-CARD-NUMBER TO ST-CARD-NUMBER.
218. 261015            MOVE 0 TO TKN-CARD-NUMBER.
181. 261015            MOVE WS-INV-TOTAL TO ST-AMOUNT.
182. 261015            MOVE WS-TODAY     TO ST-DATE.
183. 261015            WRITE CARDSETL-REC.
219. 261015            MOVE 0 TO ST-CARD-NUMBER.
184. 261015            ADD 1 TO WS-CARD-CNT.
185. 261015            ADD WS-INV-TOTAL TO WS-CARD-TOTAL.
186. 261015        620-EXIT.
187. 261015            EXIT.
3.13 260901        650-TALLY-CUSTOMER.
3.14 260901            MOVE 'N' TO WS-CUST-FOUND.
3.15 260901            PERFORM VARYING I-CUST FROM 1 BY 1
3.16 260901                    UNTIL I-CUST > WS-CUST-CNT
3.17 260901               IF WS-CUST-ID(I-CUST) = WS-CUR-CUST
46.7 261015                  IF WS-CUR-INV = 0
46.8 261015                     ADD WS-TALLY-AMT TO WS-CUST-CREDIT(I-CUST)
46.9 261015                  ELSE
47.0 261015                     ADD WS-TALLY-AMT TO WS-CUST-VALUE(I-CUST)
47.1 261015                  END-IF
3.19 260901                  SET CUST-FOUND TO TRUE
3.20 260901                  COMPUTE I-CUST = WS-CUST-CNT + 1
3.21 260901               END-IF
3.23 260901            IF NOT CUST-FOUND AND WS-CUST-CNT < 100
3.24 260901               ADD 1 TO WS-CUST-CNT
3.25 260901               MOVE WS-CUR-CUST  TO WS-CUST-ID(WS-CUST-CNT)
47.2 261015               MOVE 0 TO WS-CUST-VALUE(WS-CUST-CNT)
47.3 261015                         WS-CUST-CREDIT(WS-CUST-CNT)
47.4 261015               IF WS-CUR-INV = 0
47.5 261015                  MOVE WS-TALLY-AMT TO WS-CUST-CREDIT(WS-CUST-CNT)
47.6 261015               ELSE
47.7 261015                  MOVE WS-TALLY-AMT TO WS-CUST-VALUE(WS-CUST-CNT)
47.8 261015               END-IF
3.27 260901            END-IF.
3.28 260901        650-EXIT.
3.29 260901            EXIT.
3.36 260901                    UNTIL I-CUST > WS-CUST-CNT
3.37 260901               MOVE WS-CUST-ID(I-CUST)    TO RPT-C-CUST
3.38 260901               MOVE WS-CUST-VALUE(I-CUST) TO RPT-C-VALUE
47.9 261015               MOVE WS-CUST-CREDIT(I-CUST) TO RPT-C-CREDIT
48.0 261015               COMPUTE WS-CUST-NET = WS-CUST-VALUE(I-CUST)
48.1 261015                   - WS-CUST-CREDIT(I-CUST)
48.2 261015               MOVE WS-CUST-NET TO RPT-C-NET
3.39 260901               MOVE WS-CUST-DETAIL TO RPT-LINE
3.40 260901               WRITE RPT-LINE
3.41 260901            END-PERFORM.
3.60 260901                   WS-RUN-TOTAL DELIMITED SIZE
3.61 260901                   INTO RPT-LINE.
3.62 260901            WRITE RPT-LINE.
71.9 261015            MOVE SPACES TO RPT-LINE.
72.0 261015            STRING 'RUN NET ' DELIMITED SIZE
72.1 261015                   WS-RUN-NET DELIMITED SIZE
72.2 261015                   ' TAX ' DELIMITED SIZE
72.3 261015                   WS-RUN-TAX DELIMITED SIZE
72.4 261015                   INTO RPT-LINE.
72.5 261015            WRITE RPT-LINE.
72.6 261015       * tax by code and rate - these sum to RUN TAX above
72.7 261015            PERFORM VARYING I-RATE FROM 1 BY 1
72.8 261015                    UNTIL I-RATE > WS-RATE-CNT
72.9 261015               MOVE WS-RATE-CODE(I-RATE) TO RPT-R-CODE
73.0 261015               MOVE WS-RATE-PCT(I-RATE)  TO RPT-R-PCT
73.1 261015               MOVE WS-RATE-NET(I-RATE)  TO RPT-R-NET
73.2 261015               MOVE WS-RATE-TAX(I-RATE)  TO RPT-R-TAX
73.3 261015               MOVE WS-RATE-DETAIL TO RPT-LINE
73.4 261015               WRITE RPT-LINE
73.5 261015            END-PERFORM.
48.3 261015            MOVE SPACES TO RPT-LINE.
48.4 261015            STRING 'CREDIT MEMOS ' DELIMITED SIZE
48.5 261015                   WS-CRM-CNT DELIMITED SIZE
48.6 261015                   ' VALUE ' DELIMITED SIZE
73.6 261015                   WS-CRM-TOTAL DELIMITED SIZE
73.7 261015                   ' TAX ' DELIMITED SIZE
73.8 261015                   WS-CRM-TAX DELIMITED SIZE
48.8 261015                   INTO RPT-LINE.
48.9 261015            WRITE RPT-LINE.
96.3 261015            MOVE SPACES TO RPT-LINE.
96.4 261015            STRING 'FREIGHT BILLED ' DELIMITED SIZE
96.5 261015                   WS-FRT-BILLED DELIMITED SIZE
96.6 261015                   ' GIVEN AWAY ' DELIMITED SIZE
96.7 261015                   WS-FRT-GIVEN DELIMITED SIZE
96.8 261015                   ' UNPRICED ' DELIMITED SIZE
96.9 261015                   WS-FRT-UNPRICED DELIMITED SIZE
97.0 261015                   INTO RPT-LINE.
97.1 261015            WRITE RPT-LINE.
188. 261015            MOVE SPACES TO RPT-LINE.
189. 261015            STRING 'CARD CHARGES ' DELIMITED SIZE
190. 261015                   WS-CARD-CNT DELIMITED SIZE
191. 261015                   ' VALUE ' DELIMITED SIZE
192. 261015                   WS-CARD-TOTAL DELIMITED SIZE
193. 261015                   INTO RPT-LINE.
194. 261015            WRITE RPT-LINE.
220. 261015            IF WS-CARD-LOST > 0
221. 261015               MOVE SPACES TO RPT-LINE
222. 261015               STRING 'CARD TOKENS NOT IN VAULT - NOT CHARGED '
223. 261015                      DELIMITED SIZE
224. 261015                      WS-CARD-LOST DELIMITED SIZE
225. 261015                      INTO RPT-LINE
226. 261015               WRITE RPT-LINE
227. 261015            END-IF.
284. 261015            MOVE SPACES TO RPT-LINE.
285. 261015            STRING 'GL ENTRY SETS ' DELIMITED SIZE
286. 261015                   WS-GL-CNT DELIMITED SIZE
287. 261015                   ' TO SUSPENSE ' DELIMITED SIZE
288. 261015                   WS-GL-SUSP-CNT DELIMITED SIZE
289. 261015                   ' FAILED ' DELIMITED SIZE
290. 261015                   WS-GL-ERR-CNT DELIMITED SIZE
291. 261015                   INTO RPT-LINE.
292. 261015            WRITE RPT-LINE.
3.63 260901        900-EXIT.
3.64 260901            EXIT.
49.0 261015        800-CREDIT-MEMOS.
49.1 261015       * credit memos RMAENTRY raised since the last run print under
49.2 261015       * the invoices and net off the customer totals; each is
49.3 261015       * flagged registered so it appears on exactly one register
49.4 261015            MOVE SPACES TO RPT-LINE.
49.5 261015            WRITE RPT-LINE.
49.6 261015            MOVE 'CREDIT MEMO REGISTER' TO RPT-LINE.
49.7 261015            WRITE RPT-LINE.
49.8 261015            MOVE 0 TO WS-CUR-INV.
49.9 261015            MOVE 'N' TO WS-CRM-END.
50.0 261015            MOVE LOW-VALUES TO CN-CRM-NUM.
50.1 261015            START CRMEMO
50.2 261015                KEY NOT LESS CN-CRM-NUM
50.3 261015                INVALID KEY
50.4 261015                   SET CRM-END TO TRUE.
50.5 261015            PERFORM UNTIL CRM-END
50.6 261015               READ CRMEMO NEXT
50.7 261015                   AT END
50.8 261015                      SET CRM-END TO TRUE
50.9 261015                   NOT AT END
51.0 261015                      IF CN-REGISTERED NOT = 'Y'
51.1 261015                         PERFORM 850-REGISTER-MEMO THRU 850-EXIT
51.2 261015                      END-IF
51.3 261015               END-READ
51.4 261015            END-PERFORM.
51.5 261015        800-EXIT.
51.6 261015            EXIT.
51.7 261015        850-REGISTER-MEMO.
51.8 261015            MOVE CN-CRM-NUM TO RPT-M-CRM.
51.9 261015            MOVE CN-CUST-ID TO RPT-M-CUST.
52.0 261015            MOVE CN-AMOUNT  TO RPT-M-AMOUNT.
52.1 261015            MOVE CN-INV-NUM TO RPT-M-INV.
52.2 261015            MOVE WS-CRM-DETAIL TO RPT-LINE.
52.3 261015            WRITE RPT-LINE.
52.4 261015            ADD 1 TO WS-CRM-CNT.
52.5 261015            ADD CN-AMOUNT TO WS-CRM-TOTAL.
73.9 261015            ADD CN-TAX-AMT TO WS-CRM-TAX.
52.6 261015            MOVE CN-CUST-ID TO WS-CUR-CUST.
52.7 261015            MOVE CN-AMOUNT  TO WS-TALLY-AMT.
52.8 261015            PERFORM 650-TALLY-CUSTOMER THRU 650-EXIT.
293. 261015       * the memo reverses the sale - the goods net under the item's
294. 261015       * category, and the sales tax it gives back
295. 261015            MOVE SPACES TO WS-GL-REF.
296. 261015            STRING 'CM' DELIMITED SIZE
297. 261015                   CN-CRM-NUM DELIMITED SIZE
298. 261015                   INTO WS-GL-REF.
299. 261015            MOVE CN-ITEM-NUM TO IM-ITEM-NUM WS-GL-ITEM.
300. 261015            READ ITEMMSTR
301. 261015                INVALID KEY
302. 261015                   MOVE SPACES TO IM-CATEGORY
303. 261015            END-READ.
304. 261015            MOVE IM-CATEGORY TO WS-GL-CATG.
305. 261015            MOVE 'CRMO' TO GLP-EVENT.
306. 261015            COMPUTE GLP-AMOUNT = CN-AMOUNT - CN-TAX-AMT.
307. 261015            PERFORM 690-POST-GL THRU 690-EXIT.
308. 261015            MOVE 'TAX ' TO GLP-EVENT.
309. 261015            MOVE SPACES TO WS-GL-CATG.
310. 261015            COMPUTE GLP-AMOUNT = 0 - CN-TAX-AMT.
311. 261015            PERFORM 690-POST-GL THRU 690-EXIT.
52.9 261015            MOVE 'Y' TO CN-REGISTERED.
53.0 261015            REWRITE CRMEMO-REC.
53.1 261015        850-EXIT.
53.2 261015            EXIT.
3.65 260901        HALT.
