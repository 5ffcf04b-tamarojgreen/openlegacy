1.27 260822                ACCESS MODE IS DYNAMIC
1.28 260822                RECORD KEY IS PO-KEY
1.29 260822                FILE STATUS IS WS-PO-STATUS.
185. 261015       * stock already moving between warehouses - see RBLGEN
186. 261015            SELECT RBLSUGG ASSIGN TO DATABASE-RBLSUGG
187. 261015                ORGANIZATION IS INDEXED
188. 261015                ACCESS MODE IS DYNAMIC
189. 261015                RECORD KEY IS RB-KEY
190. 261015                FILE STATUS IS WS-RBL-STATUS.
191. 261015            SELECT WHSINTR ASSIGN TO DATABASE-WHSINTR
192. 261015                ORGANIZATION IS INDEXED
193. 261015                ACCESS MODE IS DYNAMIC
194. 261015                RECORD KEY IS XT-ID
195. 261015                FILE STATUS IS WS-INT-STATUS.
1.30 260822            SELECT PORPT ASSIGN TO PRINTER-PORPT
1.31 260822                ORGANIZATION IS LINE SEQUENTIAL
1.32 260822                FILE STATUS IS WS-RPT-STATUS.
50.1 260901       * IM-UNIT-PRICE is the selling price, this is what the
50.2 260901       * stock actually cost; STOCKVAL values at this
50.3 260901           03  IM-UNIT-COST      PIC 9(5)V99.
180. 261015       * lot control - see INVPOST
181. 261015           03  IM-LOT-CTRL       PIC X.
182. 261015       * ABC class and last count date - see ABCCLASS
183. 261015           03  IM-ABC-CLASS      PIC X.
184. 261015           03  IM-LAST-COUNT     PIC 9(8).
1.49 260822        FD  WHSSTOCK
1.50 260822                LABEL RECORD IS STANDARD.
1.51 260822        01  WHSSTOCK-REC.
1.62 260822           03  IS-SUPP-ITEM      PIC X(15).
1.63 260822           03  IS-LEAD-DAYS      PIC 9(3).
1.64 260822           03  IS-ORDER-MULT     PIC 9(5).
179. 261015       * in the supplier's currency - see SU-CURRENCY
1.65 260822           03  IS-UNIT-COST      PIC 9(5)V99.
95.8 260901           03  IS-PREF           PIC 9(2).
140. 261015       * Y = this supplier ships the item straight to our customer;
141. 261015       * ORDENTRY raises a purchase order per order line on the best
142. 261015       * ranked drop-ship link instead of allocating stock
143. 261015           03  IS-DROP-SHIP      PIC X.
1.66 260822        FD  SUPPMSTR
1.67 260822                LABEL RECORD IS STANDARD.
1.68 260822        01  SUPPMSTR-REC.
1.70 260822           03  SU-NAME           PIC X(30).
95.9 260901       * N = unavailable (strike, delisting) - POGEN skips them
96.0 260901           03  SU-AVAIL          PIC X.
144. 261015       * the currency the supplier bills in - ITEMSUPP and PO costs
145. 261015       * for the supplier are held in it; spaces = local currency
146. 261015           03  SU-CURRENCY       PIC X(3).
1.71 260822        FD  POSUGG
1.72 260822                LABEL RECORD IS STANDARD.
1.73 260822        01  POSUGG-REC.
1.81 260822           03  PO-LEAD-DAYS      PIC 9(3).
1.82 260822           03  PO-RUN-DATE       PIC 9(8).
1.83 260822           03  PO-STATUS         PIC X.
196. 261015        FD  RBLSUGG
197. 261015                LABEL RECORD IS STANDARD.
198. 261015       * rebalancing suggestions - see RBLGEN
199. 261015        01  RBLSUGG-REC.
200. 261015           03  RB-KEY.
201. 261015              05  RB-ITEM-NUM    PIC 9(8).
202. 261015              05  RB-TO-WHSE     PIC X(3).
203. 261015              05  RB-FROM-WHSE   PIC X(3).
204. 261015              05  RB-RUN-DATE    PIC 9(8).
205. 261015           03  RB-QTY            PIC 9(5).
206. 261015           03  RB-STATUS         PIC X.
207. 261015           03  RB-XFER-ID        PIC 9(12).
208. 261015           03  RB-ACCEPT-DATE    PIC 9(8).
209. 261015           03  RB-OPERATOR       PIC X(10).
210. 261015        FD  WHSINTR
211. 261015                LABEL RECORD IS STANDARD.
212. 261015       * the in-transit ledger - see WHSXFER
213. 261015        01  WHSINTR-REC.
214. 261015           03  XT-ID             PIC 9(12).
215. 261015           03  XT-ITEM-NUM       PIC 9(8).
216. 261015           03  XT-FROM-WHSE      PIC X(3).
217. 261015           03  XT-TO-WHSE        PIC X(3).
218. 261015           03  XT-QTY            PIC 9(5).
219. 261015           03  XT-SHIP-DATE      PIC 9(8).
220. 261015           03  XT-STATUS         PIC X.
221. 261015           03  XT-LOT-NUM        PIC X(12).
222. 261015           03  XT-EXPIRY-DATE    PIC 9(8).
1.84 260822        FD  PORPT
1.85 260822                LABEL RECORD IS STANDARD.
1.86 260822        01  RPT-LINE          PIC X(80).
1.91 260822        01  WS-SUM-STATUS     PIC XX.
1.92 260822        01  WS-PO-STATUS      PIC XX.
1.93 260822        01  WS-RPT-STATUS     PIC XX.
223. 261015        01  WS-RBL-STATUS     PIC XX.
224. 261015        01  WS-INT-STATUS     PIC XX.
225. 261015        01  WS-RBL-END        PIC X VALUE 'N'.
226. 261015           88 RBL-END               VALUE 'Y'.
227. 261015        01  WS-COVERED        PIC 9(7) VALUE 0.
228. 261015        01  WS-XFER-QTY       PIC 9(7) VALUE 0.
1.94 260822        01  WS-RUN-DATE       PIC 9(8) VALUE 0.
1.95 260822        01  WS-MSTR-END       PIC X VALUE 'N'.
1.96 260822           88 MSTR-END               VALUE 'Y'.
96.9 260901        01  WS-BEST-LEAD      PIC 9(3) VALUE 0.
97.0 260901        01  WS-BEST-MULT      PIC 9(5) VALUE 0.
97.1 260901        01  WS-BEST-PREF      PIC 9(2) VALUE 0.
147. 261015       * suppliers bill in their own currency - the ranking compares
148. 261015       * costs turned into local currency at today's rate, while the
149. 261015       * suggestion keeps the supplier's own price
150. 261015        01  WS-BEST-LOCAL     PIC 9(7)V99 VALUE 0.
151. 261015        01  WS-CAND-LOCAL     PIC 9(7)V99 VALUE 0.
152. 261015        01  WS-NORATE-CNT     PIC 9(5) VALUE 0.
153. 261015        01  XRQ-CURRENCY      PIC X(3).
154. 261015        01  XRQ-DATE          PIC 9(8) VALUE 0.
155. 261015        01  XRQ-RATE          PIC 9(4)V9(6).
156. 261015        01  XRQ-RATE-DATE     PIC 9(8).
157. 261015        01  XRQ-STATUS        PIC X.
158. 261015           88 XRQ-OK               VALUE '0'.
12.0 260901       * every report line is also registered in the ESRPTWRT
12.1 260901       * repository, so a purged spool no longer loses the report
12.2 260901        01  RW-PARAM.
2.17 260822            OPEN INPUT SUPPMSTR.
2.18 260822            OPEN I-O POSUGG.
2.19 260822            OPEN OUTPUT PORPT.
229. 261015            OPEN INPUT RBLSUGG.
230. 261015            OPEN INPUT WHSINTR.
12.6 260901            MOVE 'O' TO RW-FUNC.
12.7 260901            CALL 'ESRPTWRT' USING RW-PARAM.
2.20 260822            MOVE 'PURCHASE ORDER SUGGESTION RUN' TO RPT-LINE.
2.39 260822                   ' SHORT ITEMS WITHOUT SUPPLIER ' DELIMITED SIZE
2.40 260822                   WS-NOSUPP-CNT DELIMITED SIZE
2.41 260822                   INTO RPT-LINE.
159. 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
160. 261015            MOVE SPACES TO RPT-LINE.
161. 261015            STRING 'SUPPLIER ROWS SKIPPED - NO EXCHANGE RATE '
162. 261015                   DELIMITED SIZE
163. 261015                   WS-NORATE-CNT DELIMITED SIZE
164. 261015                   INTO RPT-LINE.
2.42 260822            PERFORM 150-PUT-LINE THRU 150-EXIT.
231. 261015            MOVE SPACES TO RPT-LINE.
232. 261015            STRING 'SHORTFALL LEFT TO WAREHOUSE TRANSFERS '
289. 261015                   DELIMITED SIZE
233. 261015                   WS-XFER-QTY DELIMITED SIZE
234. 261015                   INTO RPT-LINE.
235. 261015            PERFORM 150-PUT-LINE THRU 150-EXIT.
2.43 260822            CLOSE ITEMMSTR.
2.44 260822            CLOSE WHSSTOCK.
2.45 260822            CLOSE ITEMSUPP.
2.46 260822            CLOSE SUPPMSTR.
2.47 260822            CLOSE POSUGG.
236. 261015            CLOSE RBLSUGG.
237. 261015            CLOSE WHSINTR.
12.8 260901            MOVE 'C' TO RW-FUNC.
12.9 260901            CALL 'ESRPTWRT' USING RW-PARAM.
2.48 260822            CLOSE PORPT.
2.69 260822                         IF WH-QTY-ON-HAND < WH-REORDER-POINT
2.70 260822                            COMPUTE WS-SHORTFALL =
2.71 260822                                WH-REORDER-POINT - WH-QTY-ON-HAND
238. 261015                            PERFORM 420-NET-TRANSFERS THRU 420-EXIT
239. 261015                            IF WS-SHORTFALL > 0
2.72 261015                               PERFORM 500-SUGGEST-PO THRU 500-EXIT
241. 261015                            END-IF
2.73 260822                         END-IF
2.74 260822                      END-IF
2.75 260822               END-READ
2.84 260822            END-IF.
2.85 260822        400-EXIT.
2.86 260822            EXIT.
242. 261015        420-NET-TRANSFERS.
243. 261015       * a shortfall RBLGEN has offered another warehouse's surplus
244. 261015       * for, or that an accepted transfer still on the truck will
245. 261015       * fill, is not bought - only what is left over
246. 261015            MOVE 0 TO WS-COVERED.
247. 261015            MOVE 'N' TO WS-RBL-END.
248. 261015            MOVE IM-ITEM-NUM TO RB-ITEM-NUM.
249. 261015            MOVE WH-WHSE     TO RB-TO-WHSE.
250. 261015            MOVE LOW-VALUES  TO RB-FROM-WHSE.
251. 261015            MOVE 0           TO RB-RUN-DATE.
252. 261015            START RBLSUGG
253. 261015                KEY NOT LESS RB-KEY
254. 261015                INVALID KEY
255. 261015                   SET RBL-END TO TRUE.
256. 261015            PERFORM UNTIL RBL-END
257. 261015               READ RBLSUGG NEXT
258. 261015                   AT END
259. 261015                      SET RBL-END TO TRUE
260. 261015                   NOT AT END
261. 261015                      IF RB-ITEM-NUM NOT = IM-ITEM-NUM OR
262. 261015                         RB-TO-WHSE NOT = WH-WHSE
263. 261015                         SET RBL-END TO TRUE
264. 261015                      ELSE
265. 261015                         IF RB-STATUS = 'S'
266. 261015                            ADD RB-QTY TO WS-COVERED
267. 261015                         END-IF
268. 261015                         IF RB-STATUS = 'A'
269. 261015                            MOVE RB-XFER-ID TO XT-ID
270. 261015                            READ WHSINTR
271. 261015                                NOT INVALID KEY
272. 261015                                   IF XT-STATUS = 'T'
273. 261015                                      ADD RB-QTY TO WS-COVERED
274. 261015                                   END-IF
275. 261015                            END-READ
276. 261015                         END-IF
277. 261015                      END-IF
278. 261015               END-READ
279. 261015            END-PERFORM.
280. 261015            IF WS-COVERED NOT < WS-SHORTFALL
281. 261015               ADD WS-SHORTFALL TO WS-XFER-QTY
282. 261015               MOVE 0 TO WS-SHORTFALL
283. 261015            ELSE
284. 261015               ADD WS-COVERED TO WS-XFER-QTY
285. 261015               SUBTRACT WS-COVERED FROM WS-SHORTFALL
286. 261015            END-IF.
287. 261015        420-EXIT.
288. 261015            EXIT.
2.87 260822        500-SUGGEST-PO.
97.2 260901       * pick the supplier: lowest preference rank wins, cost then
97.3 260901       * lead days break ties, and anyone flagged unavailable on
99.7 260901                       IF IS-ITEM-NUM NOT = IM-ITEM-NUM
99.8 260901                          SET SUP-END TO TRUE
99.9 260901                       ELSE
165. 261015                          PERFORM 460-WEIGH-SUPPLIER THRU 460-EXIT
101. 260901                       END-IF
102. 260901                END-READ
103. 260901             END-PERFORM.
112. 260901                    GO TO 460-EXIT.
113. 260901             IF SU-AVAIL = 'N'
114. 260901                GO TO 460-EXIT.
166. 261015       * a supplier priced in a currency with no rate on file cannot be
167. 261015       * ranked against the others - pass over it
168. 261015             MOVE SU-CURRENCY TO XRQ-CURRENCY.
169. 261015             MOVE 0 TO XRQ-DATE.
170. 261015             CALL 'EXRATEQ' USING XRQ-CURRENCY XRQ-DATE XRQ-RATE
171. 261015                 XRQ-RATE-DATE XRQ-STATUS.
172. 261015             IF NOT XRQ-OK
173. 261015                ADD 1 TO WS-NORATE-CNT
174. 261015                GO TO 460-EXIT.
175. 261015             COMPUTE WS-CAND-LOCAL ROUNDED = IS-UNIT-COST * XRQ-RATE.
115. 260901             IF NOT SUP-PICKED
116. 260901                PERFORM 470-TAKE-SUPPLIER
117. 260901                GO TO 460-EXIT.
119. 260901                PERFORM 470-TAKE-SUPPLIER
120. 260901                GO TO 460-EXIT.
121. 260901             IF IS-PREF = WS-BEST-PREF
176. 261015                IF WS-CAND-LOCAL < WS-BEST-LOCAL OR
177. 261015                   (WS-CAND-LOCAL = WS-BEST-LOCAL AND
124. 260901                    IS-LEAD-DAYS < WS-BEST-LEAD)
125. 260901                   PERFORM 470-TAKE-SUPPLIER
126. 260901                END-IF
132. 260901             MOVE IS-SUPP-ID   TO WS-BEST-SUPP.
133. 260901             MOVE IS-SUPP-ITEM TO WS-BEST-ITEM.
134. 260901             MOVE IS-UNIT-COST TO WS-BEST-COST.
178. 261015             MOVE WS-CAND-LOCAL TO WS-BEST-LOCAL.
135. 260901             MOVE IS-LEAD-DAYS TO WS-BEST-LEAD.
136. 260901             MOVE IS-ORDER-MULT TO WS-BEST-MULT.
137. 260901             MOVE IS-PREF      TO WS-BEST-PREF.
