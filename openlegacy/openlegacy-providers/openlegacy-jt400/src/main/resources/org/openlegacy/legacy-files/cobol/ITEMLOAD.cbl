1.32 260822           03  LD-REORDER-X      PIC X(5).
1.33 260822           03  LD-CATEGORY       PIC X(16).
1.34 260822           03  LD-DESCRIPTION-LONG       PIC X(80).
148. 261015       * the sender frames every file with a header record first and
149. 261015       * a trailer record last, tagged in the first four bytes; the
150. 261015       * trailer carries the detail record count, the sum of the item
151. 261015       * numbers and the sum of the quantities - see IFCTLCHK
152. 261015        01  LOAD-CTL-REC.
153. 261015           03  LC-REC-TYPE       PIC X(4).
154. 261015              88 LC-HEADER             VALUE '*HDR'.
155. 261015              88 LC-TRAILER            VALUE '*TRL'.
156. 261015           03  LC-HDR-DATA.
157. 261015              05  LC-INTERFACE   PIC X(8).
158. 261015              05  LC-FILE-ID     PIC X(12).
159. 261015              05  LC-FILE-DATE   PIC X(8).
160. 261015              05  FILLER         PIC X(9).
161. 261015           03  LC-TRL-DATA REDEFINES LC-HDR-DATA.
162. 261015              05  LC-REC-CNT-X   PIC X(7).
163. 261015              05  LC-HASH-X      PIC X(15).
164. 261015              05  LC-AMOUNT-X    PIC X(15).
1.35 260822        FD  ITEMMSTR
1.36 260822                LABEL RECORD IS STANDARD.
1.37 260822        01  ITEMMSTR-REC.
50.1 260901       * IM-UNIT-PRICE is the selling price, this is what the
50.2 260901       * stock actually cost; STOCKVAL values at this
50.3 260901           03  IM-UNIT-COST      PIC 9(5)V99.
136. 261015       * lot control - see INVPOST
137. 261015           03  IM-LOT-CTRL       PIC X.
139. 261015       * ABC class and last count date - see ABCCLASS
140. 261015           03  IM-ABC-CLASS      PIC X.
141. 261015           03  IM-LAST-COUNT     PIC 9(8).
1.51 260822        FD  LOADERR
1.52 260822                LABEL RECORD IS STANDARD.
1.53 260822       * the input record prefixed with a reason code, for correction
118. 260901        01  CATGREF-REC.
119. 260901           03  CR-CATEGORY       PIC X(16).
120. 260901           03  CR-DESC           PIC X(28).
132. 261015       * tax code INVGEN bills the category's lines under - EX
133. 261015       * exempt, ZR zero-rated, ST standard (the default when
134. 261015       * blank); the rate itself comes from TAXRATE
135. 261015           03  CR-TAX-CODE       PIC X(2).
145. 261015       * minimum margin over moving-average cost, percent - a price
146. 261015       * set under it waits for a second operator; see MRGGUARD
147. 261015           03  CR-MIN-MARGIN     PIC 9(3)V99.
1.58 260822        WORKING-STORAGE SECTION.
1.59 260822        01  WS-LOAD-STATUS    PIC XX.
1.60 260822        01  WS-FILE-STATUS    PIC XX.
1.76 260822        01  WS-LOADED-CNT     PIC 9(7) VALUE 0.
1.77 260822        01  WS-SKIPPED-CNT    PIC 9(7) VALUE 0.
1.78 260822        01  WS-REJECT-CNT     PIC 9(7) VALUE 0.
165. 261015       * the control-total pass - see 100-CONTROL-PASS
166. 261015        01  WS-CTL-END        PIC X VALUE 'N'.
167. 261015           88 CTL-END               VALUE 'Y'.
168. 261015        01  WS-IN-CNT         PIC 9(7) VALUE 0.
169. 261015        01  WS-KEY-NUM        PIC 9(8) VALUE 0.
170. 261015        01  WS-AMT-NUM        PIC 9(7) VALUE 0.
171. 261015       * the IFCTLCHK parameter set
172. 261015        01  IC-CONTROL.
173. 261015           03 IC-INTERFACE        PIC X(8).
174. 261015           03 IC-HDR-INTERFACE    PIC X(8).
175. 261015           03 IC-FILE-ID          PIC X(12).
176. 261015           03 IC-FILE-DATE        PIC X(8).
177. 261015           03 IC-HDR-CNT          PIC 9(7).
178. 261015           03 IC-TRL-CNT          PIC 9(7).
179. 261015           03 IC-SEQ-ERROR        PIC X.
180. 261015           03 IC-TRL-REC-CNT-X    PIC X(7).
181. 261015           03 IC-TRL-HASH-X       PIC X(15).
182. 261015           03 IC-TRL-AMOUNT-X     PIC X(15).
183. 261015           03 IC-REC-CNT          PIC 9(7).
184. 261015           03 IC-HASH             PIC 9(15).
185. 261015           03 IC-AMOUNT           PIC 9(15).
186. 261015           03 IC-CNT-DIFF         PIC S9(7).
187. 261015           03 IC-HASH-DIFF        PIC S9(15).
188. 261015           03 IC-AMOUNT-DIFF      PIC S9(15).
189. 261015           03 IC-REASON           PIC X(4).
190. 261015           03 IC-MESSAGE          PIC X(80).
191. 261015           03 IC-DIFF-LINE        PIC X(80).
192. 261015           03 IC-CTL-ERROR        PIC X.
193. 261015              88 IC-CTL-MISMATCH     VALUE 'Y'.
1.79 260822        PROCEDURE DIVISION.
1.80 260822        BEGIN.
1.81 260822       * bulk-load a supplier catalog with the same validation an
1.83 260822       * file with a reason code; a partial load re-runs safely
1.84 260822       * because already-loaded item numbers are skipped, not
1.85 260822       * duplicated
194. 261015            PERFORM 100-CONTROL-PASS THRU 100-EXIT.
1.86 260822            MOVE 'N' TO WS-LOAD-END.
1.87 260822            OPEN INPUT LOADFILE.
1.88 260822            OPEN I-O ITEMMSTR.
1.89 260822            OPEN OUTPUT LOADERR.
122. 260901            OPEN INPUT CATGREF.
195. 261015       * a file whose totals do not agree is not touched at all
196. 261015            IF IC-CTL-MISMATCH
197. 261015               SET LOAD-END TO TRUE.
1.90 260822            PERFORM UNTIL LOAD-END
1.91 260822               READ LOADFILE
1.92 260822                   AT END
1.93 260822                      SET LOAD-END TO TRUE
198. 261015                   NOT AT END
199. 261015       * the header and trailer were dealt with in the first pass
200. 261015                      IF NOT LC-HEADER AND NOT LC-TRAILER
201. 261015                         ADD 1 TO WS-READ-CNT
202. 261015                         PERFORM 400-LOAD-ONE THRU 400-EXIT
203. 261015                      END-IF
1.97 260822               END-READ
1.98 260822            END-PERFORM.
1.99 260822            DISPLAY 'ITEMLOAD READ ' WS-READ-CNT
2.05 260822            CLOSE LOADERR.
123. 260901            CLOSE CATGREF.
2.06 260822            STOP RUN.
204. 261015        100-CONTROL-PASS.
205. 261015       * first pass - nothing is applied until the whole file has been
206. 261015       * counted and IFCTLCHK has agreed its totals with the trailer
207. 261015            MOVE 'ITEMLOAD' TO IC-INTERFACE.
208. 261015            MOVE SPACES TO IC-HDR-INTERFACE IC-FILE-ID IC-FILE-DATE.
209. 261015            MOVE SPACES TO IC-TRL-REC-CNT-X IC-TRL-HASH-X
210. 261015                IC-TRL-AMOUNT-X.
211. 261015            MOVE 0 TO IC-HDR-CNT IC-TRL-CNT IC-REC-CNT IC-HASH
212. 261015                IC-AMOUNT.
213. 261015            MOVE 'N' TO IC-SEQ-ERROR.
214. 261015            MOVE 'N' TO WS-CTL-END.
215. 261015            OPEN INPUT LOADFILE.
216. 261015            PERFORM UNTIL CTL-END
217. 261015               READ LOADFILE
218. 261015                   AT END
219. 261015                      SET CTL-END TO TRUE
220. 261015                   NOT AT END
221. 261015                      PERFORM 150-TALLY-ONE THRU 150-EXIT
222. 261015               END-READ
223. 261015            END-PERFORM.
224. 261015            CLOSE LOADFILE.
225. 261015            CALL 'IFCTLCHK' USING IC-CONTROL.
226. 261015        100-EXIT.
227. 261015            EXIT.
228. 261015        150-TALLY-ONE.
229. 261015            ADD 1 TO WS-IN-CNT.
230. 261015            IF IC-TRL-CNT > 0
231. 261015               MOVE 'Y' TO IC-SEQ-ERROR.
232. 261015            IF LC-HEADER
233. 261015               ADD 1 TO IC-HDR-CNT
234. 261015               IF WS-IN-CNT NOT = 1
235. 261015                  MOVE 'Y' TO IC-SEQ-ERROR
236. 261015               END-IF
237. 261015               MOVE LC-INTERFACE TO IC-HDR-INTERFACE
238. 261015               MOVE LC-FILE-ID   TO IC-FILE-ID
239. 261015               MOVE LC-FILE-DATE TO IC-FILE-DATE
240. 261015               GO TO 150-EXIT.
241. 261015            IF LC-TRAILER
242. 261015               ADD 1 TO IC-TRL-CNT
243. 261015               MOVE LC-REC-CNT-X TO IC-TRL-REC-CNT-X
244. 261015               MOVE LC-HASH-X    TO IC-TRL-HASH-X
245. 261015               MOVE LC-AMOUNT-X  TO IC-TRL-AMOUNT-X
246. 261015               GO TO 150-EXIT.
247. 261015            ADD 1 TO IC-REC-CNT.
248. 261015       * an item number or quantity that is not numeric adds nothing
249. 261015       * to the sums, so the file cannot agree with its trailer
250. 261015            IF LD-ITEM-NUM-X NUMERIC
251. 261015               MOVE LD-ITEM-NUM-X TO WS-KEY-NUM
252. 261015               ADD WS-KEY-NUM TO IC-HASH.
253. 261015            IF LD-QTY-X NUMERIC
254. 261015               MOVE LD-QTY-X TO WS-AMT-NUM
255. 261015               ADD WS-AMT-NUM TO IC-AMOUNT.
256. 261015        150-EXIT.
257. 261015            EXIT.
2.07 260822        400-LOAD-ONE.
2.08 260822            IF LD-ITEM-NUM-X NOT NUMERIC
2.09 260822               MOVE 'NNUM' TO ERR-REASON
60.8 260901       * cost starts at zero and builds from the first posted
60.9 260901       * receipt (INVPOST moving average off IS-UNIT-COST)
61.0 260901            MOVE 0                TO IM-UNIT-COST.
138. 261015            MOVE 'N'              TO IM-LOT-CTRL.
142. 261015       * unclassed and never counted until ABCCLASS and CYCPOST
143. 261015            MOVE SPACES           TO IM-ABC-CLASS.
144. 261015            MOVE 0                TO IM-LAST-COUNT.
9.13 260822            MOVE FUNCTION CURRENT-DATE TO IM-LAST-CHANGED.
2.45 260822            WRITE ITEMMSTR-REC
2.46 260822                INVALID KEY
