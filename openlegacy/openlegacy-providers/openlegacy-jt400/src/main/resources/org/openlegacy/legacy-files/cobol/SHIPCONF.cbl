1.07 260901                ACCESS MODE IS DYNAMIC
1.08 260901                RECORD KEY IS OD-KEY
1.09 260901                FILE STATUS IS WS-DTL-STATUS.
92.4 261015       * what shipped from each lot, by item and lot - see LOTTRACE
92.5 261015            SELECT SHIPLOT ASSIGN TO DATABASE-SHIPLOT
92.6 261015                ORGANIZATION IS INDEXED
92.7 261015                ACCESS MODE IS DYNAMIC
92.8 261015                RECORD KEY IS SL-KEY
92.9 261015                FILE STATUS IS WS-SHL-STATUS.
146. 261015       * the item's moving-average cost, stamped on the line as it
147. 261015       * ships - see MARGRPT
148. 261015            SELECT ITEMMSTR ASSIGN TO DATABASE-ITEMMSTR
149. 261015                ORGANIZATION IS INDEXED
150. 261015                ACCESS MODE IS DYNAMIC
151. 261015                RECORD KEY IS IM-ITEM-NUM
152. 261015                FILE STATUS IS WS-FILE-STATUS.
1.10 260901        DATA DIVISION.
1.11 260901        FILE SECTION.
1.12 260901        FD  ORDDTL
30.0 260901       * where the line price came from: C = customer contract
30.1 260901       * price (CONTRPRC), L = the item-master list price
30.2 260901           03  OD-PRICE-SRC      PIC X.
75.3 261015       * shipping warehouse - see ORDENTRY
75.4 261015           03  OD-WHSE           PIC X(3).
75.9 261015       * requested, promised and shipped dates - see ORDENTRY
76.0 261015           03  OD-REQ-DATE       PIC 9(8).
76.1 261015           03  OD-PROM-DATE      PIC 9(8).
76.2 261015           03  OD-SHIP-DATE      PIC 9(8).
76.8 261015       * kit component link - see ORDENTRY
76.9 261015           03  OD-KIT-LINE       PIC 9(3).
92.2 261015       * item as ordered, when superseded - see ORDENTRY
92.3 261015           03  OD-ORIG-ITEM      PIC 9(8).
93.0 261015       * allocated lot - see ORDENTRY
93.1 261015           03  OD-LOT-NUM        PIC X(12).
153. 261015       * the moving-average cost stamped as the line ships - a kit
154. 261015       * line carries the total of its components
155. 261015           03  OD-UNIT-COST      PIC 9(5)V99.
156. 261015           03  OD-EXT-COST       PIC 9(7)V99.
93.2 261015        FD  SHIPLOT
93.3 261015                LABEL RECORD IS STANDARD.
93.4 261015       * one row per order line and lot it shipped from - the recall
93.5 261015       * trail, kept after the journal rolls off to the archive
93.6 261015        01  SHIPLOT-REC.
93.7 261015           03  SL-KEY.
93.8 261015              05  SL-ITEM-NUM    PIC 9(8).
93.9 261015              05  SL-LOT-NUM     PIC X(12).
94.0 261015              05  SL-ORDER-NUM   PIC 9(8).
94.1 261015              05  SL-LINE        PIC 9(3).
94.2 261015           03  SL-WHSE           PIC X(3).
94.3 261015           03  SL-EXPIRY-DATE    PIC 9(8).
94.4 261015           03  SL-QTY            PIC 9(5).
94.5 261015           03  SL-SHIP-DATE      PIC 9(8).
157. 261015        FD  ITEMMSTR
158. 261015                LABEL RECORD IS STANDARD.
159. 261015        01  ITEMMSTR-REC.
160. 261015           03  IM-ITEM-NUM       PIC 9(8).
161. 261015           03  IM-ITEM-NAME      PIC X(16).
162. 261015           03  IM-DESCRIPTION    PIC X(28).
163. 261015           03  IM-WEIGHT         PIC 9(4).
164. 261015           03  IM-SHIP-METHOD    PIC X(10).
165. 261015           03  IM-SHIP-DAYS      PIC 9(4).
166. 261015           03  IM-UNIT-PRICE     PIC 9(5)V99.
167. 261015           03  IM-QTY-ON-HAND    PIC 9(5).
168. 261015           03  IM-REORDER-POINT  PIC 9(5).
169. 261015           03  IM-CATEGORY       PIC X(16).
170. 261015           03  IM-DESCRIPTION-LONG       PIC X(80).
171. 261015           03  IM-STATUS         PIC X.
172. 261015           03  IM-LAST-CHANGED   PIC X(21).
173. 261015       * moving-average unit cost - see INVPOST
174. 261015           03  IM-UNIT-COST      PIC 9(5)V99.
175. 261015           03  IM-LOT-CTRL       PIC X.
176. 261015           03  IM-ABC-CLASS      PIC X.
177. 261015           03  IM-LAST-COUNT     PIC 9(8).
1.24 260901        WORKING-STORAGE SECTION.
1.25 260901        01  WS-DTL-STATUS     PIC XX.
94.6 261015        01  WS-SHL-STATUS     PIC XX.
178. 261015        01  WS-FILE-STATUS    PIC XX.
76.3 261015        01  WS-TODAY          PIC 9(8) VALUE 0.
77.0 261015        01  WS-DTL-END        PIC X VALUE 'N'.
77.1 261015           88 DTL-END               VALUE 'Y'.
77.2 261015       * the kit line whose components are being walked, and how
77.3 261015       * many of them are still to ship
77.4 261015        01  WS-KIT-LINE       PIC 9(3) VALUE 0.
179. 261015       * what the kit's components cost between them
180. 261015        01  WS-KIT-COST       PIC 9(7)V99 VALUE 0.
77.5 261015        01  WS-OPEN-LEFT      PIC 9(3) VALUE 0.
94.7 261015       * the LOTPICK first-expiry parameter set - the lots a shipment
94.8 261015       * of a lot-controlled item comes from
94.9 261015        01  LKP-FUNC          PIC X VALUE 'S'.
95.0 261015        01  LKP-EXCL-KEY      PIC X(11) VALUE ZEROS.
95.1 261015        01  LKP-PICKS.
95.2 261015           03  LKP-PICK-CNT      PIC 9(2).
95.3 261015           03  LKP-PICK OCCURS 10 TIMES.
95.4 261015              05  LKP-PK-WHSE       PIC X(3).
95.5 261015              05  LKP-PK-LOT        PIC X(12).
95.6 261015              05  LKP-PK-EXPIRY     PIC 9(8).
95.7 261015              05  LKP-PK-QTY        PIC 9(5).
95.8 261015        01  LKP-STATUS        PIC X.
95.9 261015        01  I-PK              PIC 9(2) VALUE 0.
1.26 260901       * the INVENTRY journal-service parameter set
1.27 260901        01  INV-ITEM-NUM      PIC 9(8).
1.28 260901        01  INV-TRAN-TYPE     PIC X.
1.31 260901        01  INV-WHSE          PIC X(3).
75.0 260901       * 0 = post as of today
75.1 260901        01  INV-POST-DATE     PIC 9(8) VALUE 0.
96.0 261015       * lot and expiry of what is journalled - see INVENTRY
96.1 261015        01  INV-LOT-NUM       PIC X(12) VALUE SPACES.
96.2 261015        01  INV-EXPIRY-DATE   PIC 9(8) VALUE 0.
143. 261015        01  INV-REASON        PIC X(4) VALUE SPACES.
1.32 260901        01  INV-OPERATOR-ID   PIC X(10).
1.33 260901        01  INV-STATUS        PIC X.
1.34 260901        LINKAGE SECTION.
1.40 260901           88 SHP-NO-LINE          VALUE '1'.
1.41 260901           88 SHP-NOT-ALLOCATED    VALUE '2'.
1.42 260901           88 SHP-JRNL-ERROR       VALUE '3'.
96.3 261015       * not enough unexpired lot stock to ship the line
96.4 261015           88 SHP-LOT-SHORT        VALUE '4'.
1.43 260901        PROCEDURE DIVISION USING SHP-ORDER-NUM SHP-LINE SHP-OPERATOR
1.44 260901            SHP-STATUS.
1.45 260901        BEGIN.
1.50 260901       * cannot ship until PORECV's receipt release allocates them.
1.51 260901            SET SHP-OK TO TRUE.
1.52 260901            OPEN I-O ORDDTL.
96.5 261015            OPEN I-O SHIPLOT.
181. 261015            OPEN INPUT ITEMMSTR.
1.53 260901            MOVE SHP-ORDER-NUM TO OD-ORDER-NUM.
1.54 260901            MOVE SHP-LINE      TO OD-LINE.
1.55 260901            READ ORDDTL
1.57 260901                   SET SHP-NO-LINE TO TRUE.
1.58 260901            IF SHP-STATUS NOT = '0'
1.59 260901               GO TO 900-CLOSE.
77.6 261015       * a kit line ships by shipping its component lines - they
77.7 261015       * carry the stock and the warehouses
77.8 261015            IF OD-STATUS = 'K'
77.9 261015               PERFORM 500-SHIP-KIT THRU 500-EXIT
78.0 261015               GO TO 900-CLOSE.
1.60 260901            IF OD-STATUS NOT = 'A'
1.61 260901               SET SHP-NOT-ALLOCATED TO TRUE
1.62 260901               GO TO 900-CLOSE.
96.6 261015       * the journal entries - one per lot for a lot-controlled item
96.7 261015            PERFORM 650-JOURNAL-LINE THRU 650-EXIT.
96.8 261015            IF SHP-STATUS NOT = '0'
96.9 261015               GO TO 900-CLOSE.
76.4 261015       * the actual ship date, for the on-time-in-full measure
76.5 261015            ACCEPT WS-TODAY FROM DATE.
76.6 261015            ADD 20000000 TO WS-TODAY.
182. 261015            PERFORM 680-STAMP-COST THRU 680-EXIT.
76.7 261015            MOVE WS-TODAY TO OD-SHIP-DATE.
1.79 260901            MOVE 'S' TO OD-STATUS.
1.80 260901            REWRITE ORDDTL-REC.
78.1 261015       * the last component out ships its kit line
78.2 261015            IF OD-KIT-LINE > 0
78.3 261015               PERFORM 600-CHECK-KIT THRU 600-EXIT.
1.81 260901        900-CLOSE.
1.82 260901            CLOSE ORDDTL.
97.0 261015            CLOSE SHIPLOT.
183. 261015            CLOSE ITEMMSTR.
1.83 260901            GOBACK.
78.4 261015        500-SHIP-KIT.
78.5 261015       * all or nothing - every component not yet shipped must be
78.6 261015       * allocated before any of them is journalled; each then posts
78.7 261015       * its own 'S' transaction from its own warehouse, and the
78.8 261015       * kit line closes with them
78.9 261015            ACCEPT WS-TODAY FROM DATE.
79.0 261015            ADD 20000000 TO WS-TODAY.
79.1 261015            MOVE SHP-LINE TO WS-KIT-LINE.
79.2 261015            MOVE 0 TO WS-OPEN-LEFT.
79.3 261015            MOVE 'N' TO WS-DTL-END.
79.4 261015            MOVE SHP-ORDER-NUM TO OD-ORDER-NUM.
79.5 261015            MOVE LOW-VALUES    TO OD-LINE.
79.6 261015            START ORDDTL
79.7 261015                KEY NOT LESS OD-KEY
79.8 261015                INVALID KEY
79.9 261015                   SET DTL-END TO TRUE.
80.0 261015            PERFORM UNTIL DTL-END
80.1 261015               READ ORDDTL NEXT
80.2 261015                   AT END
80.3 261015                      SET DTL-END TO TRUE
80.4 261015                   NOT AT END
80.5 261015                      IF OD-ORDER-NUM NOT = SHP-ORDER-NUM
80.6 261015                         SET DTL-END TO TRUE
80.7 261015                      ELSE
80.8 261015                         IF OD-KIT-LINE = WS-KIT-LINE AND
80.9 261015                            OD-STATUS NOT = 'A' AND
81.0 261015                            OD-STATUS NOT = 'S' AND
81.1 261015                            OD-STATUS NOT = 'I' AND
81.2 261015                            OD-STATUS NOT = 'X'
81.3 261015                            ADD 1 TO WS-OPEN-LEFT
81.4 261015                         END-IF
81.5 261015                      END-IF
81.6 261015               END-READ
81.7 261015            END-PERFORM.
81.8 261015            IF WS-OPEN-LEFT > 0
81.9 261015               SET SHP-NOT-ALLOCATED TO TRUE
82.0 261015               GO TO 500-EXIT.
82.1 261015            MOVE 'N' TO WS-DTL-END.
82.2 261015            MOVE SHP-ORDER-NUM TO OD-ORDER-NUM.
82.3 261015            MOVE LOW-VALUES    TO OD-LINE.
82.4 261015            START ORDDTL
82.5 261015                KEY NOT LESS OD-KEY
82.6 261015                INVALID KEY
82.7 261015                   SET DTL-END TO TRUE.
82.8 261015            PERFORM UNTIL DTL-END
82.9 261015               READ ORDDTL NEXT
83.0 261015                   AT END
83.1 261015                      SET DTL-END TO TRUE
83.2 261015                   NOT AT END
83.3 261015                      IF OD-ORDER-NUM NOT = SHP-ORDER-NUM
83.4 261015                         SET DTL-END TO TRUE
83.5 261015                      ELSE
83.6 261015                         IF OD-KIT-LINE = WS-KIT-LINE AND
83.7 261015                            OD-STATUS = 'A'
83.8 261015                            PERFORM 550-SHIP-COMPONENT THRU 550-EXIT
83.9 261015                            IF SHP-STATUS NOT = '0'
84.0 261015                               SET DTL-END TO TRUE
84.1 261015                            END-IF
84.2 261015                         END-IF
84.3 261015                      END-IF
84.4 261015               END-READ
84.5 261015            END-PERFORM.
84.6 261015            IF SHP-STATUS NOT = '0'
84.7 261015               GO TO 500-EXIT.
184. 261015            PERFORM 690-KIT-COST THRU 690-EXIT.
84.8 261015            MOVE SHP-ORDER-NUM TO OD-ORDER-NUM.
84.9 261015            MOVE WS-KIT-LINE   TO OD-LINE.
85.0 261015            READ ORDDTL
85.1 261015                INVALID KEY
85.2 261015                   GO TO 500-EXIT.
185. 261015            MOVE WS-KIT-COST TO OD-EXT-COST.
186. 261015            IF OD-QTY > 0
187. 261015               COMPUTE OD-UNIT-COST ROUNDED = WS-KIT-COST / OD-QTY.
85.3 261015            MOVE WS-TODAY TO OD-SHIP-DATE.
85.4 261015            MOVE 'S' TO OD-STATUS.
85.5 261015            REWRITE ORDDTL-REC.
85.6 261015        500-EXIT.
85.7 261015            EXIT.
85.8 261015        550-SHIP-COMPONENT.
97.1 261015            PERFORM 650-JOURNAL-LINE THRU 650-EXIT.
97.2 261015            IF SHP-STATUS NOT = '0'
97.3 261015               GO TO 550-EXIT.
188. 261015            PERFORM 680-STAMP-COST THRU 680-EXIT.
87.4 261015            MOVE WS-TODAY TO OD-SHIP-DATE.
87.5 261015            MOVE 'S' TO OD-STATUS.
87.6 261015            REWRITE ORDDTL-REC.
87.7 261015        550-EXIT.
87.8 261015            EXIT.
97.4 261015        650-JOURNAL-LINE.
97.5 261015       * the line carries the warehouse ORDENTRY sourced it from, so
97.6 261015       * the shipment moves that WHSSTOCK row with the company
97.7 261015       * position; spaces still ship from the company position only.
97.8 261015       * A lot-controlled item ships the lot the line is held against
97.9 261015       * and then the earliest expiry, from the warehouse each lot is
98.0 261015       * in, and every lot shipped is recorded on SHIPLOT
98.1 261015            ACCEPT WS-TODAY FROM DATE.
98.2 261015            ADD 20000000 TO WS-TODAY.
98.3 261015            MOVE OD-ITEM-NUM  TO INV-ITEM-NUM.
98.4 261015            MOVE 'S'          TO INV-TRAN-TYPE.
98.5 261015            MOVE SHP-OPERATOR TO INV-OPERATOR-ID.
98.6 261015            MOVE SPACES TO INV-REFERENCE.
98.7 261015            STRING 'OR' DELIMITED SIZE
98.8 261015                   SHP-ORDER-NUM DELIMITED SIZE
98.9 261015                   INTO INV-REFERENCE.
99.0 261015            CALL 'LOTPICK' USING LKP-FUNC OD-ITEM-NUM OD-WHSE OD-QTY
99.1 261015                OD-LOT-NUM LKP-EXCL-KEY LKP-PICKS LKP-STATUS.
99.2 261015            IF LKP-STATUS = '3'
99.3 261015               SET SHP-LOT-SHORT TO TRUE
99.4 261015               GO TO 650-EXIT.
99.5 261015            IF LKP-STATUS NOT = '0'
99.6 261015               MOVE OD-QTY  TO INV-QTY
99.7 261015               MOVE OD-WHSE TO INV-WHSE
99.8 261015               MOVE SPACES  TO INV-LOT-NUM
99.9 261015               MOVE 0       TO INV-EXPIRY-DATE
100. 261015               PERFORM 660-CALL-JOURNAL THRU 660-EXIT
101. 261015               GO TO 650-EXIT.
102. 261015            PERFORM VARYING I-PK FROM 1 BY 1
103. 261015                    UNTIL I-PK > LKP-PICK-CNT OR SHP-STATUS NOT = '0'
104. 261015               MOVE LKP-PK-QTY(I-PK)    TO INV-QTY
105. 261015               MOVE LKP-PK-WHSE(I-PK)   TO INV-WHSE
106. 261015               MOVE LKP-PK-LOT(I-PK)    TO INV-LOT-NUM
107. 261015               MOVE LKP-PK-EXPIRY(I-PK) TO INV-EXPIRY-DATE
108. 261015               PERFORM 660-CALL-JOURNAL THRU 660-EXIT
109. 261015               IF SHP-STATUS = '0'
110. 261015                  PERFORM 670-RECORD-LOT THRU 670-EXIT
111. 261015               END-IF
112. 261015            END-PERFORM.
113. 261015        650-EXIT.
114. 261015            EXIT.
115. 261015        660-CALL-JOURNAL.
116. 261015            CALL 'INVENTRY' USING INV-ITEM-NUM INV-TRAN-TYPE INV-QTY
117. 261015                INV-REFERENCE INV-WHSE INV-POST-DATE INV-LOT-NUM
118. 261015                INV-EXPIRY-DATE INV-REASON INV-OPERATOR-ID
145. 261015                INV-STATUS.
119. 261015            IF INV-STATUS NOT = '0'
120. 261015               SET SHP-JRNL-ERROR TO TRUE.
121. 261015        660-EXIT.
122. 261015            EXIT.
123. 261015        670-RECORD-LOT.
124. 261015            MOVE OD-ITEM-NUM    TO SL-ITEM-NUM.
125. 261015            MOVE INV-LOT-NUM    TO SL-LOT-NUM.
126. 261015            MOVE SHP-ORDER-NUM  TO SL-ORDER-NUM.
127. 261015            MOVE OD-LINE        TO SL-LINE.
128. 261015            MOVE INV-WHSE       TO SL-WHSE.
129. 261015            MOVE INV-EXPIRY-DATE TO SL-EXPIRY-DATE.
130. 261015            MOVE INV-QTY        TO SL-QTY.
131. 261015            MOVE WS-TODAY       TO SL-SHIP-DATE.
132. 261015            WRITE SHIPLOT-REC
133. 261015                INVALID KEY
134. 261015                   READ SHIPLOT
135. 261015                       NOT INVALID KEY
136. 261015                          ADD INV-QTY TO SL-QTY
137. 261015                          MOVE WS-TODAY TO SL-SHIP-DATE
138. 261015                          REWRITE SHIPLOT-REC
139. 261015                   END-READ
140. 261015            END-WRITE.
141. 261015        670-EXIT.
142. 261015            EXIT.
189. 261015        680-STAMP-COST.
190. 261015       * the cost of the goods as they leave - the moving average
191. 261015       * moves with every receipt, so it is kept on the line now
192. 261015       * for the margin the order actually earned
193. 261015            MOVE 0 TO OD-UNIT-COST OD-EXT-COST.
194. 261015            MOVE OD-ITEM-NUM TO IM-ITEM-NUM.
195. 261015            READ ITEMMSTR
196. 261015                INVALID KEY
197. 261015                   GO TO 680-EXIT.
198. 261015            MOVE IM-UNIT-COST TO OD-UNIT-COST.
199. 261015            COMPUTE OD-EXT-COST = OD-QTY * IM-UNIT-COST.
200. 261015        680-EXIT.
201. 261015            EXIT.
87.9 261015        600-CHECK-KIT.
88.0 261015       * a component shipped on its own - once none of its kit's
88.1 261015       * components is left to ship, the kit line closes too
88.2 261015            MOVE OD-KIT-LINE TO WS-KIT-LINE.
88.3 261015            MOVE 0 TO WS-OPEN-LEFT.
88.4 261015            MOVE 'N' TO WS-DTL-END.
88.5 261015            MOVE SHP-ORDER-NUM TO OD-ORDER-NUM.
88.6 261015            MOVE LOW-VALUES    TO OD-LINE.
88.7 261015            START ORDDTL
88.8 261015                KEY NOT LESS OD-KEY
88.9 261015                INVALID KEY
89.0 261015                   SET DTL-END TO TRUE.
89.1 261015            PERFORM UNTIL DTL-END
89.2 261015               READ ORDDTL NEXT
89.3 261015                   AT END
89.4 261015                      SET DTL-END TO TRUE
89.5 261015                   NOT AT END
89.6 261015                      IF OD-ORDER-NUM NOT = SHP-ORDER-NUM
89.7 261015                         SET DTL-END TO TRUE
89.8 261015                      ELSE
89.9 261015                         IF OD-KIT-LINE = WS-KIT-LINE AND
90.0 261015                            OD-STATUS NOT = 'S' AND
90.1 261015                            OD-STATUS NOT = 'I' AND
90.2 261015                            OD-STATUS NOT = 'X'
90.3 261015                            ADD 1 TO WS-OPEN-LEFT
90.4 261015                         END-IF
90.5 261015                      END-IF
90.6 261015               END-READ
90.7 261015            END-PERFORM.
90.8 261015            IF WS-OPEN-LEFT > 0
90.9 261015               GO TO 600-EXIT.
202. 261015            PERFORM 690-KIT-COST THRU 690-EXIT.
91.0 261015            MOVE SHP-ORDER-NUM TO OD-ORDER-NUM.
91.1 261015            MOVE WS-KIT-LINE   TO OD-LINE.
91.2 261015            READ ORDDTL
91.3 261015                INVALID KEY
91.4 261015                   GO TO 600-EXIT.
91.5 261015            IF OD-STATUS = 'K'
203. 261015               MOVE WS-KIT-COST TO OD-EXT-COST
204. 261015               IF OD-QTY > 0
205. 261015                  COMPUTE OD-UNIT-COST ROUNDED = WS-KIT-COST / OD-QTY
206. 261015               END-IF
91.6 261015               MOVE WS-TODAY TO OD-SHIP-DATE
91.7 261015               MOVE 'S' TO OD-STATUS
91.8 261015               REWRITE ORDDTL-REC
91.9 261015            END-IF.
92.0 261015        600-EXIT.
92.1 261015            EXIT.
207. 261015        690-KIT-COST.
208. 261015       * the kit line is costed as the sum of its shipped components
209. 261015            MOVE 0 TO WS-KIT-COST.
210. 261015            MOVE 'N' TO WS-DTL-END.
211. 261015            MOVE SHP-ORDER-NUM TO OD-ORDER-NUM.
212. 261015            MOVE LOW-VALUES    TO OD-LINE.
213. 261015            START ORDDTL
214. 261015                KEY NOT LESS OD-KEY
215. 261015                INVALID KEY
216. 261015                   SET DTL-END TO TRUE.
217. 261015            PERFORM UNTIL DTL-END
218. 261015               READ ORDDTL NEXT
219. 261015                   AT END
220. 261015                      SET DTL-END TO TRUE
221. 261015                   NOT AT END
222. 261015                      IF OD-ORDER-NUM NOT = SHP-ORDER-NUM
223. 261015                         SET DTL-END TO TRUE
224. 261015                      ELSE
225. 261015                         IF OD-KIT-LINE = WS-KIT-LINE AND
226. 261015                            (OD-STATUS = 'S' OR OD-STATUS = 'I')
227. 261015                            ADD OD-EXT-COST TO WS-KIT-COST
228. 261015                         END-IF
229. 261015                      END-IF
230. 261015               END-READ
231. 261015            END-PERFORM.
232. 261015        690-EXIT.
233. 261015            EXIT.
1.84 260901        HALT.
