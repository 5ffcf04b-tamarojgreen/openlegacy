10.3 260901                ACCESS MODE IS DYNAMIC
10.4 260901                RECORD KEY IS WH-KEY
10.5 260901                FILE STATUS IS WS-WHS-STATUS.
79.7 261015       * stock by warehouse and lot for lot-controlled items - see
79.8 261015       * LOTPICK
79.9 261015            SELECT LOTSTOCK ASSIGN TO DATABASE-LOTSTOCK
80.0 261015                ORGANIZATION IS INDEXED
80.1 261015                ACCESS MODE IS DYNAMIC
80.2 261015                RECORD KEY IS LS-KEY
80.3 261015                FILE STATUS IS WS-LOT-STATUS.
51.0 260901            SELECT ITEMSUPP ASSIGN TO DATABASE-ITEMSUPP
51.1 260901                ORGANIZATION IS INDEXED
51.2 260901                ACCESS MODE IS DYNAMIC
51.3 260901                RECORD KEY IS IS-KEY
51.4 260901                FILE STATUS IS WS-SUP-STATUS.
75.8 261015            SELECT SUPPMSTR ASSIGN TO DATABASE-SUPPMSTR
75.9 261015                ORGANIZATION IS INDEXED
76.0 261015                ACCESS MODE IS DYNAMIC
76.1 261015                RECORD KEY IS SU-SUPP-ID
76.2 261015                FILE STATUS IS WS-SUM-STATUS.
59.0 260901       * closed-period control - see INVENTRY and INVCLOSE; a row
59.1 260901       * dated into a closed period must never apply, the balance-
59.2 260901       * forward for that period has already been cut
1.28 260822           03  IJ-OPERATOR-ID    PIC X(10).
1.29 260822           03  IJ-TIMESTAMP      PIC X(21).
1.30 260822           03  IJ-APPLIED        PIC X.
80.4 261015       * lot moved - see INVENTRY
80.5 261015           03  IJ-LOT-NUM        PIC X(12).
80.6 261015           03  IJ-EXPIRY-DATE    PIC 9(8).
116. 261015           03  IJ-REASON         PIC X(4).
1.31 260822        FD  ITEMMSTR
1.32 260822                LABEL RECORD IS STANDARD.
1.33 260822        01  ITEMMSTR-REC.
50.1 260901       * IM-UNIT-PRICE is the selling price, this is what the
50.2 260901       * stock actually cost; STOCKVAL values at this
50.3 260901           03  IM-UNIT-COST      PIC 9(5)V99.
80.7 261015       * lot control: Y = every receipt carries a lot number and
80.8 261015       * an expiry date, stock is held by warehouse and lot on
80.9 261015       * LOTSTOCK and ships earliest expiry first - see LOTPICK
81.0 261015           03  IM-LOT-CTRL       PIC X.
113. 261015       * ABC class and last count date - see ABCCLASS
114. 261015           03  IM-ABC-CLASS      PIC X.
115. 261015           03  IM-LAST-COUNT     PIC 9(8).
10.6 260901        FD  WHSSTOCK
10.7 260901                LABEL RECORD IS STANDARD.
10.8 260901        01  WHSSTOCK-REC.
11.1 260901              05  WH-WHSE        PIC X(3).
11.2 260901           03  WH-QTY-ON-HAND    PIC 9(5).
11.3 260901           03  WH-REORDER-POINT  PIC 9(5).
81.1 261015        FD  LOTSTOCK
81.2 261015                LABEL RECORD IS STANDARD.
81.3 261015       * one row per item, warehouse and lot - lot spaces holds stock
81.4 261015       * that came in with no lot named (a count surplus, a return).
81.5 261015       * Expiry 0 = does not expire. Picked = shipped by SHIPCONF or
81.6 261015       * WHSXFER from the lot and not yet posted here
81.7 261015        01  LOTSTOCK-REC.
81.8 261015           03  LS-KEY.
81.9 261015              05  LS-ITEM-NUM    PIC 9(8).
82.0 261015              05  LS-WHSE        PIC X(3).
82.1 261015              05  LS-LOT-NUM     PIC X(12).
82.2 261015           03  LS-EXPIRY-DATE    PIC 9(8).
82.3 261015           03  LS-RECV-DATE      PIC 9(8).
82.4 261015           03  LS-QTY-ON-HAND    PIC 9(5).
82.5 261015           03  LS-QTY-PICKED     PIC 9(5).
51.5 260901        FD  ITEMSUPP
51.6 260901                LABEL RECORD IS STANDARD.
51.7 260901        01  ITEMSUPP-REC.
52.4 260901           03  IS-UNIT-COST      PIC 9(5)V99.
52.5 260901       * preference rank - see POGEN
52.6 260901           03  IS-PREF           PIC 9(2).
75.6 261015       * drop-ship link - see POGEN
75.7 261015           03  IS-DROP-SHIP      PIC X.
76.3 261015        FD  SUPPMSTR
76.4 261015                LABEL RECORD IS STANDARD.
76.5 261015        01  SUPPMSTR-REC.
76.6 261015           03  SU-SUPP-ID        PIC X(6).
76.7 261015           03  SU-NAME           PIC X(30).
76.8 261015       * N = unavailable - see POGEN
76.9 261015           03  SU-AVAIL          PIC X.
77.0 261015       * billing currency - see POGEN
77.1 261015           03  SU-CURRENCY       PIC X(3).
59.8 260901        FD  PERIODCTL
59.9 260901                LABEL RECORD IS STANDARD.
60.0 260901        01  PERIODCTL-REC.
1.50 260822        01  WS-FILE-STATUS    PIC XX.
1.51 260822        01  WS-RPT-STATUS     PIC XX.
11.4 260901        01  WS-WHS-STATUS     PIC XX.
82.6 261015        01  WS-LOT-STATUS     PIC XX.
82.7 261015        01  WS-LOT-SHORT      PIC X VALUE 'N'.
82.8 261015        01  WS-LOT-END        PIC X VALUE 'N'.
82.9 261015           88 LOT-END               VALUE 'Y'.
83.0 261015       * an unnamed shipment out of lot stock - what is still to take,
83.1 261015       * the lot chosen (earliest expiry, undated last) and whether
83.2 261015       * stock already picked for a shipment is spared
83.3 261015        01  WS-LOT-LEFT       PIC 9(5) VALUE 0.
83.4 261015        01  WS-LOT-TAKE       PIC 9(5) VALUE 0.
83.5 261015        01  WS-LOT-FREE       PIC 9(5) VALUE 0.
83.6 261015        01  WS-LOT-FREE-ONLY  PIC X VALUE 'Y'.
83.7 261015        01  WS-LOT-FOUND      PIC X VALUE 'N'.
83.8 261015           88 LOT-FOUND             VALUE 'Y'.
83.9 261015        01  WS-LOT-BEST-KEY   PIC X(23) VALUE SPACES.
84.0 261015        01  WS-LOT-BEST-EXP   PIC 9(8) VALUE 0.
84.1 261015        01  WS-LOT-CAND-EXP   PIC 9(8) VALUE 0.
58.0 260901        01  WS-SUP-STATUS     PIC XX.
77.2 261015        01  WS-SUM-STATUS     PIC XX.
60.4 260901        01  WS-PER-STATUS     PIC XX.
60.5 260901        01  WS-PER-CLOSED     PIC X VALUE 'N'.
79.6 261015        01  WS-RCV-COST       PIC 9(7)V99 VALUE 0.
117. 261015       * the cost the movement is booked to the ledger at, and the
118. 261015       * GLPOST parameter set
119. 261015        01  WS-GL-COST        PIC 9(7)V99 VALUE 0.
120. 261015       * I = the event's mapping books stock coming in, O = going out
121. 261015        01  WS-GL-DIR         PIC X VALUE 'I'.
122. 261015        01  GLP-EVENT         PIC X(4) VALUE SPACES.
123. 261015        01  GLP-AMOUNT        PIC S9(11)V99 VALUE 0.
124. 261015        01  GLP-SOURCE        PIC X(10) VALUE 'INVPOST   '.
125. 261015        01  GLP-STATUS        PIC X VALUE '0'.
126. 261015           88 GLP-SUSPENSE          VALUE '1'.
127. 261015           88 GLP-IO-ERROR          VALUE '2'.
128. 261015        01  WS-GL-CNT         PIC 9(7) VALUE 0.
129. 261015        01  WS-GL-SUSP-CNT    PIC 9(7) VALUE 0.
130. 261015        01  WS-GL-ERR-CNT     PIC 9(7) VALUE 0.
52.8 260901        01  WS-SUP-END        PIC X VALUE 'N'.
52.9 260901           88 SUP-END               VALUE 'Y'.
53.0 260901        01  WS-COST-PICKED    PIC X VALUE 'N'.
53.1 260901        01  WS-BEST-PREF      PIC 9(2) VALUE 0.
77.3 261015        01  WS-RCV-SUPP       PIC X(6) VALUE SPACES.
77.4 261015        01  XRQ-CURRENCY      PIC X(3).
77.5 261015        01  XRQ-RATE          PIC 9(4)V9(6).
77.6 261015        01  XRQ-RATE-DATE     PIC 9(8).
77.7 261015        01  XRQ-STATUS        PIC X.
77.8 261015           88 XRQ-OK               VALUE '0'.
58.1 260901        01  WS-OLD-VALUE      PIC 9(12)V99 VALUE 0.
58.2 260901        01  WS-NEW-QTY        PIC 9(7) VALUE 0.
13.3 260901        01  WS-WHS-SHORT      PIC X VALUE 'N'.
1.72 260822            OPEN I-O INVJRNL.
1.73 260822            OPEN I-O ITEMMSTR.
11.5 260901            OPEN I-O WHSSTOCK.
84.2 261015            OPEN I-O LOTSTOCK.
58.3 260901            OPEN INPUT ITEMSUPP.
77.9 261015            OPEN INPUT SUPPMSTR.
60.6 260901            OPEN INPUT PERIODCTL.
1.74 260822            OPEN OUTPUT INVRPT.
1.75 260822            MOVE 'INVENTORY POSTING REPORT' TO RPT-LINE.
1.98 260822                   WS-REJECT-CNT DELIMITED SIZE
1.99 260822                   INTO RPT-LINE.
2.00 260822            WRITE RPT-LINE.
131. 261015            MOVE SPACES TO RPT-LINE.
132. 261015            STRING 'GL ENTRY SETS ' DELIMITED SIZE
133. 261015                   WS-GL-CNT DELIMITED SIZE
134. 261015                   ' TO SUSPENSE ' DELIMITED SIZE
135. 261015                   WS-GL-SUSP-CNT DELIMITED SIZE
136. 261015                   ' FAILED ' DELIMITED SIZE
137. 261015                   WS-GL-ERR-CNT DELIMITED SIZE
138. 261015                   INTO RPT-LINE.
139. 261015            WRITE RPT-LINE.
2.01 260822            CLOSE INVJRNL.
2.02 260822            CLOSE ITEMMSTR.
11.6 260901            CLOSE WHSSTOCK.
84.3 261015            CLOSE LOTSTOCK.
53.2 260901            CLOSE ITEMSUPP.
78.0 261015            CLOSE SUPPMSTR.
60.7 260901            CLOSE PERIODCTL.
2.03 260822            CLOSE INVRPT.
2.04 260822            STOP RUN.
2.17 260822                   MOVE 'E' TO IJ-APPLIED
2.18 260822                   REWRITE INVJRNL-REC
2.19 260822                   GO TO 500-EXIT.
140. 261015       * cost before a receipt moves the average
141. 261015            MOVE IM-UNIT-COST TO WS-GL-COST.
2.20 260822            EVALUATE IJ-TRAN-TYPE
2.21 260822               WHEN 'R'
53.3 260901       * receipts refresh the moving-average unit cost before
63.0 260901       * transfer (reference XF...): moving stock between
63.1 260901       * warehouses is not a purchase and must not drag the
63.2 260901       * average toward the current supplier cost
75.2 261015       * - nor a customer return (reference RM...), which comes back
75.3 261015       * at what it cost when it went out
75.4 261015                   IF IJ-REFERENCE(1:2) NOT = 'XF' AND
75.5 261015                      IJ-REFERENCE(1:2) NOT = 'RM'
53.5 260901                      PERFORM 560-AVG-COST THRU 560-EXIT
63.4 260901                   END-IF
2.22 260822                  ADD IJ-QTY TO IM-QTY-ON-HAND
12.6 260901                        GO TO 500-EXIT
12.7 260901                     END-IF
12.8 260901                  END-IF
84.4 261015       * a shipment out of a named lot must fit that lot
84.5 261015                  IF IM-LOT-CTRL = 'Y' AND IJ-LOT-NUM NOT = SPACES
84.6 261015                     PERFORM 545-CHECK-LOT THRU 545-EXIT
84.7 261015                     IF WS-LOT-SHORT = 'Y'
84.8 261015                        ADD 1 TO WS-REJECT-CNT
84.9 261015                        MOVE 'REJECT - LOT SHORT' TO RPT-TEXT
85.0 261015                        PERFORM 600-WRITE-LINE
85.1 261015                        MOVE 'E' TO IJ-APPLIED
85.2 261015                        REWRITE INVJRNL-REC
85.3 261015                        GO TO 500-EXIT
85.4 261015                     END-IF
85.5 261015                  END-IF
2.26 260822                  IF IJ-QTY > IM-QTY-ON-HAND
2.27 260822                     ADD 1 TO WS-REJECT-CNT
2.28 260822                     MOVE 'REJECT - SHIP EXCEEDS ON-HAND' TO RPT-TEXT
13.0 260901       * per-warehouse balances stop drifting from IM-QTY-ON-HAND
13.1 260901            IF IJ-WAREHOUSE NOT = SPACES
13.2 260901               PERFORM 550-POST-WHS THRU 550-EXIT.
85.6 261015       * and a lot-controlled item moves its lot rows with them
85.7 261015            IF IM-LOT-CTRL = 'Y'
85.8 261015               PERFORM 570-POST-LOT THRU 570-EXIT.
9.24 260822            MOVE FUNCTION CURRENT-DATE TO IM-LAST-CHANGED.
2.43 260822            REWRITE ITEMMSTR-REC.
142. 261015            PERFORM 575-POST-GL THRU 575-EXIT.
2.44 260822            MOVE 'Y' TO IJ-APPLIED.
2.45 260822            REWRITE INVJRNL-REC.
2.46 260822            ADD 1 TO WS-POSTED-CNT.
55.8 260901                             MOVE 'Y' TO WS-COST-PICKED
55.9 260901                             MOVE IS-PREF TO WS-BEST-PREF
56.6 260901                             MOVE IS-UNIT-COST TO WS-RCV-COST
78.1 261015                             MOVE IS-SUPP-ID TO WS-RCV-SUPP
56.7 260901                          END-IF
56.8 260901                       END-IF
56.9 260901                END-READ
57.0 260901             END-PERFORM.
57.1 260901             IF WS-COST-PICKED = 'N'
57.2 260901                GO TO 560-EXIT.
78.2 261015       * the supplier cost is in the supplier's currency - bring it to
78.3 261015       * local at the rate in force on the receipt's posting date. With
78.4 261015       * no rate on file the average is left as it stands
78.5 261015             MOVE SPACES TO XRQ-CURRENCY.
78.6 261015             MOVE WS-RCV-SUPP TO SU-SUPP-ID.
78.7 261015             READ SUPPMSTR
78.8 261015                 NOT INVALID KEY
78.9 261015                    MOVE SU-CURRENCY TO XRQ-CURRENCY
79.0 261015             END-READ.
79.1 261015             CALL 'EXRATEQ' USING XRQ-CURRENCY IJ-POST-DATE XRQ-RATE
79.2 261015                 XRQ-RATE-DATE XRQ-STATUS.
79.3 261015             IF NOT XRQ-OK
79.4 261015                GO TO 560-EXIT.
79.5 261015             COMPUTE WS-RCV-COST ROUNDED = WS-RCV-COST * XRQ-RATE.
143. 261015             MOVE WS-RCV-COST TO WS-GL-COST.
58.4 260901             COMPUTE WS-NEW-QTY = IM-QTY-ON-HAND + IJ-QTY.
58.5 260901             IF WS-NEW-QTY = 0
58.6 260901                GO TO 560-EXIT.
16.7 260901             REWRITE WHSSTOCK-REC.
16.8 260901         550-EXIT.
16.9 260901             EXIT.
85.9 261015         545-CHECK-LOT.
86.0 261015             MOVE 'N' TO WS-LOT-SHORT.
86.1 261015             MOVE IJ-ITEM-NUM  TO LS-ITEM-NUM.
86.2 261015             MOVE IJ-WAREHOUSE TO LS-WHSE.
86.3 261015             MOVE IJ-LOT-NUM   TO LS-LOT-NUM.
86.4 261015             READ LOTSTOCK
86.5 261015                 INVALID KEY
86.6 261015                    MOVE 'Y' TO WS-LOT-SHORT
86.7 261015                    GO TO 545-EXIT.
86.8 261015             IF IJ-QTY > LS-QTY-ON-HAND
86.9 261015                MOVE 'Y' TO WS-LOT-SHORT.
87.0 261015         545-EXIT.
87.1 261015             EXIT.
87.2 261015         570-POST-LOT.
100. 261015       * an unnamed movement out is taken from stock with no lot first
101. 261015       * (nothing else can ship it - see LOTPICK), then from the lots
102. 261015       * earliest expiry first; anything coming in with no lot named
103. 261015       * lands on the item's unlotted row
87.6 261015             IF IJ-TRAN-TYPE = 'S' AND IJ-LOT-NUM = SPACES
87.7 261015                PERFORM 580-LOT-OUT THRU 580-EXIT
87.8 261015                GO TO 570-EXIT.
87.9 261015       * receipts create the lot row on first arrival
88.0 261015             MOVE IJ-ITEM-NUM  TO LS-ITEM-NUM.
88.1 261015             MOVE IJ-WAREHOUSE TO LS-WHSE.
88.2 261015             MOVE IJ-LOT-NUM   TO LS-LOT-NUM.
88.3 261015             READ LOTSTOCK
88.4 261015                 INVALID KEY
88.5 261015                    MOVE IJ-ITEM-NUM    TO LS-ITEM-NUM
88.6 261015                    MOVE IJ-WAREHOUSE   TO LS-WHSE
88.7 261015                    MOVE IJ-LOT-NUM     TO LS-LOT-NUM
88.8 261015                    MOVE IJ-EXPIRY-DATE TO LS-EXPIRY-DATE
88.9 261015                    MOVE IJ-POST-DATE   TO LS-RECV-DATE
89.0 261015                    MOVE 0 TO LS-QTY-ON-HAND LS-QTY-PICKED
89.1 261015                    WRITE LOTSTOCK-REC
89.2 261015                        INVALID KEY
89.3 261015                           CONTINUE
89.4 261015                    END-WRITE.
89.5 261015             EVALUATE IJ-TRAN-TYPE
89.6 261015                WHEN 'R'
89.7 261015                   ADD IJ-QTY TO LS-QTY-ON-HAND
89.8 261015                WHEN 'A'
89.9 261015                   ADD IJ-QTY TO LS-QTY-ON-HAND
90.0 261015                WHEN 'S'
90.1 261015                   SUBTRACT IJ-QTY FROM LS-QTY-ON-HAND
90.2 261015       * the pick SHIPCONF or WHSXFER made against the lot is now
90.3 261015       * posted
90.4 261015                   IF IJ-REFERENCE(1:2) = 'OR' OR
90.5 261015                      IJ-REFERENCE(1:2) = 'XF'
90.6 261015                      IF IJ-QTY > LS-QTY-PICKED
90.7 261015                         MOVE 0 TO LS-QTY-PICKED
90.8 261015                      ELSE
90.9 261015                         SUBTRACT IJ-QTY FROM LS-QTY-PICKED
91.0 261015                      END-IF
91.1 261015                   END-IF
91.2 261015             END-EVALUATE.
91.3 261015             REWRITE LOTSTOCK-REC.
91.4 261015         570-EXIT.
91.5 261015             EXIT.
144. 261015         575-POST-GL.
145. 261015       * every applied movement is booked to the ledger at cost - a
146. 261015       * purchase receipt at the local cost it was bought at, the
147. 261015       * rest at the moving average it moved at. Count variances are
148. 261015       * booked by CYCPOST as it journals them, so are left alone
149. 261015             IF IJ-REASON = 'CCNT'
150. 261015                GO TO 575-EXIT.
151. 261015             EVALUATE TRUE
152. 261015                WHEN IJ-REFERENCE(1:2) = 'XF'
153. 261015                   MOVE 'XFER' TO GLP-EVENT
154. 261015                   MOVE 'I'    TO WS-GL-DIR
155. 261015                WHEN IJ-REASON = 'QSCR'
156. 261015                   MOVE 'SCRP' TO GLP-EVENT
157. 261015                   MOVE 'O'    TO WS-GL-DIR
158. 261015                WHEN IJ-REFERENCE(1:2) = 'PO'
159. 261015                   MOVE 'RCPT' TO GLP-EVENT
160. 261015                   MOVE 'I'    TO WS-GL-DIR
161. 261015                WHEN IJ-REFERENCE(1:2) = 'RM'
162. 261015                   MOVE 'RTRN' TO GLP-EVENT
163. 261015                   MOVE 'I'    TO WS-GL-DIR
164. 261015                WHEN IJ-REFERENCE(1:2) = 'OR'
165. 261015                   MOVE 'SHIP' TO GLP-EVENT
166. 261015                   MOVE 'O'    TO WS-GL-DIR
167. 261015                WHEN IJ-REFERENCE(1:2) = 'DN'
168. 261015                   MOVE 'RTV ' TO GLP-EVENT
169. 261015                   MOVE 'O'    TO WS-GL-DIR
170. 261015                WHEN OTHER
171. 261015                   MOVE 'ADJ ' TO GLP-EVENT
172. 261015                   MOVE 'I'    TO WS-GL-DIR
173. 261015             END-EVALUATE.
174. 261015             COMPUTE GLP-AMOUNT = IJ-QTY * WS-GL-COST.
175. 261015       * a movement against its event's direction - the out-leg of a
176. 261015       * transfer, a downward adjustment - books the mapping reversed
177. 261015             IF (WS-GL-DIR = 'I' AND IJ-TRAN-TYPE = 'S') OR
178. 261015                (WS-GL-DIR = 'O' AND IJ-TRAN-TYPE NOT = 'S')
179. 261015                COMPUTE GLP-AMOUNT = 0 - GLP-AMOUNT.
180. 261015             CALL 'GLPOST' USING GLP-EVENT IM-CATEGORY IJ-ITEM-NUM
181. 261015                 IJ-REFERENCE GLP-AMOUNT IJ-POST-DATE GLP-SOURCE
182. 261015                 GLP-STATUS.
183. 261015             EVALUATE TRUE
184. 261015                WHEN GLP-IO-ERROR
185. 261015                   ADD 1 TO WS-GL-ERR-CNT
186. 261015                WHEN GLP-SUSPENSE
187. 261015                   ADD 1 TO WS-GL-SUSP-CNT
188. 261015                   ADD 1 TO WS-GL-CNT
189. 261015                WHEN GLP-AMOUNT NOT = 0
190. 261015                   ADD 1 TO WS-GL-CNT
191. 261015             END-EVALUATE.
192. 261015         575-EXIT.
193. 261015             EXIT.
91.6 261015         580-LOT-OUT.
91.7 261015       * stock not picked for a shipment goes first; only when that
91.8 261015       * runs out is picked stock taken, so the lot rows still add up
91.9 261015       * to the warehouse
92.0 261015             MOVE IJ-QTY TO WS-LOT-LEFT.
92.1 261015             MOVE 'Y' TO WS-LOT-FREE-ONLY.
92.2 261015             MOVE 'Y' TO WS-LOT-FOUND.
92.3 261015             PERFORM UNTIL WS-LOT-LEFT = 0
92.4 261015                PERFORM 585-FIND-LOT THRU 585-EXIT
92.5 261015                IF LOT-FOUND
92.6 261015                   MOVE WS-LOT-BEST-KEY TO LS-KEY
92.7 261015                   READ LOTSTOCK
92.8 261015                       INVALID KEY
92.9 261015                          MOVE 0 TO WS-LOT-LEFT
93.0 261015                       NOT INVALID KEY
93.1 261015                          PERFORM 590-TAKE-LOT
93.2 261015                   END-READ
93.3 261015                ELSE
93.4 261015                   IF WS-LOT-FREE-ONLY = 'Y'
93.5 261015                      MOVE 'N' TO WS-LOT-FREE-ONLY
93.6 261015                   ELSE
93.7 261015                      MOVE 0 TO WS-LOT-LEFT
93.8 261015                   END-IF
93.9 261015                END-IF
94.0 261015             END-PERFORM.
94.1 261015         580-EXIT.
94.2 261015             EXIT.
94.3 261015         585-FIND-LOT.
94.4 261015             MOVE 'N' TO WS-LOT-FOUND WS-LOT-END.
94.5 261015             MOVE IJ-ITEM-NUM  TO LS-ITEM-NUM.
94.6 261015             MOVE IJ-WAREHOUSE TO LS-WHSE.
94.7 261015             MOVE LOW-VALUES   TO LS-LOT-NUM.
94.8 261015             START LOTSTOCK
94.9 261015                 KEY NOT LESS LS-KEY
95.0 261015                 INVALID KEY
95.1 261015                    SET LOT-END TO TRUE.
95.2 261015             PERFORM UNTIL LOT-END
95.3 261015                READ LOTSTOCK NEXT
95.4 261015                    AT END
95.5 261015                       SET LOT-END TO TRUE
95.6 261015                    NOT AT END
95.7 261015                       IF LS-ITEM-NUM NOT = IJ-ITEM-NUM OR
95.8 261015                          LS-WHSE NOT = IJ-WAREHOUSE
95.9 261015                          SET LOT-END TO TRUE
96.0 261015                       ELSE
96.1 261015                          PERFORM 595-LOT-FREE
104. 261015                          IF LS-LOT-NUM = SPACES
105. 261015                             MOVE 0 TO WS-LOT-CAND-EXP
106. 261015                          ELSE
107. 261015                             IF LS-EXPIRY-DATE = 0
108. 261015                                MOVE 99999999 TO WS-LOT-CAND-EXP
109. 261015                             ELSE
110. 261015                                MOVE LS-EXPIRY-DATE TO WS-LOT-CAND-EXP
111. 261015                             END-IF
112. 261015                          END-IF
96.7 261015                          IF WS-LOT-FREE > 0 AND
96.8 261015                             (NOT LOT-FOUND OR
96.9 261015                              WS-LOT-CAND-EXP < WS-LOT-BEST-EXP)
97.0 261015                             SET LOT-FOUND TO TRUE
97.1 261015                             MOVE LS-KEY TO WS-LOT-BEST-KEY
97.2 261015                             MOVE WS-LOT-CAND-EXP TO WS-LOT-BEST-EXP
97.3 261015                          END-IF
97.4 261015                       END-IF
97.5 261015                END-READ
97.6 261015             END-PERFORM.
97.7 261015         585-EXIT.
97.8 261015             EXIT.
97.9 261015         590-TAKE-LOT.
98.0 261015             PERFORM 595-LOT-FREE.
98.1 261015             IF WS-LOT-FREE < WS-LOT-LEFT
98.2 261015                MOVE WS-LOT-FREE TO WS-LOT-TAKE
98.3 261015             ELSE
98.4 261015                MOVE WS-LOT-LEFT TO WS-LOT-TAKE
98.5 261015             END-IF.
98.6 261015             SUBTRACT WS-LOT-TAKE FROM LS-QTY-ON-HAND WS-LOT-LEFT.
98.7 261015             IF LS-QTY-PICKED > LS-QTY-ON-HAND
98.8 261015                MOVE LS-QTY-ON-HAND TO LS-QTY-PICKED.
98.9 261015             REWRITE LOTSTOCK-REC.
99.0 261015         595-LOT-FREE.
99.1 261015             IF WS-LOT-FREE-ONLY = 'N'
99.2 261015                MOVE LS-QTY-ON-HAND TO WS-LOT-FREE
99.3 261015             ELSE
99.4 261015                IF LS-QTY-PICKED < LS-QTY-ON-HAND
99.5 261015                   COMPUTE WS-LOT-FREE = LS-QTY-ON-HAND - LS-QTY-PICKED
99.6 261015                ELSE
99.7 261015                   MOVE 0 TO WS-LOT-FREE
99.8 261015                END-IF
99.9 261015             END-IF.
2.56 260822        HALT.
