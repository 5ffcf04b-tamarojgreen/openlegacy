50.1 260901       * IM-UNIT-PRICE is the selling price, this is what the
50.2 260901       * stock actually cost; STOCKVAL values at this
50.3 260901           03  IM-UNIT-COST      PIC 9(5)V99.
141. 261015       * lot control - see INVPOST
142. 261015           03  IM-LOT-CTRL       PIC X.
144. 261015       * ABC class and last count date - see ABCCLASS
145. 261015           03  IM-ABC-CLASS      PIC X.
146. 261015           03  IM-LAST-COUNT     PIC 9(8).
118. 260901        FD  CATGREF
119. 260901                LABEL RECORD IS STANDARD.
120. 260901        01  CATGREF-REC.
121. 260901           03  CR-CATEGORY       PIC X(16).
122. 260901           03  CR-DESC           PIC X(28).
137. 261015       * tax code INVGEN bills the category's lines under - EX
138. 261015       * exempt, ZR zero-rated, ST standard (the default when
139. 261015       * blank); the rate itself comes from TAXRATE
140. 261015           03  CR-TAX-CODE       PIC X(2).
150. 261015       * minimum margin over moving-average cost, percent - a price
151. 261015       * set under it waits for a second operator; see MRGGUARD
152. 261015           03  CR-MIN-MARGIN     PIC 9(3)V99.
1.28 260822        WORKING-STORAGE SECTION.
1.29 260822        01  WS-FILE-STATUS    PIC XX.
123. 260901        01  WS-CAT-STATUS     PIC XX.
60.8 260901       * cost starts at zero and builds from the first posted
60.9 260901       * receipt (INVPOST moving average off IS-UNIT-COST)
61.0 260901            MOVE 0                TO IM-UNIT-COST.
143. 261015            MOVE 'N'              TO IM-LOT-CTRL.
147. 261015       * unclassed and never counted until ABCCLASS and CYCPOST
148. 261015            MOVE SPACES           TO IM-ABC-CLASS.
149. 261015            MOVE 0                TO IM-LAST-COUNT.
9.04 260822            MOVE FUNCTION CURRENT-DATE TO IM-LAST-CHANGED.
2.06 260822            WRITE ITEMMSTR-REC
2.07 260822                INVALID KEY
