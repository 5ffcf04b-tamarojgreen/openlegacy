1.00 130526        IDENTIFICATION DIVISION.                                                  
2.00 140105        PROGRAM-ID. UPDATEITEM.                                                   
2.01 260808        ENVIRONMENT DIVISION.                                                     
2.02 260808        INPUT-OUTPUT SECTION.                                                     
8.02 260822                ACCESS MODE IS DYNAMIC
8.03 260822                RECORD KEY IS PH-KEY
8.04 260822                FILE STATUS IS WS-PH-STATUS.
1.01 131028        DATA DIVISION.                                                            
2.09 260808        FILE SECTION.                                                             
2.10 260808        FD  ITEMMSTR                                                              
2.11 260808                LABEL RECORD IS STANDARD.                                         
50.1 260901       * IM-UNIT-PRICE is the selling price, this is what the
50.2 260901       * stock actually cost; STOCKVAL values at this
50.3 260901           03  IM-UNIT-COST      PIC 9(5)V99.
50.4 261015       * lot control - see INVPOST
50.5 261015           03  IM-LOT-CTRL       PIC X.
50.6 261015       * ABC class and last count date - see ABCCLASS
50.7 261015           03  IM-ABC-CLASS      PIC X.
50.8 261015           03  IM-LAST-COUNT     PIC 9(8).
8.05 260822        FD  PRICEHIST
8.06 260822                LABEL RECORD IS STANDARD.
8.07 260822        01  PRICEHIST-REC.
118. 260901        01  CATGREF-REC.
119. 260901           03  CR-CATEGORY       PIC X(16).
120. 260901           03  CR-DESC           PIC X(28).
138. 261015       * tax code INVGEN bills the category's lines under - EX
139. 261015       * exempt, ZR zero-rated, ST standard (the default when
140. 261015       * blank); the rate itself comes from TAXRATE
141. 261015           03  CR-TAX-CODE       PIC X(2).
142. 261015       * minimum margin over moving-average cost, percent - a price
143. 261015       * set under it waits for a second operator; see MRGGUARD
144. 261015           03  CR-MIN-MARGIN     PIC 9(3)V99.
2.24 260808        WORKING-STORAGE SECTION.                                                  
2.25 260808        01  WS-FILE-STATUS    PIC XX.                                             
121. 260901        01  WS-CAT-STATUS     PIC XX.
122. 260901        01  WS-CATG-VALID     PIC X VALUE 'N'.
8.14 260822        01  WS-PH-STATUS      PIC XX.
145. 261015        01  WS-MGG-FUNC       PIC X VALUE 'P'.
146. 261015        01  WS-MGG-SOURCE     PIC X VALUE 'L'.
147. 261015        01  WS-MGG-STATUS     PIC X VALUE '0'.
148. 261015        01  WS-MGG-CUST-ID    PIC X(10) VALUE SPACES.
149. 261015        01  WS-MGG-DATE       PIC 9(8) VALUE 0.
177. 261015        01  WS-MGG-TO-DATE    PIC 9(8) VALUE 0.
150. 261015        01  WS-MGG-FLOOR      PIC 9(3)V99 VALUE 0.
151. 261015        01  WS-MGG-OLD-MARGIN PIC S9(5)V99 VALUE 0.
152. 261015        01  WS-MGG-NEW-MARGIN PIC S9(5)V99 VALUE 0.
8.15 260822        01  WS-OLD-PRICE      PIC 9(5)V99 VALUE 0.
2.26 260808        01  WS-CARRIER-TBL.                                                       
2.27 260808           03  FILLER          PIC X(10) VALUE 'AIR MAIL  '.                      
2.44 260808          02 CATEGORY      PIC X(16).                                             
2.45 260808          02 DESCRIPTION-LONG PIC X(80).                                          
2.46 260808        01 SHIPPING.                                                              
2.47 260808          02 UPD-METHOD    PIC X(10).                                             
2.48 260808          02 DAYS          PIC 9(4).                                              
2.49 260808        01 METHOD-VALID-OUT PIC X.
2.50 260808        01 UPD-PERMISSION-TOKEN PIC X.
123. 260901       * 'N' = the typed category is not on CATGREF and the
124. 260901       * update was refused
125. 260901        01 UPD-CATG-VALID-OUT PIC X.
153. 261015       * 'Q' = the new price is under the category's margin floor and
154. 261015       * waits on PRCAPPR row UPD-QUEUE-ID for a second operator (see
155. 261015       * PRCAPRV); everything else in the change has landed
156. 261015        01 UPD-PRICE-HELD-OUT PIC X.
157. 261015        01 UPD-QUEUE-ID       PIC 9(12).
3.00 260808        PROCEDURE DIVISION USING ITEM-NUM ITEM-RECORD SHIPPING
3.01 260808            METHOD-VALID-OUT UPD-PERMISSION-TOKEN
9.07 260822            UPD-PERM-DENIED-OUT UPD-OPERATOR-ID UPD-STAMP
9.08 261015            UPD-STALE-OUT UPD-CATG-VALID-OUT UPD-PRICE-HELD-OUT
158. 261015            UPD-QUEUE-ID.
3.03 260808        BEGIN.
3.04 260808            MOVE ITEM-NUM TO IM-ITEM-NUM.
3.05 260808            MOVE 'N' TO WS-METHOD-VALID.
3.06 260808            MOVE 'N' TO UPD-PERM-DENIED-OUT.
9.09 260822            MOVE ' ' TO UPD-STALE-OUT.
126. 260901            MOVE 'Y' TO UPD-CATG-VALID-OUT.
159. 261015            MOVE ' ' TO UPD-PRICE-HELD-OUT.
160. 261015            MOVE 0 TO UPD-QUEUE-ID.
3.07 260808            PERFORM VARYING I-CARRIER FROM 1 BY 1
3.08 260808                    UNTIL I-CARRIER > 5
3.09 260808               IF UPD-METHOD = WS-CARRIER-O(I-CARRIER)
3.10 260808                  SET METHOD-VALID TO TRUE
3.11 260808                  COMPUTE I-CARRIER = 5 + 1
3.12 260808               END-IF
134. 260901                              MOVE 'N' TO UPD-CATG-VALID-OUT
135. 260901                       END-READ
136. 260901                       IF METHOD-VALID AND WS-CATG-VALID = 'Y'
161. 261015       * a price under the category's margin floor does not land - it
162. 261015       * waits on PRCAPPR for a second operator
163. 261015                         IF UNIT-PRICE NOT = WS-OLD-PRICE
164. 261015                            CALL 'MRGGUARD' USING WS-MGG-FUNC
165. 261015                                WS-MGG-SOURCE ITEM-NUM CATEGORY
166. 261015                                IM-UNIT-COST WS-OLD-PRICE UNIT-PRICE
167. 261015                                WS-MGG-CUST-ID WS-MGG-DATE WS-MGG-TO-DATE
168. 261015                                UPD-OPERATOR-ID WS-MGG-FLOOR
169. 261015                                WS-MGG-OLD-MARGIN WS-MGG-NEW-MARGIN
170. 261015                                UPD-QUEUE-ID WS-MGG-STATUS
171. 261015                            IF WS-MGG-STATUS NOT = '0'
172. 261015                               MOVE 'Q' TO UPD-PRICE-HELD-OUT
173. 261015                            END-IF
174. 261015                         END-IF
3.28 260808                         MOVE ITEM-NAME   TO IM-ITEM-NAME
3.29 260808                         MOVE DESCRIPTION TO IM-DESCRIPTION
3.30 260808                         MOVE WEIGHT      TO IM-WEIGHT
175. 261015                         IF UPD-PRICE-HELD-OUT NOT = 'Q'
3.31 261015                            MOVE UNIT-PRICE  TO IM-UNIT-PRICE
176. 261015                         END-IF
3.32 260808                         MOVE CATEGORY    TO IM-CATEGORY
3.33 260808                         MOVE DESCRIPTION-LONG TO IM-DESCRIPTION-LONG
3.34 260808                         MOVE UPD-METHOD  TO IM-SHIP-METHOD
3.35 260808                         MOVE DAYS        TO IM-SHIP-DAYS
9.16 260822                         MOVE FUNCTION CURRENT-DATE
9.17 260822                             TO IM-LAST-CHANGED
