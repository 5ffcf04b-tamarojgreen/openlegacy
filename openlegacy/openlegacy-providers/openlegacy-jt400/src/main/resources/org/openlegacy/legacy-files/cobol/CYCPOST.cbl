83.6 260901           03  IM-LAST-CHANGED   PIC X(21).
83.7 260901       * moving-average unit cost - see INVPOST
83.8 260901           03  IM-UNIT-COST      PIC 9(5)V99.
94.6 261015       * lot control - see INVPOST
94.7 261015           03  IM-LOT-CTRL       PIC X.
95.4 261015       * ABC class and last count date - see ABCCLASS
95.5 261015           03  IM-ABC-CLASS      PIC X.
95.6 261015           03  IM-LAST-COUNT     PIC 9(8).
83.9 260901        FD  CYCTOLER
84.0 260901                LABEL RECORD IS STANDARD.
84.1 260901        01  CYCTOLER-REC.
86.1 260901        01  WS-IN-TOL         PIC X VALUE 'N'.
86.2 260901           88 IN-TOLERANCE          VALUE 'Y'.
86.3 260901        01  WS-REVIEW-CNT     PIC 9(5) VALUE 0.
95.7 261015        01  WS-TODAY          PIC 9(8) VALUE 0.
10.0 260901       * cycle sheets count the company position - the journal
10.1 260901       * entry carries no warehouse side
10.2 260901        01  WS-WHSE           PIC X(3) VALUE SPACES.
75.0 260901       * 0 = post as of today
75.1 260901        01  WS-POST-DATE      PIC 9(8) VALUE 0.
94.8 261015       * a count difference names no lot - INVPOST takes a shortage
94.9 261015       * earliest expiry first and books a surplus as unlotted stock
95.0 261015        01  WS-LOT-NUM        PIC X(12) VALUE SPACES.
95.1 261015        01  WS-EXPIRY-DATE    PIC 9(8) VALUE 0.
97.7 261015       * cycle count variances always post under their own reason
97.8 261015        01  WS-REASON         PIC X(4) VALUE 'CCNT'.
98.0 261015       * the variance is booked to the ledger as it is journaled - see
98.1 261015       * GLPOST
98.2 261015        01  GLP-EVENT         PIC X(4) VALUE 'CCNT'.
98.3 261015        01  GLP-AMOUNT        PIC S9(11)V99 VALUE 0.
98.4 261015        01  GLP-SOURCE        PIC X(10) VALUE 'CYCPOST   '.
98.5 261015        01  GLP-STATUS        PIC X VALUE '0'.
98.6 261015           88 GLP-SUSPENSE          VALUE '1'.
98.7 261015           88 GLP-IO-ERROR          VALUE '2'.
98.8 261015        01  WS-GL-CNT         PIC 9(5) VALUE 0.
98.9 261015        01  WS-GL-SUSP-CNT    PIC 9(5) VALUE 0.
99.0 261015        01  WS-GL-ERR-CNT     PIC 9(5) VALUE 0.
1.38 260822        01  WS-POSTED-CNT     PIC 9(5) VALUE 0.
1.39 260822        01  WS-VAR-CNT        PIC 9(5) VALUE 0.
1.40 260822        01  WS-RPT-DETAIL.
1.57 260822       * counter's ID, so the master still only moves by posting
1.58 260822            MOVE 'N' TO WS-CYC-END.
1.59 260822            OPEN I-O CYCSHEET.
86.4 261015            OPEN I-O ITEMMSTR.
86.5 260901            OPEN INPUT CYCTOLER.
86.6 260901            OPEN I-O CYCREVW.
1.60 260822            OPEN OUTPUT CYCRPT.
95.9 261015            ACCEPT WS-TODAY FROM DATE.
96.0 261015            ADD 20000000 TO WS-TODAY.
1.61 260822            MOVE 'CYCLE COUNT VARIANCE REPORT' TO RPT-LINE.
1.62 260822            WRITE RPT-LINE.
1.63 260822            MOVE PST-SHEET-ID TO CY-SHEET-ID.
1.88 260822                   WS-POSTED-CNT DELIMITED SIZE
1.89 260822                   INTO RPT-LINE.
1.90 260822            WRITE RPT-LINE.
99.1 261015            MOVE SPACES TO RPT-LINE.
99.2 261015            STRING 'GL ENTRY SETS ' DELIMITED SIZE
99.3 261015                   WS-GL-CNT DELIMITED SIZE
99.4 261015                   ' TO SUSPENSE ' DELIMITED SIZE
99.5 261015                   WS-GL-SUSP-CNT DELIMITED SIZE
99.6 261015                   ' FAILED ' DELIMITED SIZE
99.7 261015                   WS-GL-ERR-CNT DELIMITED SIZE
99.8 261015                   INTO RPT-LINE.
99.9 261015            WRITE RPT-LINE.
1.91 260822            CLOSE CYCSHEET.
86.7 260901            CLOSE ITEMMSTR.
86.8 260901            CLOSE CYCTOLER.
1.92 260822            CLOSE CYCRPT.
1.93 260822            GOBACK.
1.94 260822        400-CHECK-VARIANCE.
96.1 261015       * a posting run dates the count on the item whatever the
96.2 261015       * variance, so CYCGEN's ABC schedule starts the item over
96.3 261015            IF PST-APPLY = 'Y'
96.4 261015               PERFORM 800-STAMP-COUNT THRU 800-EXIT.
1.95 260822            IF CY-COUNT-QTY = CY-BOOK-QTY
1.96 260822               GO TO 400-EXIT.
1.97 260822            ADD 1 TO WS-VAR-CNT.
2.14 260822                   PST-SHEET-ID DELIMITED SIZE
2.15 260822                   INTO WS-REFERENCE.
2.16 260822            CALL 'INVENTRY' USING CY-ITEM-NUM WS-TRAN-TYPE
95.2 261015                WS-VARIANCE WS-REFERENCE WS-WHSE WS-POST-DATE
95.3 261015                WS-LOT-NUM WS-EXPIRY-DATE
97.9 261015                WS-REASON
75.2 260901                CY-COUNTER-ID
2.18 260822                WS-INV-STATUS.
2.19 260822            IF WS-INV-STATUS = '0'
2.20 260822               MOVE 'Y' TO CY-APPROVED
2.21 260822               REWRITE CYCSHEET-REC
2.22 260822               ADD 1 TO WS-POSTED-CNT
100. 261015               PERFORM 650-POST-GL THRU 650-EXIT
2.23 260822               MOVE 'ADJUSTMENT JOURNALED' TO RPT-TEXT
2.24 260822            ELSE
2.25 260822               MOVE 'JOURNAL WRITE FAILED' TO RPT-TEXT
94.3 260901             END-IF.
94.4 260901         750-EXIT.
94.5 260901             EXIT.
96.5 261015        800-STAMP-COUNT.
96.6 261015            MOVE CY-ITEM-NUM TO IM-ITEM-NUM.
96.7 261015            READ ITEMMSTR
96.8 261015                INVALID KEY
96.9 261015                   GO TO 800-EXIT.
97.0 261015            IF IM-LAST-COUNT NOT < WS-TODAY
97.1 261015               GO TO 800-EXIT.
97.2 261015            MOVE WS-TODAY TO IM-LAST-COUNT.
97.3 261015            MOVE FUNCTION CURRENT-DATE TO IM-LAST-CHANGED.
97.4 261015            REWRITE ITEMMSTR-REC.
97.5 261015        800-EXIT.
97.6 261015            EXIT.
101. 261015        650-POST-GL.
102. 261015       * the count difference at the moving-average cost - a surplus
103. 261015       * books the CCNT mapping as set, a shortage books it reversed
104. 261015            MOVE CY-ITEM-NUM TO IM-ITEM-NUM.
105. 261015            READ ITEMMSTR
106. 261015                INVALID KEY
107. 261015                   ADD 1 TO WS-GL-ERR-CNT
108. 261015                   GO TO 650-EXIT.
109. 261015            COMPUTE GLP-AMOUNT = WS-VARIANCE * IM-UNIT-COST.
110. 261015            IF WS-TRAN-TYPE = 'S'
111. 261015               COMPUTE GLP-AMOUNT = 0 - GLP-AMOUNT.
112. 261015            CALL 'GLPOST' USING GLP-EVENT IM-CATEGORY CY-ITEM-NUM
113. 261015                WS-REFERENCE GLP-AMOUNT WS-POST-DATE GLP-SOURCE
114. 261015                GLP-STATUS.
115. 261015            EVALUATE TRUE
116. 261015               WHEN GLP-IO-ERROR
117. 261015                  ADD 1 TO WS-GL-ERR-CNT
118. 261015               WHEN GLP-SUSPENSE
119. 261015                  ADD 1 TO WS-GL-SUSP-CNT
120. 261015                  ADD 1 TO WS-GL-CNT
121. 261015               WHEN GLP-AMOUNT NOT = 0
122. 261015                  ADD 1 TO WS-GL-CNT
123. 261015            END-EVALUATE.
124. 261015        650-EXIT.
125. 261015            EXIT.
2.30 260822        600-WRITE-LINE.
2.31 260822            MOVE WS-RPT-DETAIL TO RPT-LINE.
2.32 260822            WRITE RPT-LINE.
