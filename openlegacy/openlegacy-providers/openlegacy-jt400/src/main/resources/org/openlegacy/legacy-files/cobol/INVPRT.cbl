1.23 260901           03  IV-INV-NUM        PIC 9(8).
1.24 260901           03  IV-CUST-ID        PIC X(10).
1.25 260901           03  IV-DATE           PIC 9(8).
2.21 261015       * IV-TOTAL is the gross the customer owes - net of the
2.22 261015       * lines plus the sales tax on them
2.23 261015           03  IV-TOTAL          PIC 9(9)V99.
2.24 261015           03  IV-NET            PIC 9(9)V99.
2.25 261015           03  IV-TAX            PIC 9(9)V99.
1.27 260901        FD  INVLINE
1.28 260901                LABEL RECORD IS STANDARD.
1.29 260901        01  INVLINE-REC.
1.35 260901           03  IL-ITEM-NUM       PIC 9(8).
1.36 260901           03  IL-QTY            PIC 9(5).
1.37 260901           03  IL-EXT-PRICE      PIC 9(7)V99.
2.19 261015       * IM-UNIT-COST when the line was billed
2.20 261015           03  IL-UNIT-COST      PIC 9(5)V99.
2.26 261015       * sales tax on the line at the TAXRATE rate in force on
2.27 261015       * the invoice date
2.28 261015           03  IL-TAX-CODE       PIC X(2).
2.29 261015           03  IL-TAX-RATE       PIC 9(2)V999.
2.30 261015           03  IL-TAX-AMT        PIC 9(7)V99.
3.07 261015       * the line's ship method and shipped weight; IL-LINE-TYPE F
3.08 261015       * marks the freight charge INVGEN adds per ship method (item
3.09 261015       * zero, priced from FRTRATE on IL-WEIGHT), spaces = goods
3.10 261015           03  IL-LINE-TYPE      PIC X.
3.11 261015           03  IL-SHIP-METHOD    PIC X(10).
3.12 261015           03  IL-WEIGHT         PIC 9(7).
1.38 260901        FD  IVPRPT
1.39 260901                LABEL RECORD IS STANDARD.
1.40 260901        01  RPT-LINE          PIC X(80).
1.53 260901           03  RPT-QTY           PIC Z(4)9.
1.54 260901           03  FILLER            PIC X(2) VALUE SPACES.
1.55 260901           03  RPT-VALUE         PIC Z(6)9.99.
2.31 261015           03  FILLER            PIC X(2) VALUE SPACES.
2.32 261015           03  RPT-TAX-CODE      PIC X(2).
2.33 261015           03  FILLER            PIC X(2) VALUE SPACES.
2.34 261015           03  RPT-TAX           PIC Z(6)9.99.
3.13 261015       * a freight charge line - value and tax under the goods
3.14 261015       * columns, then the ship method and billed weight
3.15 261015        01  WS-FRT-DETAIL.
3.16 261015           03  FILLER            PIC X(2) VALUE SPACES.
3.17 261015           03  RPT-F-LINENO      PIC 9(3).
3.18 261015           03  FILLER            PIC X(2) VALUE SPACES.
3.19 261015           03  FILLER            PIC X(8) VALUE 'FREIGHT '.
3.20 261015           03  FILLER            PIC X(9) VALUE SPACES.
3.21 261015           03  RPT-F-VALUE       PIC Z(6)9.99.
3.22 261015           03  FILLER            PIC X(2) VALUE SPACES.
3.23 261015           03  RPT-F-TAX-CODE    PIC X(2).
3.24 261015           03  FILLER            PIC X(2) VALUE SPACES.
3.25 261015           03  RPT-F-TAX         PIC Z(6)9.99.
3.26 261015           03  FILLER            PIC X(2) VALUE SPACES.
3.27 261015           03  RPT-F-METHOD      PIC X(10).
3.28 261015           03  FILLER            PIC X(1) VALUE SPACES.
3.29 261015           03  RPT-F-WEIGHT      PIC Z(6)9.
2.35 261015       * the invoice's net and tax at each code and rate
2.36 261015        01  WS-RATE-TBL.
2.37 261015           03  WS-RATE-O OCCURS 10.
2.38 261015              05  WS-RATE-CODE       PIC X(2).
2.39 261015              05  WS-RATE-PCT        PIC 9(2)V999.
2.40 261015              05  WS-RATE-NET        PIC 9(9)V99.
2.41 261015              05  WS-RATE-TAX        PIC 9(9)V99.
2.42 261015        01  WS-RATE-CNT       PIC 9(3) VALUE 0.
2.43 261015        01  I-RATE            PIC 9(3) VALUE 0.
2.44 261015        01  WS-RATE-FOUND     PIC X VALUE 'N'.
2.45 261015           88 RATE-FOUND            VALUE 'Y'.
2.46 261015        01  WS-RATE-DETAIL.
2.47 261015           03  FILLER            PIC X(4) VALUE 'TAX '.
2.48 261015           03  RPT-R-CODE        PIC X(2).
2.49 261015           03  FILLER            PIC X(2) VALUE SPACES.
2.50 261015           03  RPT-R-PCT         PIC Z9.999.
2.51 261015           03  FILLER            PIC X(6) VALUE '% ON  '.
2.52 261015           03  RPT-R-NET         PIC Z(8)9.99.
2.53 261015           03  FILLER            PIC X(2) VALUE SPACES.
2.54 261015           03  RPT-R-TAX         PIC Z(8)9.99.
2.55 261015        01  WS-TOTAL-DETAIL.
2.56 261015           03  RPT-T-LABEL       PIC X(14).
2.57 261015           03  RPT-T-AMOUNT      PIC Z(8)9.99.
1.56 260901        LINKAGE SECTION.
1.57 260901        01 PRT-INV-NUM       PIC 9(8).
1.58 260901        01 PRT-STATUS        PIC X.
1.63 260901       * reprint of a retained invoice, exactly as INVGEN billed it -
1.64 260901       * the office no longer retypes an invoice it cannot find
1.65 260901            SET PRT-OK TO TRUE.
2.58 261015            MOVE 0 TO WS-RATE-CNT.
1.66 260901            OPEN INPUT INVHDR.
1.67 260901            OPEN INPUT INVLINE.
1.68 260901            OPEN OUTPUT IVPRPT.
2.00 260901                         MOVE IL-ITEM-NUM  TO RPT-ITEM
2.01 260901                         MOVE IL-QTY       TO RPT-QTY
2.02 260901                         MOVE IL-EXT-PRICE TO RPT-VALUE
2.59 261015                         MOVE IL-TAX-CODE  TO RPT-TAX-CODE
2.60 261015                         MOVE IL-TAX-AMT   TO RPT-TAX
3.30 261015                         IF IL-LINE-TYPE = 'F'
3.31 261015                            MOVE IL-LINE        TO RPT-F-LINENO
3.32 261015                            MOVE IL-EXT-PRICE   TO RPT-F-VALUE
3.33 261015                            MOVE IL-TAX-CODE    TO RPT-F-TAX-CODE
3.34 261015                            MOVE IL-TAX-AMT     TO RPT-F-TAX
3.35 261015                            MOVE IL-SHIP-METHOD TO RPT-F-METHOD
3.36 261015                            MOVE IL-WEIGHT      TO RPT-F-WEIGHT
3.37 261015                            MOVE WS-FRT-DETAIL TO RPT-LINE
3.38 261015                         ELSE
3.39 261015                            MOVE WS-RPT-DETAIL TO RPT-LINE
3.40 261015                         END-IF
2.04 260901                         WRITE RPT-LINE
2.61 261015                         PERFORM 300-TALLY-RATE THRU 300-EXIT
2.05 260901                      END-IF
2.06 260901               END-READ
2.07 260901            END-PERFORM.
2.62 261015       * tax breakdown by code and rate, then net, tax and gross
2.63 261015            MOVE SPACES TO RPT-LINE.
2.64 261015            WRITE RPT-LINE.
2.65 261015            PERFORM VARYING I-RATE FROM 1 BY 1
2.66 261015                    UNTIL I-RATE > WS-RATE-CNT
2.67 261015               MOVE WS-RATE-CODE(I-RATE) TO RPT-R-CODE
2.68 261015               MOVE WS-RATE-PCT(I-RATE)  TO RPT-R-PCT
2.69 261015               MOVE WS-RATE-NET(I-RATE)  TO RPT-R-NET
2.70 261015               MOVE WS-RATE-TAX(I-RATE)  TO RPT-R-TAX
2.71 261015               MOVE WS-RATE-DETAIL TO RPT-LINE
2.72 261015               WRITE RPT-LINE
2.73 261015            END-PERFORM.
2.74 261015            MOVE 'NET'           TO RPT-T-LABEL.
2.75 261015            MOVE IV-NET          TO RPT-T-AMOUNT.
2.76 261015            MOVE WS-TOTAL-DETAIL TO RPT-LINE.
2.77 261015            WRITE RPT-LINE.
2.78 261015            MOVE 'TAX'           TO RPT-T-LABEL.
2.79 261015            MOVE IV-TAX          TO RPT-T-AMOUNT.
2.80 261015            MOVE WS-TOTAL-DETAIL TO RPT-LINE.
2.81 261015            WRITE RPT-LINE.
2.82 261015            MOVE 'INVOICE TOTAL' TO RPT-T-LABEL.
2.83 261015            MOVE IV-TOTAL        TO RPT-T-AMOUNT.
2.84 261015            MOVE WS-TOTAL-DETAIL TO RPT-LINE.
2.85 261015            WRITE RPT-LINE.
2.13 260901        900-CLOSE.
2.14 260901            CLOSE INVHDR.
2.15 260901            CLOSE INVLINE.
2.16 260901            CLOSE IVPRPT.
2.17 260901            GOBACK.
2.86 261015        300-TALLY-RATE.
2.87 261015            MOVE 'N' TO WS-RATE-FOUND.
2.88 261015            PERFORM VARYING I-RATE FROM 1 BY 1
2.89 261015                    UNTIL I-RATE > WS-RATE-CNT
2.90 261015               IF WS-RATE-CODE(I-RATE) = IL-TAX-CODE AND
2.91 261015                  WS-RATE-PCT(I-RATE) = IL-TAX-RATE
2.92 261015                  ADD IL-EXT-PRICE TO WS-RATE-NET(I-RATE)
2.93 261015                  ADD IL-TAX-AMT   TO WS-RATE-TAX(I-RATE)
2.94 261015                  SET RATE-FOUND TO TRUE
2.95 261015                  COMPUTE I-RATE = WS-RATE-CNT + 1
2.96 261015               END-IF
2.97 261015            END-PERFORM.
2.98 261015            IF NOT RATE-FOUND AND WS-RATE-CNT < 10
2.99 261015               ADD 1 TO WS-RATE-CNT
3.00 261015               MOVE IL-TAX-CODE  TO WS-RATE-CODE(WS-RATE-CNT)
3.01 261015               MOVE IL-TAX-RATE  TO WS-RATE-PCT(WS-RATE-CNT)
3.02 261015               MOVE IL-EXT-PRICE TO WS-RATE-NET(WS-RATE-CNT)
3.03 261015               MOVE IL-TAX-AMT   TO WS-RATE-TAX(WS-RATE-CNT)
3.04 261015            END-IF.
3.05 261015        300-EXIT.
3.06 261015            EXIT.
2.18 260901        HALT.
