       05 LK-CUST-DOB           PIC 9(8).
       05 LK-CARDS OCCURS 10 TIMES INDEXED BY CARD-INX.
          07 LK-CARD-IND            PIC X.
          07 LK-CARD-TOKEN          PIC 9(11).
          07 LK-CARD-LAST4          PIC 9(4).
          07 LK-CARD-PREFIX         PIC 9(5).
          07 LK-CARD-SUG-SHERUT     PIC 9(3).
01 XXOLAKKR-CARDS-CONT.
       05 LK-CARDS-CONT-CNT     PIC 9(2).
       05 LK-CARDS-CONT-TBL OCCURS 10 TIMES INDEXED BY CARD-CONT-INX.
          07 LK-CARD-IND            PIC X.
          07 LK-CARD-TOKEN          PIC 9(11).
          07 LK-CARD-LAST4          PIC 9(4).
          07 LK-CARD-PREFIX         PIC 9(5).
          07 LK-CARD-SUG-SHERUT     PIC 9(3).
