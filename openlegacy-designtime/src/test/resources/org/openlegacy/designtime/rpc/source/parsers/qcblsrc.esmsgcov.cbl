           03 FILLER                   PIC 9(4) VALUE 0013.
           03 FILLER                   PIC 9(4) VALUE 0014.
           03 FILLER                   PIC 9(4) VALUE 0015.
           03 FILLER                   PIC 9(4) VALUE 0016.
           03 FILLER                   PIC 9(4) VALUE 0055.
           03 FILLER                   PIC 9(4) VALUE 0200.
           03 FILLER                   PIC 9(4) VALUE 0400.
       01  WS-CODE-R REDEFINES WS-CODE-TBL.
           03 WS-CODE-O OCCURS 19     PIC 9(4).
      *---   enabled languages seen in the catalog walk
       01  WS-LANG-TBL.
           03 WS-LANG-O OCCURS 10     PIC X.
       200-CHECK-COVERAGE       SECTION.
      *-----------------------------------------------------------------
       200.
           PERFORM VARYING I-CODE FROM 1 BY 1 UNTIL I-CODE > 19
              MOVE WS-CODE-O(I-CODE) TO MCERKD OF ESMSGCAT-REC
              MOVE WS-LANG-O(I-LNG)  TO MCLANG OF ESMSGCAT-REC
              READ ESMSGCAT
