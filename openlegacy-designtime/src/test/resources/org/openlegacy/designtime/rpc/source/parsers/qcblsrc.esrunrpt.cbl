      *         Morning status over the ESRUNREG run registry every
      *         overnight batch now writes to at start and end -
      *         ESUSRCON, ESLICEXR, ESSOCXRF, ESSYSCLS, ESHOVA49,
      *         ITEMREORD, ITEMCATG, ESDSTSYN, ESDSTREC. Lists last
      *         night's runs with their record counts, flags any
      *         expected job with no run at all (MISSING), any run
      *         with a start row and no end row (ABENDED), and any
      *         end row whose status is not OK. "Did the recon
      *         actually run last night" stops being a research
      *         project.
      *=================================================================
       ENVIRONMENT DIVISION.
      *=================================================================
           03 FILLER                   PIC X(10) VALUE 'ESHOVA49  '.
           03 FILLER                   PIC X(10) VALUE 'ITEMREORD '.
           03 FILLER                   PIC X(10) VALUE 'ITEMCATG  '.
           03 FILLER                   PIC X(10) VALUE 'ESDSTSYN  '.
           03 FILLER                   PIC X(10) VALUE 'ESDSTREC  '.
       01  WS-EXPECTED-R REDEFINES WS-EXPECTED-TBL.
           03 WS-EXPECTED-O OCCURS 9   PIC X(10).
       01  WS-EXPECTED-SEEN.
           03 WS-SEEN-O OCCURS 9       PIC X.
      *---   last night's runs, paired start/end
       01  WS-RUN-TBL.
           03 WS-RUN-O OCCURS 200.
                      MOVE '0' TO SW-NIGHT-EXPECTED
                   END-IF
           END-READ.
           PERFORM VARYING I-JOB FROM 1 BY 1 UNTIL I-JOB > 9
              MOVE 'N' TO WS-SEEN-O(I-JOB)
           END-PERFORM.
       010-EXIT.
           MOVE '  ' TO WS-RUN-STAT(I-RUN).
           PERFORM 120-MERGE-ROW.
       110-SEEN.
           PERFORM VARYING I-JOB FROM 1 BY 1 UNTIL I-JOB > 9
              IF WS-EXPECTED-O(I-JOB) = RR-JOB
                 MOVE 'Y' TO WS-SEEN-O(I-JOB)
              END-IF
              MOVE 'WEEKEND/HOLIDAY - NO RUNS EXPECTED' TO RPT-LINE
              WRITE RPT-LINE
              GO TO 300-EXIT.
           PERFORM VARYING I-JOB FROM 1 BY 1 UNTIL I-JOB > 9
              IF WS-SEEN-O(I-JOB) = 'N'
                 ADD 1 TO WS-PROBLEMS
                 MOVE WS-EXPECTED-O(I-JOB) TO RPT-JOB
