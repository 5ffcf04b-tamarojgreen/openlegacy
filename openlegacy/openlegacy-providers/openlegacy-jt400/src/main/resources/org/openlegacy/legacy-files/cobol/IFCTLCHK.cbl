1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. IFCTLCHK.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT IFCHIST ASSIGN TO DATABASE-IFCHIST
1.06 261015                ORGANIZATION IS INDEXED
1.07 261015                ACCESS MODE IS DYNAMIC
1.08 261015                RECORD KEY IS IH-KEY
1.09 261015                FILE STATUS IS WS-FILE-STATUS.
1.10 261015        DATA DIVISION.
1.11 261015        FILE SECTION.
1.12 261015        FD  IFCHIST
1.13 261015                LABEL RECORD IS STANDARD.
1.14 261015       * one row per inbound interface file received, loaded or not -
1.15 261015       * the totals its trailer declared, the totals actually read,
1.16 261015       * and the verdict
1.17 261015        01  IFCHIST-REC.
1.18 261015           03  IH-KEY.
1.19 261015              05  IH-INTERFACE   PIC X(8).
1.20 261015              05  IH-RECEIVED    PIC X(16).
1.21 261015           03  IH-FILE-ID        PIC X(12).
1.22 261015           03  IH-FILE-DATE      PIC X(8).
1.23 261015           03  IH-TRL-REC-CNT    PIC 9(7).
1.24 261015           03  IH-TRL-HASH       PIC 9(15).
1.25 261015           03  IH-TRL-AMOUNT     PIC 9(15).
1.26 261015           03  IH-REC-CNT        PIC 9(7).
1.27 261015           03  IH-HASH           PIC 9(15).
1.28 261015           03  IH-AMOUNT         PIC 9(15).
1.29 261015       * declared less read - see IC-CNT-DIFF
1.30 261015           03  IH-CNT-DIFF       PIC S9(7).
1.31 261015           03  IH-HASH-DIFF      PIC S9(15).
1.32 261015           03  IH-AMOUNT-DIFF    PIC S9(15).
1.33 261015       * A = accepted and loaded, R = rejected whole
1.34 261015           03  IH-STATUS         PIC X.
1.35 261015           03  IH-REASON         PIC X(4).
1.36 261015        WORKING-STORAGE SECTION.
1.37 261015        01  WS-FILE-STATUS    PIC XX.
1.38 261015        01  WS-NOW            PIC X(21).
1.39 261015        01  WS-TRL-REC-CNT    PIC 9(7) VALUE 0.
1.40 261015        01  WS-TRL-HASH       PIC 9(15) VALUE 0.
1.41 261015        01  WS-TRL-AMOUNT     PIC 9(15) VALUE 0.
1.42 261015        01  WS-REASON-TEXT    PIC X(30).
1.43 261015        01  WS-CNT-ED         PIC -(7)9.
1.44 261015        01  WS-HASH-ED        PIC -(15)9.
1.45 261015        01  WS-AMOUNT-ED      PIC -(15)9.
1.46 261015        LINKAGE SECTION.
1.47 261015        01 IC-CONTROL.
1.48 261015       * from the load: its own name, and the header as read
1.49 261015           03 IC-INTERFACE        PIC X(8).
1.50 261015           03 IC-HDR-INTERFACE    PIC X(8).
1.51 261015           03 IC-FILE-ID          PIC X(12).
1.52 261015           03 IC-FILE-DATE        PIC X(8).
1.53 261015       * header and trailer records seen; 'Y' when either turned up
1.54 261015       * anywhere but first and last
1.55 261015           03 IC-HDR-CNT          PIC 9(7).
1.56 261015           03 IC-TRL-CNT          PIC 9(7).
1.57 261015           03 IC-SEQ-ERROR        PIC X.
1.58 261015       * the trailer totals as sent
1.59 261015           03 IC-TRL-REC-CNT-X    PIC X(7).
1.60 261015           03 IC-TRL-HASH-X       PIC X(15).
1.61 261015           03 IC-TRL-AMOUNT-X     PIC X(15).
1.62 261015       * what the load counted over the detail records
1.63 261015           03 IC-REC-CNT          PIC 9(7).
1.64 261015           03 IC-HASH             PIC 9(15).
1.65 261015           03 IC-AMOUNT           PIC 9(15).
1.66 261015       * returned: declared less read (a positive count means records
1.67 261015       * went missing on the way), the reason code and the two lines
1.68 261015       * operations gets on a rejected file
1.69 261015           03 IC-CNT-DIFF         PIC S9(7).
1.70 261015           03 IC-HASH-DIFF        PIC S9(15).
1.71 261015           03 IC-AMOUNT-DIFF      PIC S9(15).
1.72 261015           03 IC-REASON           PIC X(4).
1.73 261015           03 IC-MESSAGE          PIC X(80).
1.74 261015           03 IC-DIFF-LINE        PIC X(80).
1.75 261015           03 IC-CTL-ERROR        PIC X.
1.76 261015              88 IC-CTL-MISMATCH     VALUE 'Y'.
1.77 261015        PROCEDURE DIVISION USING IC-CONTROL.
1.78 261015        BEGIN.
1.79 261015       * the control-total check every inbound interface file passes
1.80 261015       * before a single record of it is applied - the load reads the
1.81 261015       * file once, counting the detail records and summing their key
1.82 261015       * and quantity/amount fields, and this compares that with the
1.83 261015       * header and trailer the sender wrote. Any difference rejects
1.84 261015       * the whole file. Every file is logged on IFCHIST either way.
1.85 261015            MOVE 'N' TO IC-CTL-ERROR.
1.86 261015            MOVE SPACES TO IC-REASON IC-MESSAGE IC-DIFF-LINE.
1.87 261015            MOVE 0 TO IC-CNT-DIFF IC-HASH-DIFF IC-AMOUNT-DIFF.
1.88 261015            MOVE 0 TO WS-TRL-REC-CNT WS-TRL-HASH WS-TRL-AMOUNT.
1.89 261015            IF IC-TRL-CNT > 0 AND
1.90 261015               IC-TRL-REC-CNT-X NUMERIC AND
1.91 261015               IC-TRL-HASH-X NUMERIC AND
1.92 261015               IC-TRL-AMOUNT-X NUMERIC
1.93 261015               MOVE IC-TRL-REC-CNT-X TO WS-TRL-REC-CNT
1.94 261015               MOVE IC-TRL-HASH-X    TO WS-TRL-HASH
1.95 261015               MOVE IC-TRL-AMOUNT-X  TO WS-TRL-AMOUNT
1.96 261015               COMPUTE IC-CNT-DIFF = WS-TRL-REC-CNT - IC-REC-CNT
1.97 261015               COMPUTE IC-HASH-DIFF = WS-TRL-HASH - IC-HASH
1.98 261015               COMPUTE IC-AMOUNT-DIFF = WS-TRL-AMOUNT - IC-AMOUNT
1.99 261015            END-IF.
2.00 261015            EVALUATE TRUE
2.01 261015               WHEN IC-HDR-CNT = 0
2.02 261015                  MOVE 'NHDR' TO IC-REASON
2.03 261015               WHEN IC-TRL-CNT = 0
2.04 261015                  MOVE 'NTRL' TO IC-REASON
2.05 261015               WHEN IC-HDR-CNT > 1 OR IC-TRL-CNT > 1 OR
2.06 261015                    IC-SEQ-ERROR = 'Y'
2.07 261015                  MOVE 'SEQ ' TO IC-REASON
2.08 261015               WHEN IC-HDR-INTERFACE NOT = IC-INTERFACE
2.09 261015                  MOVE 'INTF' TO IC-REASON
2.10 261015               WHEN IC-TRL-REC-CNT-X NOT NUMERIC OR
2.11 261015                    IC-TRL-HASH-X NOT NUMERIC OR
2.12 261015                    IC-TRL-AMOUNT-X NOT NUMERIC
2.13 261015                  MOVE 'TVAL' TO IC-REASON
2.14 261015               WHEN IC-CNT-DIFF NOT = 0 OR IC-HASH-DIFF NOT = 0 OR
2.15 261015                    IC-AMOUNT-DIFF NOT = 0
2.16 261015                  MOVE 'CTL ' TO IC-REASON
2.17 261015            END-EVALUATE.
2.18 261015            IF IC-REASON NOT = SPACES
2.19 261015               SET IC-CTL-MISMATCH TO TRUE
2.20 261015               PERFORM 200-BUILD-MESSAGE THRU 200-EXIT
2.21 261015               DISPLAY IC-MESSAGE
2.22 261015               DISPLAY IC-DIFF-LINE
2.23 261015            END-IF.
2.24 261015            PERFORM 300-WRITE-HISTORY THRU 300-EXIT.
2.25 261015            GOBACK.
2.26 261015        200-BUILD-MESSAGE.
2.27 261015            EVALUATE IC-REASON
2.28 261015               WHEN 'NHDR'
2.29 261015                  MOVE 'NO HEADER RECORD' TO WS-REASON-TEXT
2.30 261015               WHEN 'NTRL'
2.31 261015                  MOVE 'NO TRAILER RECORD' TO WS-REASON-TEXT
2.32 261015               WHEN 'SEQ '
2.33 261015                  MOVE 'HEADER/TRAILER OUT OF PLACE' TO WS-REASON-TEXT
2.34 261015               WHEN 'INTF'
2.35 261015                  MOVE 'HEADER NAMES ANOTHER INTERFACE'
2.36 261015                                                 TO WS-REASON-TEXT
2.37 261015               WHEN 'TVAL'
2.38 261015                  MOVE 'TRAILER TOTALS NOT NUMERIC' TO WS-REASON-TEXT
2.39 261015               WHEN OTHER
2.40 261015                  MOVE 'CONTROL TOTALS DO NOT AGREE' TO WS-REASON-TEXT
2.41 261015            END-EVALUATE.
2.42 261015            STRING IC-INTERFACE DELIMITED SIZE
2.43 261015                   ' FILE ' DELIMITED SIZE
2.44 261015                   IC-FILE-ID DELIMITED SIZE
2.45 261015                   ' REJECTED - ' DELIMITED SIZE
2.46 261015                   WS-REASON-TEXT DELIMITED SIZE
2.47 261015                   INTO IC-MESSAGE.
2.48 261015            MOVE IC-CNT-DIFF    TO WS-CNT-ED.
2.49 261015            MOVE IC-HASH-DIFF   TO WS-HASH-ED.
2.50 261015            MOVE IC-AMOUNT-DIFF TO WS-AMOUNT-ED.
2.51 261015            STRING 'OFF BY - RECORDS ' DELIMITED SIZE
2.52 261015                   WS-CNT-ED DELIMITED SIZE
2.53 261015                   ' HASH ' DELIMITED SIZE
2.54 261015                   WS-HASH-ED DELIMITED SIZE
2.55 261015                   ' AMOUNT ' DELIMITED SIZE
2.56 261015                   WS-AMOUNT-ED DELIMITED SIZE
2.57 261015                   INTO IC-DIFF-LINE.
2.58 261015        200-EXIT.
2.59 261015            EXIT.
2.60 261015        300-WRITE-HISTORY.
2.61 261015            OPEN I-O IFCHIST.
2.62 261015            IF WS-FILE-STATUS NOT = '00'
2.63 261015               GO TO 300-EXIT.
2.64 261015            MOVE FUNCTION CURRENT-DATE TO WS-NOW.
2.65 261015            MOVE IC-INTERFACE     TO IH-INTERFACE.
2.66 261015            MOVE WS-NOW(1:16)     TO IH-RECEIVED.
2.67 261015            MOVE IC-FILE-ID       TO IH-FILE-ID.
2.68 261015            MOVE IC-FILE-DATE     TO IH-FILE-DATE.
2.69 261015            MOVE WS-TRL-REC-CNT   TO IH-TRL-REC-CNT.
2.70 261015            MOVE WS-TRL-HASH      TO IH-TRL-HASH.
2.71 261015            MOVE WS-TRL-AMOUNT    TO IH-TRL-AMOUNT.
2.72 261015            MOVE IC-REC-CNT       TO IH-REC-CNT.
2.73 261015            MOVE IC-HASH          TO IH-HASH.
2.74 261015            MOVE IC-AMOUNT        TO IH-AMOUNT.
2.75 261015            MOVE IC-CNT-DIFF      TO IH-CNT-DIFF.
2.76 261015            MOVE IC-HASH-DIFF     TO IH-HASH-DIFF.
2.77 261015            MOVE IC-AMOUNT-DIFF   TO IH-AMOUNT-DIFF.
2.78 261015            MOVE IC-REASON        TO IH-REASON.
2.79 261015            IF IC-CTL-MISMATCH
2.80 261015               MOVE 'R' TO IH-STATUS
2.81 261015            ELSE
2.82 261015               MOVE 'A' TO IH-STATUS
2.83 261015            END-IF.
2.84 261015            WRITE IFCHIST-REC
2.85 261015                INVALID KEY
2.86 261015                   CONTINUE
2.87 261015            END-WRITE.
2.88 261015            CLOSE IFCHIST.
2.89 261015        300-EXIT.
2.90 261015            EXIT.
2.91 261015        HALT.
