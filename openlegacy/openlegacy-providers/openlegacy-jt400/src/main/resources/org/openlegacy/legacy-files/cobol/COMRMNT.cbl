1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. COMRMNT.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT COMMRATE ASSIGN TO DATABASE-COMMRATE
1.06 261015                ORGANIZATION IS INDEXED
1.07 261015                ACCESS MODE IS DYNAMIC
1.08 261015                RECORD KEY IS KR-KEY
1.09 261015                FILE STATUS IS WS-KR-STATUS.
1.10 261015        DATA DIVISION.
1.11 261015        FILE SECTION.
1.12 261015        FD  COMMRATE
1.13 261015                LABEL RECORD IS STANDARD.
1.14 261015       * commission rates - one row per change of rate. A row names
1.15 261015       * an agent (district, agent number), an item category, or
1.16 261015       * both: the agent's rate on the category, the agent's rate on
1.17 261015       * everything (category blank), or the default rate for the
1.18 261015       * category (agent zeros). KR-RATE is a percent of the line's
1.19 261015       * net and holds from KR-EFF-DATE until the next row for the
1.20 261015       * same agent and category takes over - see COMMRUN
1.21 261015        01  COMMRATE-REC.
1.22 261015           03  KR-KEY.
1.23 261015              05  KR-AGENT-MHOZ  PIC 9(2).
1.24 261015              05  KR-AGENT-SOCN  PIC 9(6).
1.25 261015              05  KR-CATEGORY    PIC X(16).
1.26 261015              05  KR-EFF-DATE    PIC 9(8).
1.27 261015           03  KR-RATE           PIC 9(2)V999.
1.28 261015           03  KR-OPERATOR-ID    PIC X(10).
1.29 261015           03  KR-CHANGE-DATE    PIC 9(8).
1.30 261015        WORKING-STORAGE SECTION.
1.31 261015        01  WS-KR-STATUS      PIC XX.
1.32 261015        01  WS-TODAY          PIC 9(8) VALUE 0.
1.33 261015       * the ESAGTCHK parameter set - a rate may only name an agent
1.34 261015       * ELMAVL knows
1.35 261015        01  CHK-PARAM.
1.36 261015           03  CHK-FUNC          PIC X.
1.37 261015           03  CHK-MHOZ          PIC 9(2).
1.38 261015           03  CHK-SOCN          PIC 9(6).
1.39 261015           03  CHK-DATE          PIC 9(8).
1.40 261015           03  CHK-LSSTAT        PIC X.
1.41 261015           03  CHK-VALTH         PIC 9(8).
1.42 261015           03  CHK-STATUS        PIC X.
1.43 261015        LINKAGE SECTION.
1.44 261015       * A = add a rate from a date, U = correct a row's rate, D =
1.45 261015       * delete a row, R = read a row
1.46 261015        01 CMR-FUNC          PIC X.
1.47 261015        01 CMR-AGENT-MHOZ    PIC 9(2).
1.48 261015        01 CMR-AGENT-SOCN    PIC 9(6).
1.49 261015        01 CMR-CATEGORY      PIC X(16).
1.50 261015        01 CMR-EFF-DATE      PIC 9(8).
1.51 261015        01 CMR-RATE          PIC 9(2)V999.
1.52 261015        01 CMR-OPERATOR      PIC X(10).
1.53 261015        01 CMR-STATUS        PIC X.
1.54 261015           88 CMR-OK               VALUE '0'.
1.55 261015           88 CMR-NOT-FOUND        VALUE '1'.
1.56 261015           88 CMR-EXISTS           VALUE '2'.
1.57 261015           88 CMR-BAD-FUNC         VALUE '3'.
1.58 261015       * no effective date, or neither an agent nor a category
1.59 261015           88 CMR-BLANK            VALUE '4'.
1.60 261015       * the agent is not on ELMAVL
1.61 261015           88 CMR-BAD-AGENT        VALUE '5'.
1.62 261015        PROCEDURE DIVISION USING CMR-FUNC CMR-AGENT-MHOZ
1.63 261015            CMR-AGENT-SOCN CMR-CATEGORY CMR-EFF-DATE CMR-RATE
1.64 261015            CMR-OPERATOR CMR-STATUS.
1.65 261015        BEGIN.
1.66 261015       * maintenance for the commission rate table COMMRUN pays from,
1.67 261015       * kept the way TAXMNT keeps the tax rates - a change of rate
1.68 261015       * is a new row from its effective date, so a month already
1.69 261015       * paid keeps the rate it was paid at
1.70 261015            SET CMR-OK TO TRUE.
1.71 261015            IF CMR-EFF-DATE = 0 OR
1.72 261015               (CMR-AGENT-MHOZ = 0 AND CMR-AGENT-SOCN = 0 AND
1.73 261015                CMR-CATEGORY = SPACES)
1.74 261015               SET CMR-BLANK TO TRUE
1.75 261015               GOBACK
1.76 261015            END-IF.
1.77 261015            ACCEPT WS-TODAY FROM DATE.
1.78 261015            ADD 20000000 TO WS-TODAY.
1.79 261015            IF CMR-FUNC = 'A' AND
1.80 261015               (CMR-AGENT-MHOZ NOT = 0 OR CMR-AGENT-SOCN NOT = 0)
1.81 261015               PERFORM 300-CHECK-AGENT THRU 300-EXIT
1.82 261015               IF CMR-BAD-AGENT
1.83 261015                  GOBACK
1.84 261015               END-IF
1.85 261015            END-IF.
1.86 261015            OPEN I-O COMMRATE.
1.87 261015            MOVE CMR-AGENT-MHOZ TO KR-AGENT-MHOZ.
1.88 261015            MOVE CMR-AGENT-SOCN TO KR-AGENT-SOCN.
1.89 261015            MOVE CMR-CATEGORY   TO KR-CATEGORY.
1.90 261015            MOVE CMR-EFF-DATE   TO KR-EFF-DATE.
1.91 261015            EVALUATE CMR-FUNC
1.92 261015               WHEN 'A'
1.93 261015                  MOVE CMR-RATE     TO KR-RATE
1.94 261015                  MOVE CMR-OPERATOR TO KR-OPERATOR-ID
1.95 261015                  MOVE WS-TODAY     TO KR-CHANGE-DATE
1.96 261015                  WRITE COMMRATE-REC
1.97 261015                      INVALID KEY
1.98 261015                         SET CMR-EXISTS TO TRUE
1.99 261015                  END-WRITE
2.00 261015               WHEN 'U'
2.01 261015                  READ COMMRATE
2.02 261015                      INVALID KEY
2.03 261015                         SET CMR-NOT-FOUND TO TRUE
2.04 261015                      NOT INVALID KEY
2.05 261015                         MOVE CMR-RATE     TO KR-RATE
2.06 261015                         MOVE CMR-OPERATOR TO KR-OPERATOR-ID
2.07 261015                         MOVE WS-TODAY     TO KR-CHANGE-DATE
2.08 261015                         REWRITE COMMRATE-REC
2.09 261015                  END-READ
2.10 261015               WHEN 'D'
2.11 261015                  READ COMMRATE
2.12 261015                      INVALID KEY
2.13 261015                         SET CMR-NOT-FOUND TO TRUE
2.14 261015                      NOT INVALID KEY
2.15 261015                         DELETE COMMRATE
2.16 261015                  END-READ
2.17 261015               WHEN 'R'
2.18 261015                  READ COMMRATE
2.19 261015                      INVALID KEY
2.20 261015                         SET CMR-NOT-FOUND TO TRUE
2.21 261015                      NOT INVALID KEY
2.22 261015                         MOVE KR-RATE        TO CMR-RATE
2.23 261015                         MOVE KR-OPERATOR-ID TO CMR-OPERATOR
2.24 261015                  END-READ
2.25 261015               WHEN OTHER
2.26 261015                  SET CMR-BAD-FUNC TO TRUE
2.27 261015            END-EVALUATE.
2.28 261015            CLOSE COMMRATE.
2.29 261015            GOBACK.
2.30 261015        300-CHECK-AGENT.
2.31 261015       * only that the agent exists - a rate may be set up ahead of a
2.32 261015       * licence, and COMMRUN checks the standing line by line
2.33 261015            MOVE 'C'            TO CHK-FUNC.
2.34 261015            MOVE CMR-AGENT-MHOZ TO CHK-MHOZ.
2.35 261015            MOVE CMR-AGENT-SOCN TO CHK-SOCN.
2.36 261015            MOVE 0              TO CHK-DATE.
2.37 261015            CALL 'ESAGTCHK' USING CHK-PARAM.
2.38 261015            IF CHK-STATUS = '1'
2.39 261015               SET CMR-BAD-AGENT TO TRUE.
2.40 261015            MOVE 'E' TO CHK-FUNC.
2.41 261015            CALL 'ESAGTCHK' USING CHK-PARAM.
2.42 261015        300-EXIT.
2.43 261015            EXIT.
2.44 261015        HALT.
