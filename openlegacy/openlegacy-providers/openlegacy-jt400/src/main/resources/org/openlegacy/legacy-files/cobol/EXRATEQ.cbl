1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. EXRATEQ.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT EXRATE ASSIGN TO DATABASE-EXRATE
1.06 261015                ORGANIZATION IS INDEXED
1.07 261015                ACCESS MODE IS DYNAMIC
1.08 261015                RECORD KEY IS ER-KEY
1.09 261015                FILE STATUS IS WS-EXR-STATUS.
1.10 261015        DATA DIVISION.
1.11 261015        FILE SECTION.
1.12 261015        FD  EXRATE
1.13 261015                LABEL RECORD IS STANDARD.
1.14 261015       * dated exchange rates, loaded daily by EXRLOAD - the rate is
1.15 261015       * local currency per one unit of the foreign currency, six
1.16 261015       * decimals
1.17 261015        01  EXRATE-REC.
1.18 261015           03  ER-KEY.
1.19 261015              05  ER-CURRENCY    PIC X(3).
1.20 261015              05  ER-DATE        PIC 9(8).
1.21 261015           03  ER-RATE           PIC 9(4)V9(6).
1.22 261015           03  ER-LOAD-DATE      PIC 9(8).
1.23 261015        WORKING-STORAGE SECTION.
1.24 261015        01  WS-EXR-STATUS     PIC XX.
1.25 261015        01  WS-ER-END         PIC X VALUE 'N'.
1.26 261015           88 ER-END                VALUE 'Y'.
1.27 261015       * the local currency - costs in it need no rate
1.28 261015        01  WS-LOCAL-CURR     PIC X(3) VALUE 'ILS'.
1.29 261015        01  WS-WANT-DATE      PIC 9(8) VALUE 0.
1.30 261015        LINKAGE SECTION.
1.31 261015       * spaces = local currency
1.32 261015        01 XRQ-CURRENCY      PIC X(3).
1.33 261015       * the date the rate is wanted for; 0 = today
1.34 261015        01 XRQ-DATE          PIC 9(8).
1.35 261015        01 XRQ-RATE          PIC 9(4)V9(6).
1.36 261015       * the date of the rate row actually used
1.37 261015        01 XRQ-RATE-DATE     PIC 9(8).
1.38 261015        01 XRQ-STATUS        PIC X.
1.39 261015           88 XRQ-OK               VALUE '0'.
1.40 261015       * no rate on file for the currency on or before the date
1.41 261015           88 XRQ-NO-RATE          VALUE '1'.
1.42 261015        PROCEDURE DIVISION USING XRQ-CURRENCY XRQ-DATE XRQ-RATE
1.43 261015            XRQ-RATE-DATE XRQ-STATUS.
1.44 261015        BEGIN.
1.45 261015       * the rate in force on a date: the latest row for the currency
1.46 261015       * dated on or before it, so a weekend or holiday takes the last
1.47 261015       * business day's rate. Local currency is always 1.
1.48 261015            SET XRQ-OK TO TRUE.
1.49 261015            MOVE XRQ-DATE TO WS-WANT-DATE.
1.50 261015            IF WS-WANT-DATE = 0
1.51 261015               ACCEPT WS-WANT-DATE FROM DATE
1.52 261015               ADD 20000000 TO WS-WANT-DATE
1.53 261015            END-IF.
1.54 261015            IF XRQ-CURRENCY = SPACES OR XRQ-CURRENCY = WS-LOCAL-CURR
1.55 261015               MOVE 1        TO XRQ-RATE
1.56 261015               MOVE WS-WANT-DATE TO XRQ-RATE-DATE
1.57 261015               GOBACK
1.58 261015            END-IF.
1.59 261015            MOVE 0 TO XRQ-RATE XRQ-RATE-DATE.
1.60 261015            OPEN INPUT EXRATE.
1.61 261015            MOVE 'N' TO WS-ER-END.
1.62 261015            MOVE XRQ-CURRENCY TO ER-CURRENCY.
1.63 261015            MOVE LOW-VALUES   TO ER-DATE.
1.64 261015            START EXRATE
1.65 261015                KEY NOT LESS ER-KEY
1.66 261015                INVALID KEY
1.67 261015                   SET ER-END TO TRUE.
1.68 261015            PERFORM UNTIL ER-END
1.69 261015               READ EXRATE NEXT
1.70 261015                   AT END
1.71 261015                      SET ER-END TO TRUE
1.72 261015                   NOT AT END
1.73 261015                      IF ER-CURRENCY NOT = XRQ-CURRENCY OR
1.74 261015                         ER-DATE > WS-WANT-DATE
1.75 261015                         SET ER-END TO TRUE
1.76 261015                      ELSE
1.77 261015                         MOVE ER-RATE TO XRQ-RATE
1.78 261015                         MOVE ER-DATE TO XRQ-RATE-DATE
1.79 261015                      END-IF
1.80 261015               END-READ
1.81 261015            END-PERFORM.
1.82 261015            IF XRQ-RATE = 0
1.83 261015               SET XRQ-NO-RATE TO TRUE.
1.84 261015            CLOSE EXRATE.
1.85 261015            GOBACK.
1.86 261015        HALT.
