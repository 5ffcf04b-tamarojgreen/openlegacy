1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. TAXMNT.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT TAXRATE ASSIGN TO DATABASE-TAXRATE
1.06 261015                ORGANIZATION IS INDEXED
1.07 261015                ACCESS MODE IS DYNAMIC
1.08 261015                RECORD KEY IS TR-KEY
1.09 261015                FILE STATUS IS WS-TAX-STATUS.
1.10 261015        DATA DIVISION.
1.11 261015        FILE SECTION.
1.12 261015        FD  TAXRATE
1.13 261015                LABEL RECORD IS STANDARD.
1.14 261015       * one row per code per change of rate; TR-RATE is a percent
1.15 261015       * (20.000 = twenty percent) and holds from TR-EFF-DATE until
1.16 261015       * the code's next row takes over
1.17 261015        01  TAXRATE-REC.
1.18 261015           03  TR-KEY.
1.19 261015              05  TR-TAX-CODE    PIC X(2).
1.20 261015              05  TR-EFF-DATE    PIC 9(8).
1.21 261015           03  TR-RATE           PIC 9(2)V999.
1.22 261015           03  TR-DESC           PIC X(20).
1.23 261015        WORKING-STORAGE SECTION.
1.24 261015        01  WS-TAX-STATUS     PIC XX.
1.25 261015        LINKAGE SECTION.
1.26 261015       * A = add a rate from a date, U = correct a row's rate or
1.27 261015       * description, D = delete a row, R = read a row
1.28 261015        01 TAX-FUNC          PIC X.
1.29 261015        01 TAX-CODE          PIC X(2).
1.30 261015        01 TAX-EFF-DATE      PIC 9(8).
1.31 261015        01 TAX-RATE          PIC 9(2)V999.
1.32 261015        01 TAX-DESC          PIC X(20).
1.33 261015        01 TAX-STATUS        PIC X.
1.34 261015           88 TAX-OK               VALUE '0'.
1.35 261015           88 TAX-NOT-FOUND        VALUE '1'.
1.36 261015           88 TAX-EXISTS           VALUE '2'.
1.37 261015           88 TAX-BAD-FUNC         VALUE '3'.
1.38 261015           88 TAX-BLANK            VALUE '4'.
1.39 261015        PROCEDURE DIVISION USING TAX-FUNC TAX-CODE TAX-EFF-DATE
1.40 261015            TAX-RATE TAX-DESC TAX-STATUS.
1.41 261015        BEGIN.
1.42 261015       * maintenance for the sales tax rate table INVGEN bills from -
1.43 261015       * a change of rate is a new row from its effective date, so
1.44 261015       * invoices already cut keep the rate they were billed at
1.45 261015            SET TAX-OK TO TRUE.
1.46 261015            IF TAX-CODE = SPACES OR TAX-EFF-DATE = 0
1.47 261015               SET TAX-BLANK TO TRUE
1.48 261015               GOBACK
1.49 261015            END-IF.
1.50 261015            OPEN I-O TAXRATE.
1.51 261015            MOVE TAX-CODE     TO TR-TAX-CODE.
1.52 261015            MOVE TAX-EFF-DATE TO TR-EFF-DATE.
1.53 261015            EVALUATE TAX-FUNC
1.54 261015               WHEN 'A'
1.55 261015                  MOVE TAX-RATE TO TR-RATE
1.56 261015                  MOVE TAX-DESC TO TR-DESC
1.57 261015                  WRITE TAXRATE-REC
1.58 261015                      INVALID KEY
1.59 261015                         SET TAX-EXISTS TO TRUE
1.60 261015                  END-WRITE
1.61 261015               WHEN 'U'
1.62 261015                  READ TAXRATE
1.63 261015                      INVALID KEY
1.64 261015                         SET TAX-NOT-FOUND TO TRUE
1.65 261015                      NOT INVALID KEY
1.66 261015                         MOVE TAX-RATE TO TR-RATE
1.67 261015                         MOVE TAX-DESC TO TR-DESC
1.68 261015                         REWRITE TAXRATE-REC
1.69 261015                  END-READ
1.70 261015               WHEN 'D'
1.71 261015                  READ TAXRATE
1.72 261015                      INVALID KEY
1.73 261015                         SET TAX-NOT-FOUND TO TRUE
1.74 261015                      NOT INVALID KEY
1.75 261015                         DELETE TAXRATE
1.76 261015                  END-READ
1.77 261015               WHEN 'R'
1.78 261015                  READ TAXRATE
1.79 261015                      INVALID KEY
1.80 261015                         SET TAX-NOT-FOUND TO TRUE
1.81 261015                      NOT INVALID KEY
1.82 261015                         MOVE TR-RATE TO TAX-RATE
1.83 261015                         MOVE TR-DESC TO TAX-DESC
1.84 261015                  END-READ
1.85 261015               WHEN OTHER
1.86 261015                  SET TAX-BAD-FUNC TO TRUE
1.87 261015            END-EVALUATE.
1.88 261015            CLOSE TAXRATE.
1.89 261015            GOBACK.
1.90 261015        HALT.
