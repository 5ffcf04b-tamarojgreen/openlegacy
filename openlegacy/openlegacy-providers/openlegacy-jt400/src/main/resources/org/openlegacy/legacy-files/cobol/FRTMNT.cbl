1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. FRTMNT.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT FRTRATE ASSIGN TO DATABASE-FRTRATE
1.06 261015                ORGANIZATION IS INDEXED
1.07 261015                ACCESS MODE IS DYNAMIC
1.08 261015                RECORD KEY IS FR-KEY
1.09 261015                FILE STATUS IS WS-FRT-STATUS.
1.10 261015        DATA DIVISION.
1.11 261015        FILE SECTION.
1.12 261015        FD  FRTRATE
1.13 261015                LABEL RECORD IS STANDARD.
1.14 261015       * carrier rate table - one row per ship method, destination
1.15 261015       * district and weight band; FR-WEIGHT-TO is the band's upper
1.16 261015       * bound, the band runs up from the previous row's bound.
1.17 261015       * A blank district is the method's rate for any district.
1.18 261015        01  FRTRATE-REC.
1.19 261015           03  FR-KEY.
1.20 261015              05  FR-SHIP-METHOD PIC X(10).
1.21 261015              05  FR-DISTRICT    PIC X(5).
1.22 261015              05  FR-WEIGHT-TO   PIC 9(7).
1.23 261015           03  FR-CHARGE         PIC 9(5)V99.
1.24 261015        WORKING-STORAGE SECTION.
1.25 261015        01  WS-FRT-STATUS     PIC XX.
1.26 261015        LINKAGE SECTION.
1.27 261015       * A = add a band, U = change a band's charge, D = delete a
1.28 261015       * band, R = read a band
1.29 261015        01 FRT-FUNC          PIC X.
1.30 261015        01 FRT-SHIP-METHOD   PIC X(10).
1.31 261015        01 FRT-DISTRICT      PIC X(5).
1.32 261015        01 FRT-WEIGHT-TO     PIC 9(7).
1.33 261015        01 FRT-CHARGE        PIC 9(5)V99.
1.34 261015        01 FRT-STATUS        PIC X.
1.35 261015           88 FRT-OK               VALUE '0'.
1.36 261015           88 FRT-NOT-FOUND        VALUE '1'.
1.37 261015           88 FRT-EXISTS           VALUE '2'.
1.38 261015           88 FRT-BAD-FUNC         VALUE '3'.
1.39 261015           88 FRT-BLANK            VALUE '4'.
1.40 261015        PROCEDURE DIVISION USING FRT-FUNC FRT-SHIP-METHOD FRT-DISTRICT
1.41 261015            FRT-WEIGHT-TO FRT-CHARGE FRT-STATUS.
1.42 261015        BEGIN.
1.43 261015       * maintenance for the carrier rate table INVGEN prices freight
1.44 261015       * from
1.45 261015            SET FRT-OK TO TRUE.
1.46 261015            IF FRT-SHIP-METHOD = SPACES OR FRT-WEIGHT-TO = 0
1.47 261015               SET FRT-BLANK TO TRUE
1.48 261015               GOBACK
1.49 261015            END-IF.
1.50 261015            OPEN I-O FRTRATE.
1.51 261015            MOVE FRT-SHIP-METHOD TO FR-SHIP-METHOD.
1.52 261015            MOVE FRT-DISTRICT    TO FR-DISTRICT.
1.53 261015            MOVE FRT-WEIGHT-TO   TO FR-WEIGHT-TO.
1.54 261015            EVALUATE FRT-FUNC
1.55 261015               WHEN 'A'
1.56 261015                  MOVE FRT-CHARGE TO FR-CHARGE
1.57 261015                  WRITE FRTRATE-REC
1.58 261015                      INVALID KEY
1.59 261015                         SET FRT-EXISTS TO TRUE
1.60 261015                  END-WRITE
1.61 261015               WHEN 'U'
1.62 261015                  READ FRTRATE
1.63 261015                      INVALID KEY
1.64 261015                         SET FRT-NOT-FOUND TO TRUE
1.65 261015                      NOT INVALID KEY
1.66 261015                         MOVE FRT-CHARGE TO FR-CHARGE
1.67 261015                         REWRITE FRTRATE-REC
1.68 261015                  END-READ
1.69 261015               WHEN 'D'
1.70 261015                  READ FRTRATE
1.71 261015                      INVALID KEY
1.72 261015                         SET FRT-NOT-FOUND TO TRUE
1.73 261015                      NOT INVALID KEY
1.74 261015                         DELETE FRTRATE
1.75 261015                  END-READ
1.76 261015               WHEN 'R'
1.77 261015                  READ FRTRATE
1.78 261015                      INVALID KEY
1.79 261015                         SET FRT-NOT-FOUND TO TRUE
1.80 261015                      NOT INVALID KEY
1.81 261015                         MOVE FR-CHARGE TO FRT-CHARGE
1.82 261015                  END-READ
1.83 261015               WHEN OTHER
1.84 261015                  SET FRT-BAD-FUNC TO TRUE
1.85 261015            END-EVALUATE.
1.86 261015            CLOSE FRTRATE.
1.87 261015            GOBACK.
1.88 261015        HALT.
