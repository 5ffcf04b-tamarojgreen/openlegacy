1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. RSNMNT.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT ADJRSN ASSIGN TO DATABASE-ADJRSN
1.06 261015                ORGANIZATION IS INDEXED
1.07 261015                ACCESS MODE IS DYNAMIC
1.08 261015                RECORD KEY IS AJ-CODE
1.09 261015                FILE STATUS IS WS-RSN-STATUS.
1.10 261015        DATA DIVISION.
1.11 261015        FILE SECTION.
1.12 261015        FD  ADJRSN
1.13 261015                LABEL RECORD IS STANDARD.
1.14 261015       * one row per inventory adjustment reason (DAMG, THFT, EXPD
1.15 261015       * ...). INVENTRY refuses a movement that is not against an
1.16 261015       * order, purchase, transfer or return unless it carries a
1.17 261015       * code that is on here with AJ-ACTIVE = Y. CCNT (cycle count
1.18 261015       * variance) and QSCR (inspection scrap) are posted by CYCPOST
1.19 261015       * and INSPREL and are always valid, so they are not kept here
1.20 261015        01  ADJRSN-REC.
1.21 261015           03  AJ-CODE           PIC X(4).
1.22 261015           03  AJ-DESC           PIC X(20).
1.23 261015       * Y = may be used, N = retired - kept so the shrinkage report
1.24 261015       * can still describe old journal entries
1.25 261015           03  AJ-ACTIVE         PIC X.
1.26 261015        WORKING-STORAGE SECTION.
1.27 261015        01  WS-RSN-STATUS     PIC XX.
1.28 261015        LINKAGE SECTION.
1.29 261015       * A = add a code, U = change its description or retire /
1.30 261015       * reinstate it, D = delete a code, R = read a code
1.31 261015        01 RSN-FUNC          PIC X.
1.32 261015        01 RSN-CODE          PIC X(4).
1.33 261015        01 RSN-DESC          PIC X(20).
1.34 261015        01 RSN-ACTIVE        PIC X.
1.35 261015        01 RSN-STATUS        PIC X.
1.36 261015           88 RSN-OK               VALUE '0'.
1.37 261015           88 RSN-NOT-FOUND        VALUE '1'.
1.38 261015           88 RSN-EXISTS           VALUE '2'.
1.39 261015           88 RSN-BAD-FUNC         VALUE '3'.
1.40 261015           88 RSN-BLANK            VALUE '4'.
1.41 261015           88 RSN-BAD-VALUE        VALUE '5'.
1.42 261015           88 RSN-SYSTEM           VALUE '6'.
1.43 261015        PROCEDURE DIVISION USING RSN-FUNC RSN-CODE RSN-DESC
1.44 261015            RSN-ACTIVE RSN-STATUS.
1.45 261015        BEGIN.
1.46 261015       * maintenance for the adjustment reason table INVENTRY checks
1.47 261015       * every manual movement against - a code that has been used
1.48 261015       * should be retired (U with N) rather than deleted, so the
1.49 261015       * shrinkage report keeps its description
1.50 261015            SET RSN-OK TO TRUE.
1.51 261015            IF RSN-CODE = SPACES
1.52 261015               SET RSN-BLANK TO TRUE
1.53 261015               GOBACK
1.54 261015            END-IF.
1.55 261015            IF RSN-CODE = 'CCNT' OR RSN-CODE = 'QSCR'
1.56 261015               SET RSN-SYSTEM TO TRUE
1.57 261015               GOBACK
1.58 261015            END-IF.
1.59 261015            IF (RSN-FUNC = 'A' OR RSN-FUNC = 'U') AND
1.60 261015               RSN-ACTIVE NOT = 'Y' AND RSN-ACTIVE NOT = 'N'
1.61 261015               SET RSN-BAD-VALUE TO TRUE
1.62 261015               GOBACK
1.63 261015            END-IF.
1.64 261015            OPEN I-O ADJRSN.
1.65 261015            MOVE RSN-CODE TO AJ-CODE.
1.66 261015            EVALUATE RSN-FUNC
1.67 261015               WHEN 'A'
1.68 261015                  MOVE RSN-DESC   TO AJ-DESC
1.69 261015                  MOVE RSN-ACTIVE TO AJ-ACTIVE
1.70 261015                  WRITE ADJRSN-REC
1.71 261015                      INVALID KEY
1.72 261015                         SET RSN-EXISTS TO TRUE
1.73 261015                  END-WRITE
1.74 261015               WHEN 'U'
1.75 261015                  READ ADJRSN
1.76 261015                      INVALID KEY
1.77 261015                         SET RSN-NOT-FOUND TO TRUE
1.78 261015                      NOT INVALID KEY
1.79 261015                         MOVE RSN-DESC   TO AJ-DESC
1.80 261015                         MOVE RSN-ACTIVE TO AJ-ACTIVE
1.81 261015                         REWRITE ADJRSN-REC
1.82 261015                  END-READ
1.83 261015               WHEN 'D'
1.84 261015                  READ ADJRSN
1.85 261015                      INVALID KEY
1.86 261015                         SET RSN-NOT-FOUND TO TRUE
1.87 261015                      NOT INVALID KEY
1.88 261015                         DELETE ADJRSN
1.89 261015                  END-READ
1.90 261015               WHEN 'R'
1.91 261015                  READ ADJRSN
1.92 261015                      INVALID KEY
1.93 261015                         SET RSN-NOT-FOUND TO TRUE
1.94 261015                      NOT INVALID KEY
1.95 261015                         MOVE AJ-DESC   TO RSN-DESC
1.96 261015                         MOVE AJ-ACTIVE TO RSN-ACTIVE
1.97 261015                  END-READ
1.98 261015               WHEN OTHER
1.99 261015                  SET RSN-BAD-FUNC TO TRUE
2.00 261015            END-EVALUATE.
2.01 261015            CLOSE ADJRSN.
2.02 261015            GOBACK.
2.03 261015        HALT.
