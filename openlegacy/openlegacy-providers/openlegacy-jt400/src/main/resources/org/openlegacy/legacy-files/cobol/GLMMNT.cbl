1.00 261015        IDENTIFICATION DIVISION.
1.01 261015        PROGRAM-ID. GLMMNT.
1.02 261015        ENVIRONMENT DIVISION.
1.03 261015        INPUT-OUTPUT SECTION.
1.04 261015        FILE-CONTROL.
1.05 261015            SELECT GLMAP ASSIGN TO DATABASE-GLMAP
1.06 261015                ORGANIZATION IS INDEXED
1.07 261015                ACCESS MODE IS DYNAMIC
1.08 261015                RECORD KEY IS GM-KEY
1.09 261015                FILE STATUS IS WS-MAP-STATUS.
1.10 261015        DATA DIVISION.
1.11 261015        FILE SECTION.
1.12 261015        FD  GLMAP
1.13 261015                LABEL RECORD IS STANDARD.
1.14 261015       * GL account mapping - see GLPOST
1.15 261015        01  GLMAP-REC.
1.16 261015           03  GM-KEY.
1.17 261015              05  GM-EVENT       PIC X(4).
1.18 261015              05  GM-CATEGORY    PIC X(16).
1.19 261015           03  GM-DR-ACCT        PIC X(10).
1.20 261015           03  GM-CR-ACCT        PIC X(10).
1.21 261015           03  GM-INV-SIDE       PIC X.
1.22 261015           03  GM-DESC           PIC X(20).
1.23 261015        WORKING-STORAGE SECTION.
1.24 261015        01  WS-MAP-STATUS     PIC XX.
1.25 261015        LINKAGE SECTION.
1.26 261015       * A = add a mapping, U = change it, D = delete it, R = read it.
1.27 261015       * Category spaces is the event's default row
1.28 261015        01 GLM-FUNC          PIC X.
1.29 261015        01 GLM-EVENT         PIC X(4).
1.30 261015        01 GLM-CATEGORY      PIC X(16).
1.31 261015        01 GLM-DR-ACCT       PIC X(10).
1.32 261015        01 GLM-CR-ACCT       PIC X(10).
1.33 261015       * D = the debit account is inventory, C = the credit account,
1.34 261015       * space = neither
1.35 261015        01 GLM-INV-SIDE      PIC X.
1.36 261015        01 GLM-DESC          PIC X(20).
1.37 261015        01 GLM-STATUS        PIC X.
1.38 261015           88 GLM-OK               VALUE '0'.
1.39 261015           88 GLM-NOT-FOUND        VALUE '1'.
1.40 261015           88 GLM-EXISTS           VALUE '2'.
1.41 261015           88 GLM-BAD-FUNC         VALUE '3'.
1.42 261015           88 GLM-BLANK            VALUE '4'.
1.43 261015           88 GLM-BAD-VALUE        VALUE '5'.
1.44 261015        PROCEDURE DIVISION USING GLM-FUNC GLM-EVENT GLM-CATEGORY
1.45 261015            GLM-DR-ACCT GLM-CR-ACCT GLM-INV-SIDE GLM-DESC GLM-STATUS.
1.46 261015        BEGIN.
1.47 261015       * maintenance for the account mapping GLPOST books every event
1.48 261015       * through - an event with no row of its own and no default
1.49 261015       * posts to SUSPENSE, so the default row should always be set
1.50 261015            SET GLM-OK TO TRUE.
1.51 261015            IF GLM-EVENT = SPACES
1.52 261015               SET GLM-BLANK TO TRUE
1.53 261015               GOBACK
1.54 261015            END-IF.
1.55 261015            IF (GLM-FUNC = 'A' OR GLM-FUNC = 'U') AND
1.56 261015               (GLM-DR-ACCT = SPACES OR GLM-CR-ACCT = SPACES OR
1.57 261015                (GLM-INV-SIDE NOT = 'D' AND GLM-INV-SIDE NOT = 'C'
1.58 261015                 AND GLM-INV-SIDE NOT = SPACE))
1.59 261015               SET GLM-BAD-VALUE TO TRUE
1.60 261015               GOBACK
1.61 261015            END-IF.
1.62 261015            OPEN I-O GLMAP.
1.63 261015            MOVE GLM-EVENT    TO GM-EVENT.
1.64 261015            MOVE GLM-CATEGORY TO GM-CATEGORY.
1.65 261015            EVALUATE GLM-FUNC
1.66 261015               WHEN 'A'
1.67 261015                  MOVE GLM-DR-ACCT  TO GM-DR-ACCT
1.68 261015                  MOVE GLM-CR-ACCT  TO GM-CR-ACCT
1.69 261015                  MOVE GLM-INV-SIDE TO GM-INV-SIDE
1.70 261015                  MOVE GLM-DESC     TO GM-DESC
1.71 261015                  WRITE GLMAP-REC
1.72 261015                      INVALID KEY
1.73 261015                         SET GLM-EXISTS TO TRUE
1.74 261015                  END-WRITE
1.75 261015               WHEN 'U'
1.76 261015                  READ GLMAP
1.77 261015                      INVALID KEY
1.78 261015                         SET GLM-NOT-FOUND TO TRUE
1.79 261015                      NOT INVALID KEY
1.80 261015                         MOVE GLM-DR-ACCT  TO GM-DR-ACCT
1.81 261015                         MOVE GLM-CR-ACCT  TO GM-CR-ACCT
1.82 261015                         MOVE GLM-INV-SIDE TO GM-INV-SIDE
1.83 261015                         MOVE GLM-DESC     TO GM-DESC
1.84 261015                         REWRITE GLMAP-REC
1.85 261015                  END-READ
1.86 261015               WHEN 'D'
1.87 261015                  READ GLMAP
1.88 261015                      INVALID KEY
1.89 261015                         SET GLM-NOT-FOUND TO TRUE
1.90 261015                      NOT INVALID KEY
1.91 261015                         DELETE GLMAP
1.92 261015                  END-READ
1.93 261015               WHEN 'R'
1.94 261015                  READ GLMAP
1.95 261015                      INVALID KEY
1.96 261015                         SET GLM-NOT-FOUND TO TRUE
1.97 261015                      NOT INVALID KEY
1.98 261015                         MOVE GM-DR-ACCT  TO GLM-DR-ACCT
1.99 261015                         MOVE GM-CR-ACCT  TO GLM-CR-ACCT
2.00 261015                         MOVE GM-INV-SIDE TO GLM-INV-SIDE
2.01 261015                         MOVE GM-DESC     TO GLM-DESC
2.02 261015                  END-READ
2.03 261015               WHEN OTHER
2.04 261015                  SET GLM-BAD-FUNC TO TRUE
2.05 261015            END-EVALUATE.
2.06 261015            CLOSE GLMAP.
2.07 261015            GOBACK.
2.08 261015        HALT.
