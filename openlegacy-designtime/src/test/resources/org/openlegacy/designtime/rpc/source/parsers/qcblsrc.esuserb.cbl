R060               ACCESS MODE       IS DYNAMIC
R060               RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
R060               FILE STATUS       IS SW-STATUS-AUD.
R062  *---   break-glass grants - one row per user/branch/day keyed
R062  *---   through ESBRKGRQ when a manager is out and a change has
R062  *---   to be approved today. 659-BREAK-GLASS switches the named
R062  *---   flags on until the row's closing time and counts each use
R062  *---   for ESBRKRVW's next-morning review.
R062       SELECT  ESBRKGLS          ASSIGN TO DATABASE-ESBRKGLS
R062               ORGANIZATION      IS INDEXED
R062               ACCESS MODE       IS DYNAMIC
R062               RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
R062               FILE STATUS       IS SW-STATUS-AUD.
R063  *---   access-window rules - the days and hours update-level
R063  *---   flags may be used, by district and/or ESACCTBL user
R063  *---   group; outside its window a sign-on gets query-only.
R063  *---   See 945-CHECK-ACCESS-WINDOW.
R063       SELECT  ESACCWIN          ASSIGN TO DATABASE-ESACCWIN
R063               ORGANIZATION      IS INDEXED
R063               ACCESS MODE       IS DYNAMIC
R063               RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
R063               FILE STATUS       IS SW-STATUS.
R063       SELECT  ESBIZCAL          ASSIGN TO DATABASE-ESBIZCAL
R063               ORGANIZATION      IS INDEXED
R063               ACCESS MODE       IS DYNAMIC
R063               RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
R063               FILE STATUS       IS SW-STATUS.
R063  *---   one row per sign-on that came in outside its access
R063  *---   window - ESOOWRPT lists them weekly by district
R063       SELECT  ESOOWLOG          ASSIGN TO DATABASE-ESOOWLOG
R063               ORGANIZATION      IS INDEXED
R063               ACCESS MODE       IS DYNAMIC
R063               RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
R063               FILE STATUS       IS SW-STATUS-AUD.
R064  *---   branch master - one row per ES_ANAF code with its
R064  *---   name, district, manager and open/closed status, kept
R064  *---   through ESANFMNT. A branch closed from a date on or
R064  *---   before today drops out of ES_TV_ANAFIM; see
R064  *---   357-LOAD-CLOSED-ANAF.
R064       SELECT  ESANFMST          ASSIGN TO DATABASE-ESANFMST
R064               ORGANIZATION      IS INDEXED
R064               ACCESS MODE       IS DYNAMIC
R064               RECORD KEY        IS EXTERNALLY-DESCRIBED-KEY
R064               FILE STATUS       IS SW-STATUS.
      *=================================================================
       DATA DIVISION.
      *=================================================================
R060        LABEL RECORD IS STANDARD.
R060   01   ESUSRBLK-REC.
R060        COPY DDS-ALL-FORMAT OF ESUSRBLK.
R062   FD   ESBRKGLS
R062        LABEL RECORD IS STANDARD.
R062   01   ESBRKGLS-REC.
R062        COPY DDS-ALL-FORMAT OF ESBRKGLS.
R063   FD   ESACCWIN
R063        LABEL RECORD IS STANDARD.
R063   01   ESACCWIN-REC.
R063        COPY DDS-ALL-FORMAT OF ESACCWIN.
R063   FD   ESBIZCAL
R063        LABEL RECORD IS STANDARD.
R063   01   ESBIZCAL-REC.
R063        COPY DDS-ALL-FORMAT OF ESBIZCAL.
R063   FD   ESOOWLOG
R063        LABEL RECORD IS STANDARD.
R063   01   ESOOWLOG-REC.
R063        COPY DDS-ALL-FORMAT OF ESOOWLOG.
R064   FD   ESANFMST
R064        LABEL RECORD IS STANDARD.
R064   01   ESANFMST-REC.
R064        COPY DDS-ALL-FORMAT OF ESANFMST.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
R041      03 EZ-SOD-CODE               PIC X(4) VALUE SPACES.
R041      03 EZ-SOD-VAL                PIC X VALUE '0'.
R041      03 I-SOD-ANF                 PIC 9(2) VALUE 0.
R064  *---   closed branches off ESANFMST, indexed directly by the
R064  *---   three-digit branch code - the closing date, 0 = open
R064  *---   (or no master row). 358-CHECK-ANAF-CLOSED tests it.
R064      03 EZ-ANF-CLS-TBL.
R064         05 EZ-ANF-CLDT OCCURS 999   PIC 9(8).
R064      03 EZ-CLS-ANAF               PIC 9(3) VALUE 0.
R032      03 EZ-SYSDEF-TBL.
R032         05 EZ-SYSDEF-O OCCURS 20.
R032            07 EZ-SD-MHOZ            PIC 9(2) VALUE 0.
R034         88 LICBR-END                      VALUE '1'.
R041      03 SW-SODRUL-END             PIC X   VALUE '0'.
R041         88 SODRUL-END                     VALUE '1'.
R063      03 SW-AW-FOUND               PIC X   VALUE '0'.
R063         88 AW-FOUND                       VALUE '1'.
R063      03 SW-AW-WINDOW              PIC X   VALUE '0'.
R063         88 OUTSIDE-WINDOW                 VALUE '1'.
R064      03 SW-ANFMST-END             PIC X   VALUE '0'.
R064         88 ANFMST-END                     VALUE '1'.
R064      03 SW-ANAF-CLOSED            PIC X   VALUE '0'.
R064         88 ANAF-CLOSED                    VALUE '1'.
R017  *---   dry-run mode, driven by the new PI1_ESDRYRUN input flag
R017  *---   (like PI1_ESMLRK, PI1_ESDRYRUN is an AS/400 DDS field on
R017  *---   PRM1I with no local copybook to add it to, so it is
R010  * back can be traced to when/why it was computed.
R010  *-------------*
R010   01 SW-STATUS-AUD                 PIC XX.
R062  *---   time of day a break-glass grant is checked against its
R062  *---   closing time (HHMMSSHH, as ACCEPT FROM TIME)
R062   01 EZ-BG-NOW                     PIC 9(8)  VALUE 0.
R063  *---   access-window check - time of day as HHMM, weekday as
R063  *---   ACCEPT FROM DAY-OF-WEEK (1 = Monday) turned into the
R063  *---   Sunday-first position in AWDAYS, today's ESBIZCAL type
R063  *---   and the branches whose update flags were taken away
R063   01 EZ-AW-NOW.
R063      03 EZ-AW-HHMM                 PIC 9(4)  VALUE 0.
R063      03 FILLER                     PIC 9(4)  VALUE 0.
R063   01 EZ-AW-DOW                     PIC 9     VALUE 0.
R063   01 EZ-AW-DAYPOS                  PIC 9     VALUE 0.
R063   01 EZ-AW-CLOSE                   PIC 9(4)  VALUE 0.
R063   01 EZ-AW-DTYP                    PIC X     VALUE SPACE.
R063   01 EZ-AW-DGCT                    PIC 9(2)  VALUE 0.
R063   01 EZ-AW-TRY                     PIC 9     VALUE 0.
R029   01 SW-STATUS-TRC                 PIC XX.
R029  *-------------*
R029  * ESTRACEF - one row per output-flag decision when PI1_ESTRACE
              END-IF
           END-IF

R063  *---   access window for update-level flags - decided once
R063  *---   per call here, applied per branch by 660 inside the
R063  *---   600 loop so ESANFAUD records what was really handed out
R063       PERFORM 945-CHECK-ACCESS-WINDOW.
R057       MOVE 4 TO I-TIM.
R057       PERFORM 078-TIM-START.
           PERFORM 600-ANAFIM.
R041  *---   runs after 800-PRATIM-NOSAFIM has filled the ISO/ELARSHAR
R041  *---   results, warns in PO2 without failing the call
R041       PERFORM 950-CHECK-SOD.
R063       PERFORM 946-NOTE-OUT-OF-WINDOW.
      *---                               ���� - 2 , ��� - 1 - ����� ÷��
           COMPUTE ES_SUG_USER  = ES_SUG_USER + 1.
       050.
R034                     ESLICBRF
R035                     ESCHGAF
R041                     ESSODRUL
R063                     ESACCWIN
R063                     ESBIZCAL
R064                     ESANFMST
R022                     ESACCTBL
R026          OPEN I-O ESANFAUD
R054          OPEN I-O ESEXCJRN
R058          OPEN I-O ESERRDTL
R060          OPEN I-O ESMCHLOG
R060          OPEN INPUT ESUSRBLK
R062          OPEN I-O ESBRKGLS
R063          OPEN I-O ESOOWLOG
R028          MOVE '1' TO SW-MSGCAT-OPEN
R032       END-IF.
R059  *---   a what-if call reloads with pending rows included; the
R034          PERFORM 354-LOAD-LIC-BRANCHES
R041  *---            950-CHECK-SOD's forbidden flag combinations
R041          PERFORM 356-LOAD-SOD-RULES
R064  *---            610/621's closed-branch dates
R064          PERFORM 357-LOAD-CLOSED-ANAF
R013  *---            542-SOCHEN-AB's table-268 fallback ANAF list
R013          MOVE 25      TO EZ-FALLBACK-ANAF(1)
R013          MOVE 999     TO EZ-FALLBACK-ANAF(2)
R041       END-PERFORM.
R041   356-EXIT.
R041       EXIT.
R064  *-----------------------------------------------------------------
R064   357-LOAD-CLOSED-ANAF   SECTION.
R064  *-----------------------------------------------------------------
R064   357.
R064  *---   only closed rows matter here - an open branch and one
R064  *---   with no master row yet are treated alike. A closed row
R064  *---   without a date counts as closed from the start.
R064       INITIALIZE EZ-ANF-CLS-TBL.
R064       MOVE '0' TO SW-ANFMST-END.
R064       MOVE 0   TO AMANAF OF ESANFMST-REC.
R064       START ESANFMST
R064             KEY NOT LESS EXTERNALLY-DESCRIBED-KEY
R064             INVALID KEY
R064                SET ANFMST-END TO TRUE.
R064       PERFORM 075-CHECK-SW-STATUS.
R064       PERFORM UNTIL ANFMST-END
R064          READ ESANFMST NEXT
R064               AT END
R064                  SET ANFMST-END TO TRUE
R064               NOT AT END
R064                  PERFORM 075-CHECK-SW-STATUS
R064                  IF AMSTAT OF ESANFMST-REC = 'C'
R064                     AND AMANAF OF ESANFMST-REC > 0
R064                     MOVE AMCLDT OF ESANFMST-REC
R064                          TO EZ-ANF-CLDT(AMANAF OF ESANFMST-REC)
R064                     IF AMCLDT OF ESANFMST-REC = 0
R064                        MOVE 1
R064                          TO EZ-ANF-CLDT(AMANAF OF ESANFMST-REC)
R064                     END-IF
R064                  END-IF
R064          END-READ
R064       END-PERFORM.
R064   357-EXIT.
R064       EXIT.
R064  *-----------------------------------------------------------------
R064   358-CHECK-ANAF-CLOSED  SECTION.
R064  *-----------------------------------------------------------------
R064   358.
R064  *---   is branch EZ-CLS-ANAF closed today - a closure keyed
R064  *---   ahead takes effect on its date, except under what-if,
R064  *---   which previews pending rows as if already in force
R064  *---   (the R059 rule-table treatment)
R064       MOVE '0' TO SW-ANAF-CLOSED.
R064       IF EZ-CLS-ANAF = 0
R064          GO TO 358-EXIT.
R064       IF EZ-ANF-CLDT(EZ-CLS-ANAF) = 0
R064          GO TO 358-EXIT.
R064       IF EZ-ANF-CLDT(EZ-CLS-ANAF) > EZ-UDATE
R064          AND NOT WHATIF-ON
R064          GO TO 358-EXIT.
R064       SET ANAF-CLOSED TO TRUE.
R064       IF TRACE-ON
R064          MOVE EZ-CLS-ANAF            TO TRC-ANAF
R064          MOVE 'ANAF-CLOSE'           TO TRC-FLAG
R064          MOVE '358-CHECK-ANAF-CLOSED' TO TRC-PARA
R064          MOVE 'ESANFMST BRANCH CLOSED' TO TRC-RULE
R064          PERFORM 077-WRITE-TRACE
R064       END-IF.
R064   358-EXIT.
R064       EXIT.
      *-----------------------------------------------------------------
R041   950-CHECK-SOD          SECTION.
      *-----------------------------------------------------------------
R041       END-EVALUATE.
R041   956-EXIT.
R041       EXIT.
R063  *-----------------------------------------------------------------
R063   945-CHECK-ACCESS-WINDOW  SECTION.
R063  *-----------------------------------------------------------------
R063   945.
R063  *---   the ESACCWIN row for this sign-on - most specific first:
R063  *---   district+group, district for any group (AWSUGU 99),
R063  *---   group in any district (AWMHOZ 00), then the company-
R063  *---   wide 00/99 row. No row at all means no window. Dry-run
R063  *---   calls are exempt, per R017 - ESAUSNAP's nightly
R063  *---   snapshot runs outside every window and must still see
R063  *---   the real grants.
R063       MOVE '0' TO SW-AW-WINDOW.
R063       MOVE 0   TO EZ-AW-DGCT.
R063       MOVE SPACE TO EZ-AW-DTYP.
R063       IF DRY-RUN
R063          GO TO 945-EXIT.
R063       MOVE '0' TO SW-AW-FOUND.
R063       PERFORM VARYING EZ-AW-TRY FROM 1 BY 1
R063               UNTIL EZ-AW-TRY > 4 OR AW-FOUND
R063          IF EZ-AW-TRY = 1 OR EZ-AW-TRY = 2
R063             MOVE ES_MHOZ     TO AWMHOZ OF ESACCWIN-REC
R063          ELSE
R063             MOVE 0           TO AWMHOZ OF ESACCWIN-REC
R063          END-IF
R063          IF EZ-AW-TRY = 1 OR EZ-AW-TRY = 3
R063             MOVE ES_SUG_USER TO AWSUGU OF ESACCWIN-REC
R063          ELSE
R063             MOVE 99          TO AWSUGU OF ESACCWIN-REC
R063          END-IF
R063          READ ESACCWIN
R063               INVALID KEY
R063                  CONTINUE
R063               NOT INVALID KEY
R063                  SET AW-FOUND TO TRUE
R063          END-READ
R063       END-PERFORM.
R063       IF NOT AW-FOUND
R063          GO TO 945-EXIT.
R063  *---   today's calendar type - no row is an ordinary working
R063  *---   day; E/H is no business day, so the window is shut all
R063  *---   day; F is a half-day and closes at AWHALFTO if earlier
R063       MOVE EZ-UDATE TO CLDATE OF ESBIZCAL-REC.
R063       READ ESBIZCAL
R063            INVALID KEY
R063               MOVE 'W' TO EZ-AW-DTYP
R063            NOT INVALID KEY
R063               MOVE CLTYPE OF ESBIZCAL-REC TO EZ-AW-DTYP
R063       END-READ.
R063       IF EZ-AW-DTYP = 'E' OR 'H'
R063          SET OUTSIDE-WINDOW TO TRUE
R063          GO TO 945-EXIT.
R063       ACCEPT EZ-AW-DOW FROM DAY-OF-WEEK.
R063       IF EZ-AW-DOW = 7
R063          MOVE 1 TO EZ-AW-DAYPOS
R063       ELSE
R063          COMPUTE EZ-AW-DAYPOS = EZ-AW-DOW + 1
R063       END-IF.
R063       IF AWDAYS OF ESACCWIN-REC(EZ-AW-DAYPOS:1) NOT = '1'
R063          SET OUTSIDE-WINDOW TO TRUE
R063          GO TO 945-EXIT.
R063       MOVE AWTO OF ESACCWIN-REC TO EZ-AW-CLOSE.
R063       IF EZ-AW-DTYP = 'F'
R063          AND AWHALFTO OF ESACCWIN-REC NOT = 0
R063          AND AWHALFTO OF ESACCWIN-REC < EZ-AW-CLOSE
R063          MOVE AWHALFTO OF ESACCWIN-REC TO EZ-AW-CLOSE
R063       END-IF.
R063       ACCEPT EZ-AW-NOW FROM TIME.
R063       IF EZ-AW-HHMM < AWFROM OF ESACCWIN-REC
R063          OR EZ-AW-HHMM NOT < EZ-AW-CLOSE
R063          SET OUTSIDE-WINDOW TO TRUE
R063       END-IF.
R063   945-EXIT.
R063       EXIT.
R063  *-----------------------------------------------------------------
R063   946-NOTE-OUT-OF-WINDOW  SECTION.
R063  *-----------------------------------------------------------------
R063   946.
R063  *---   a sign-on outside its window is logged for ESOOWRPT
R063  *---   whether or not it lost anything; the PO2 warning is
R063  *---   only posted when 660 actually took update flags away.
R063  *---   Warning only - PO2_ESKERR stays 0, the R041 soft-error
R063  *---   idiom, so the caller still gets its query-only grants.
R063       IF NOT OUTSIDE-WINDOW
R063          GO TO 946-EXIT.
R063       IF EZ-AW-DGCT > 0
R063          ADD  1    TO I-ERR
R063          MOVE 0016 TO PO2_ESERKD(I-ERR)
R063          MOVE '!OUTSIDE ACCESS WINDOW - QUERY ONLY'
R063                    TO PO2_ESERTX(I-ERR)
R063          MOVE 'ESACCWIN' TO PO2_ESFLDN(I-ERR)
R063          MOVE 2    TO PO2_ESERSG(I-ERR)
R063          ADD  1    TO PO2_ESKERR_NR
R063       END-IF.
R063       ACCEPT EZ-AW-NOW FROM TIME.
R063       MOVE EZ-UDATE    TO OWDATE OF ESOOWLOG-REC.
R063       MOVE EZ-AW-NOW   TO OWTIME OF ESOOWLOG-REC.
R063       MOVE PI1_ESUSER  TO OWUSER OF ESOOWLOG-REC.
R063       MOVE ES_MHOZ     TO OWMHOZ OF ESOOWLOG-REC.
R063       MOVE ES_SUG_USER TO OWSUGU OF ESOOWLOG-REC.
R063       MOVE EZ-AW-DTYP  TO OWDTYP OF ESOOWLOG-REC.
R063       MOVE EZ-AW-DGCT  TO OWDGCT OF ESOOWLOG-REC.
R063       WRITE ESOOWLOG-REC
R063             INVALID KEY
R063                CONTINUE
R063       END-WRITE.
R063   946-EXIT.
R063       EXIT.
      *-----------------------------------------------------------------
R032   351A-LOAD-SYSDEF-FILE  SECTION.
      *-----------------------------------------------------------------
      ****       ������ ���� ������ �� , 129 ��×�× ��÷�� ���� ����× ��
           ADD 1 TO I
           PERFORM BDIKA-ANAF-TVL129.
R064  *---   a branch closed on ESANFMST drops out of the list the
R064  *---   same way one table 129 no longer knows does
R064       IF KAYAM-ANAF-YES
R064          MOVE ES_ANAF(I-ANAF) TO EZ-CLS-ANAF
R064          PERFORM 358-CHECK-ANAF-CLOSED
R064          IF ANAF-CLOSED
R064             SET KAYAM-ANAF-NO TO TRUE
R064          END-IF
R064       END-IF.
           IF KAYAM-ANAF-YES
              ADD 1 TO I-ANAF
           ELSE
              ADD 1 TO I-ANAF
              MOVE TUKEY OF RTN-TVL-REC(I)(9:3) TO
                   ES_ANAF(I-ANAF)
R064          MOVE ES_ANAF(I-ANAF) TO EZ-CLS-ANAF
R064          PERFORM 358-CHECK-ANAF-CLOSED
R064          IF ANAF-CLOSED
R064             MOVE 0 TO ES_ANAF(I-ANAF)
R064             SUBTRACT 1 FROM I-ANAF
R064          END-IF
           END-IF.
       622-CONT.
       620-EXIT.
           END-IF.
 *******************************************************************************
       655.
R062       PERFORM 659-BREAK-GLASS.
           PERFORM 700-ARSHAOT-IDKUN-POLISA.
R063       PERFORM 660-ACCESS-WINDOW-ANAF.
       656.
R010       PERFORM 658-WRITE-ANAF-AUDIT.
           ADD 1 TO I.
R017       END-IF.
R010   658-EXIT.
R010       EXIT.
R062  *-----------------------------------------------------------------
R062   659-BREAK-GLASS  SECTION.
R062  *-----------------------------------------------------------------
R062   659.
R062  *---   a break-glass grant keyed today through ESBRKGRQ for this
R062  *---   user/branch switches its named flags on over whatever
R062  *---   USERSS1/USERSANF decided above - on only, a grant never
R062  *---   takes a flag away. The row is keyed by EZ-UDATE, so a
R062  *---   grant can never outlive its day, and within the day it
R062  *---   stops at the closing time ESBRKGRQ stamped on it from
R062  *---   ESBIZCAL. Revoked rows (BGSTAT not A) are ignored.
R062       MOVE EZ-UDATE   TO BGDATE OF ESBRKGLS-REC.
R062       MOVE ES_MHOZ    TO BGSHEV OF ESBRKGLS-REC.
R062       MOVE PI1_ESUSER TO BGUSER OF ESBRKGLS-REC.
R062       MOVE ES_ANAF(I) TO BGANAF OF ESBRKGLS-REC.
R062       READ ESBRKGLS
R062            INVALID KEY
R062               GO TO 659-EXIT.
R062       IF BGSTAT OF ESBRKGLS-REC NOT = 'A'
R062          GO TO 659-EXIT.
R062       ACCEPT EZ-BG-NOW FROM TIME.
R062       IF EZ-BG-NOW NOT < BGEXTM OF ESBRKGLS-REC
R062          GO TO 659-EXIT.
R062       IF BGQWRY OF ESBRKGLS-REC = '1'
R062          MOVE '1' TO ES_QWRY(I).
R062       IF BGCHGA OF ESBRKGLS-REC = '1'
R062          MOVE '1' TO ES_CHGA(I).
R062       IF BGIMMD OF ESBRKGLS-REC = '1'
R062          MOVE '1' TO ES_IMMD(I).
R062       IF BGCHSV OF ESBRKGLS-REC = '1'
R062          MOVE '1' TO ES_CHSV(I).
R062       IF BGISHR OF ESBRKGLS-REC = '1'
R062          MOVE '1' TO ES_ISHR(I).
R062       IF BGPRMM OF ESBRKGLS-REC = '1'
R062          MOVE '1' TO ES_MASAX_PREMIUMIM(I).
R062       IF BGPRSH OF ESBRKGLS-REC = '1'
R062          MOVE '1' TO ES_MASAX_SHEABUD(I).
R062       IF TRACE-ON
R062          MOVE ES_ANAF(I)             TO TRC-ANAF
R062          MOVE 'BRKGLS    '           TO TRC-FLAG
R062          MOVE '659-BREAK-GLASS'      TO TRC-PARA
R062          MOVE 'ESBRKGLS GRANT IN FORCE' TO TRC-RULE
R062          PERFORM 077-WRITE-TRACE
R062       END-IF.
R062  *---   count the use and stamp the last one for the review -
R062  *---   the flags themselves land in ESANFAUD through 658 as
R062  *---   usual. Dry-run calls write nothing, per R017.
R062       IF NOT DRY-RUN
R062          ADD  1         TO BGUSES OF ESBRKGLS-REC
R062          MOVE EZ-BG-NOW TO BGLUTM OF ESBRKGLS-REC
R062          REWRITE ESBRKGLS-REC
R062       END-IF.
R062   659-EXIT.
R062       EXIT.
R063  *-----------------------------------------------------------------
R063   660-ACCESS-WINDOW-ANAF  SECTION.
R063  *-----------------------------------------------------------------
R063   660.
R063  *---   outside the access window this branch is query-only -
R063  *---   CHGA/IMMD/CHSV and the ARSHAA update flags go to 0, read
R063  *---   flags stay as computed. Runs after 659, so a break-glass
R063  *---   grant does not reach past the window either.
R063       IF NOT OUTSIDE-WINDOW
R063          GO TO 660-EXIT.
R063       IF ES_CHGA(I)                 = '0'
R063          AND ES_IMMD(I)              = '0'
R063          AND ES_CHSV(I)              = '0'
R063          AND ES_AMLA_ARSHAA_UPDATE_A(I) = '0'
R063          AND ES_AMLA_ARSHAA_UPDATE_B(I) = '0'
R063          GO TO 660-EXIT.
R063       MOVE '0' TO ES_CHGA(I)
R063                   ES_IMMD(I)
R063                   ES_CHSV(I)
R063                   ES_AMLA_ARSHAA_UPDATE_A(I)
R063                   ES_AMLA_ARSHAA_UPDATE_B(I).
R063       ADD 1 TO EZ-AW-DGCT.
R063       IF TRACE-ON
R063          MOVE ES_ANAF(I)             TO TRC-ANAF
R063          MOVE 'UPD-FLAGS '           TO TRC-FLAG
R063          MOVE '660-ACCESS-WINDOW-ANAF' TO TRC-PARA
R063          MOVE 'ESACCWIN OUTSIDE WINDOW' TO TRC-RULE
R063          PERFORM 077-WRITE-TRACE
R063       END-IF.
R063   660-EXIT.
R063       EXIT.
      *-----------------------------------------------------------------
       700-ARSHAOT-AMALOT  SECTION.
      *-----------------------------------------------------------------
R058          CLOSE ESERRDTL
R060          CLOSE ESMCHLOG
R060          CLOSE ESUSRBLK
R062          CLOSE ESBRKGLS
R063          CLOSE ESACCWIN
R063          CLOSE ESBIZCAL
R063          CLOSE ESOOWLOG
R064          CLOSE ESANFMST
R032       END-IF.
R029       IF TRACE-ON
R053          CLOSE ESTRACEF
