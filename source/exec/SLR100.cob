       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         SLR100.
      *********************************************************
      *    PROGRAM         :  SALESPERSON PERFORMANCE / COMM.  *
      *    PRINTER TYPE    :  JIPS                             *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *        CHANGE      :  26/10/15  SKIP SALES SAMPLES     *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    SEL-MODE, the same mode-menu idiom as LSE100:
      *      1 = performance report: for an operator-entered month,
      *          one line per salesperson -- shipped pairs, returned
      *          pairs, billed sales, cost, gross margin, the SLS-M
      *          monthly target and achievement percent -- with an
      *          unassigned (0000) line for accounts nobody held.
      *          every JSJDRF shipped line of the month rolls up to
      *          its bill-to head office the way BIL100 rolls it
      *          (the ship-to's TC-HQTCD, else itself), and the head
      *          office to the salesperson who held it at month end:
      *          the latest SLAF row effective on or before the last
      *          day of the month, so a later reassignment leaves
      *          the month where it was.  sales are BIL100's basis --
      *          printable lines only, consignment fulfillments
      *          (JSJD-05 = 5) left to CSG100, the THTC selling
      *          price then THTM -- and cost is GMR100's CST-M
      *          weighted average, so margin reads the same as the
      *          gross margin report.  a consignment line still
      *          counts in shipped pairs; a sales sample
      *          (JSJD-05 = 6) does not count at all.  returns
      *          are the month's JSJDHF pairs against the same
      *          head office; the return file carries no item
      *          or price, so they are reported as pairs only
      *          and do not reduce sales.
      *      2 = commission statements and accrual: the same month's
      *          figures print one statement page per salesperson,
      *          customer by customer, with commission at SLS-RATE
      *          percent of the gross margin (nothing on a negative
      *          margin), then each commission posts into SIWAKH,
      *          HTEKICD 738, through JCON7 classification 66 under
      *          the salesperson's SLS-DEPT.  SLSLOG keyed by month
      *          refuses a second run and a PLK-M-locked month is
      *          refused, LSE100's two gates.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SYSTEM3100.
       OBJECT-COMPUTER. SYSTEM3100.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  SEL-MODE               PIC  9(001)      VALUE ZERO.
       01  SR-NG                  PIC  9(006)      VALUE ZERO.
       01  SR-DMM                 PIC  9(001)      VALUE ZERO.
       01  SR-MEND                PIC  9(008)      VALUE ZERO.
       01  SR-WHQ                 PIC  9(004)      VALUE ZERO.
       01  SR-WSLS                PIC  9(004)      VALUE ZERO.
       01  SR-QX                  PIC  9(002)      VALUE ZERO.
       01  SR-PTCD                PIC  9(004)      VALUE ZERO.
       01  SR-STAN                PIC  9(005)      VALUE ZERO.
       01  SR-CTAN                PIC  9(005)      VALUE ZERO.
       01  SR-CAVG                PIC  9(005)V99   VALUE ZERO.
       01  SR-LREV                PIC S9(009)      VALUE ZERO.
       01  SR-LCST                PIC S9(009)      VALUE ZERO.
       01  SR-LQTY                PIC S9(006)      VALUE ZERO.
       01  SR-LBIL                PIC  9(001)      VALUE ZERO.
       01  SR-MARG                PIC S9(011)      VALUE ZERO.
       01  SR-PCT                 PIC  9(004)      VALUE ZERO.
       01  SR-IX                  PIC  9(003)      VALUE ZERO.
       01  SR-JX                  PIC  9(003)      VALUE ZERO.
       01  SR-LIMIT               PIC  9(003)      VALUE ZERO.
       01  SR-TQTY                PIC S9(009)      VALUE ZERO.
       01  SR-TRQTY               PIC S9(009)      VALUE ZERO.
       01  SR-TREV                PIC S9(012)      VALUE ZERO.
       01  SR-TCST                PIC S9(012)      VALUE ZERO.
       01  SR-TCOMM               PIC S9(012)      VALUE ZERO.
      *    SLAF history held for the month: per head office, the
      *    latest assignment effective by month end.
       01  SA-CNT                 PIC  9(003)      VALUE ZERO.
       01  SA-IX                  PIC  9(003)      VALUE ZERO.
       01  SA-TBL.
           02  SA-ENT   OCCURS  500.
               03  SA-TCD         PIC  9(004).
               03  SA-EFFDT       PIC  9(008).
               03  SA-SLS         PIC  9(004).
      *    month figures per bill-to head office.
       01  CU-CNT                 PIC  9(003)      VALUE ZERO.
       01  CU-IX                  PIC  9(003)      VALUE ZERO.
       01  CU-TBL.
           02  CU-ENT   OCCURS  300.
               03  CU-HQ          PIC  9(004).
               03  CU-SLS         PIC  9(004).
               03  CU-QTY         PIC S9(008).
               03  CU-RQTY        PIC S9(008).
               03  CU-REV         PIC S9(011).
               03  CU-CST         PIC S9(011).
      *    month figures per salesperson, SLS-M order then any code
      *    met only in the history; sorted by code before printing.
       01  SR-CNT                 PIC  9(003)      VALUE ZERO.
       01  SR-TBL.
           02  SR-ENT   OCCURS  100.
               03  SR-SLS         PIC  9(004).
               03  SR-NAME        PIC  N(010).
               03  SR-DEPT        PIC  9(004).
               03  SR-RATE        PIC  9(002)V9(002).
               03  SR-TGT         PIC  9(010).
               03  SR-STAT        PIC  9(001).
               03  SR-QTY         PIC S9(008).
               03  SR-RQTY        PIC S9(008).
               03  SR-REV         PIC S9(011).
               03  SR-CST         PIC S9(011).
               03  SR-COMM        PIC S9(011).
       01  SR-TMP.
           02  SR-TMP-SLS         PIC  9(004).
           02  SR-TMP-NAME        PIC  N(010).
           02  SR-TMP-DEPT        PIC  9(004).
           02  SR-TMP-RATE        PIC  9(002)V9(002).
           02  SR-TMP-TGT         PIC  9(010).
           02  SR-TMP-STAT        PIC  9(001).
           02  SR-TMP-QTY         PIC S9(008).
           02  SR-TMP-RQTY        PIC S9(008).
           02  SR-TMP-REV         PIC S9(011).
           02  SR-TMP-CST         PIC S9(011).
           02  SR-TMP-COMM        PIC S9(011).
       01  W-TODAY                PIC  9(008)      VALUE ZERO.
      *    posting parameters for POST-RTN.
       01  PS-CLS                 PIC  9(002)      VALUE ZERO.
       01  PS-DRCR                PIC  9(001)      VALUE ZERO.
       01  PS-AMT                 PIC  9(010)      VALUE ZERO.
       01  PS-DEPT                PIC  9(004)      VALUE ZERO.
       01  POST-DATE              PIC  9(008)      VALUE ZERO.
       01  POST-JUNLNO            PIC  9(006)      VALUE ZERO.
       01  POST-LINENO            PIC  9(002)      VALUE ZERO.
       01  POST-CNT               PIC  9(006)      VALUE ZERO.
       01  WORK-DOCKEY.
           02  WORK-DK-NAME       PIC  X(006)  VALUE  "SLS-M".
           02  WORK-DK-KEY        PIC  9(004).
           02  F                  PIC  X(014)  VALUE  SPACE.
       01  WORK-TODATE.
           02  WORK-TD-YY         PIC  9(002).
           02  WORK-TD-MM         PIC  9(002).
           02  WORK-TD-DD         PIC  9(002).
       01  PRN-R                  PIC  X(132).
       77  RESP                   PIC  9(001).
       01  WORK-SR-HD             PIC  X(050)      VALUE
            "*** SALESPERSON PERFORMANCE REPORT ***".
       01  WORK-SR-PER.
           02  F                  PIC  X(07)  VALUE  "MONTH  ".
           02  WORK-SR-NG         PIC  9(006).
       01  WORK-SR-COLHD.
           02  F                  PIC  X(043)      VALUE
                "SLS  NAME                    PAIRS RET-PRS ".
           02  F                  PIC  X(051)      VALUE
                "      SALES        COST      MARGIN     TARGET ACH%".
       01  WORK-SR.
           02  WORK-SR-SLS        PIC  9(004).
           02  F                  PIC  X(01).
           02  WORK-SR-NAME       PIC  N(010).
           02  WORK-SR-NAMX  REDEFINES  WORK-SR-NAME  PIC  X(020).
           02  F                  PIC  X(01).
           02  WORK-SR-QTY        PIC  -9(007).
           02  F                  PIC  X(01).
           02  WORK-SR-RQTY       PIC  -9(006).
           02  F                  PIC  X(01).
           02  WORK-SR-REV        PIC  -9(010).
           02  F                  PIC  X(01).
           02  WORK-SR-CST        PIC  -9(010).
           02  F                  PIC  X(01).
           02  WORK-SR-MARG       PIC  -9(010).
           02  F                  PIC  X(01).
           02  WORK-SR-TGT        PIC  ZZZZZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-SR-PCT        PIC  ZZZ9.
       01  WORK-SR-TOT.
           02  F                  PIC  X(26)  VALUE  "TOTALS".
           02  WORK-SR-TQTY       PIC  -9(007).
           02  F                  PIC  X(01).
           02  WORK-SR-TRQTY      PIC  -9(006).
           02  F                  PIC  X(01).
           02  WORK-SR-TREV       PIC  -9(010).
           02  F                  PIC  X(01).
           02  WORK-SR-TCST       PIC  -9(010).
           02  F                  PIC  X(01).
           02  WORK-SR-TMARG      PIC  -9(010).
       01  WORK-ST-HD             PIC  X(050)      VALUE
            "*** SALES COMMISSION STATEMENT ***".
       01  WORK-ST-SLS.
           02  F                  PIC  X(12)  VALUE  "SALESPERSON ".
           02  WORK-ST-SLSCD      PIC  9(004).
           02  F                  PIC  X(01).
           02  WORK-ST-SNAME      PIC  N(010).
           02  F                  PIC  X(07)  VALUE  "  DEPT ".
           02  WORK-ST-DEPT       PIC  9(004).
           02  F                  PIC  X(07)  VALUE  "  RATE ".
           02  WORK-ST-RATE       PIC  Z9.99.
           02  F                  PIC  X(01)  VALUE  "%".
       01  WORK-ST-COLHD.
           02  F                  PIC  X(040)      VALUE
                "CUST  CUSTOMER                          ".
           02  F                  PIC  X(043)      VALUE
                "  PAIRS       SALES        COST      MARGIN".
       01  WORK-ST.
           02  WORK-ST-TCD        PIC  9(004).
           02  F                  PIC  X(02).
           02  WORK-ST-TNAME      PIC  N(016).
           02  F                  PIC  X(01).
           02  WORK-ST-QTY        PIC  -9(007).
           02  F                  PIC  X(01).
           02  WORK-ST-REV        PIC  -9(010).
           02  F                  PIC  X(01).
           02  WORK-ST-CST        PIC  -9(010).
           02  F                  PIC  X(01).
           02  WORK-ST-MARG       PIC  -9(010).
       01  WORK-ST-TOT.
           02  F                  PIC  X(39)  VALUE  "TOTAL".
           02  WORK-ST-TQTY       PIC  -9(007).
           02  F                  PIC  X(01).
           02  WORK-ST-TREV       PIC  -9(010).
           02  F                  PIC  X(01).
           02  WORK-ST-TCST       PIC  -9(010).
           02  F                  PIC  X(01).
           02  WORK-ST-TMARG      PIC  -9(010).
       01  WORK-ST-COMM.
           02  F                  PIC  X(20)  VALUE
                "COMMISSION ON MARGIN".
           02  F                  PIC  X(54)  VALUE  SPACE.
           02  WORK-ST-CAMT       PIC  -9(010).
       01  WORK-PS-HD             PIC  X(050)      VALUE
            "*** COMMISSION ACCRUAL POSTING REGISTER ***".
       01  WORK-PS-COLHD          PIC  X(050)      VALUE
            "SLS  NAME                 DEPT  COMMISSION".
       01  WORK-PS.
           02  WORK-PS-SLS        PIC  9(004).
           02  F                  PIC  X(01).
           02  WORK-PS-NAME       PIC  N(010).
           02  F                  PIC  X(01).
           02  WORK-PS-DEPT       PIC  9(004).
           02  F                  PIC  X(01).
           02  WORK-PS-AMT        PIC  -9(010).
       01  WORK-PS-TOT.
           02  F                  PIC  X(15)  VALUE  "LINES POSTED  :".
           02  WORK-PS-CNT        PIC  ZZZZZ9.
           02  F                  PIC  X(09)  VALUE  "  TOTAL  ".
           02  WORK-PS-TAMT       PIC  -9(012).
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
           COPY  LIBPLK.
           COPY  L-JCON.
      *FD  KMK-M
           COPY LIKMK.
      *FD  TC-M
           COPY LITCM.
      *FD  SLS-M
           COPY LISLSM.
      *FD  SLAF
           COPY LISLAF.
      *FD  THTM
           COPY LITHTM.
      *FD  THTC
           COPY LITHTC.
      *FD  CST-M
           COPY LICSTM.
      *FD  JSJDRF
       01  JSJDRF_SLR100.
           02  JSJDRF_PNAME1      PIC  X(006) VALUE "JSJDRF".
           02  F                  PIC  X(001).
           02  JSJDRF_LNAME       PIC  X(013) VALUE "JSJDRF_SLR100".
           02  F                  PIC  X(001).
           02  JSJDRF_KEY1        PIC  X(100) VALUE SPACE.
           02  JSJDRF_SORT        PIC  X(100) VALUE SPACE.
           02  JSJDRF_IDLST       PIC  X(100) VALUE SPACE.
           02  JSJDRF_RES         USAGE  POINTER.
           COPY JSJDR.
      *FD  JSJDHF
       01  JSJDHF_SLR100.
           02  JSJDHF_PNAME1      PIC  X(006) VALUE "JSJDHF".
           02  F                  PIC  X(001).
           02  JSJDHF_LNAME       PIC  X(013) VALUE "JSJDHF_SLR100".
           02  F                  PIC  X(001).
           02  JSJDHF_KEY1        PIC  X(100) VALUE SPACE.
           02  JSJDHF_SORT        PIC  X(100) VALUE SPACE.
           02  JSJDHF_IDLST       PIC  X(100) VALUE SPACE.
           02  JSJDHF_RES         USAGE  POINTER.
           COPY JSJDH.
      *FD  SIWAKH
       01  SIWAKH_SLR100.
           02  SIWAKH_PNAME1      PIC  X(006) VALUE "SIWAKH".
           02  F                  PIC  X(001).
           02  SIWAKH_LNAME       PIC  X(013) VALUE "SIWAKH_SLR100".
           02  F                  PIC  X(001).
           02  SIWAKH_KEY1        PIC  X(100) VALUE SPACE.
           02  SIWAKH_SORT        PIC  X(100) VALUE SPACE.
           02  SIWAKH_IDLST       PIC  X(100) VALUE SPACE.
           02  SIWAKH_RES         USAGE  POINTER.
           COPY SIWAKH.
       77  F                      PIC  X(001).
      *FD  SLSLOG
      *    one row per month already posted -- the same month-
      *    dedup duty as LSELOG.
       01  SLSLOG_SLR100.
           02  SLSLOG_PNAME1      PIC  X(006) VALUE "SLSLOG".
           02  F                  PIC  X(001).
           02  SLSLOG_LNAME       PIC  X(013) VALUE "SLSLOG_SLR100".
           02  F                  PIC  X(001).
           02  SLSLOG_KEY1        PIC  X(100) VALUE SPACE.
           02  SLSLOG_SORT        PIC  X(100) VALUE SPACE.
           02  SLSLOG_IDLST       PIC  X(100) VALUE SPACE.
           02  SLSLOG_RES         USAGE  POINTER.
       01  SLSLOG-REC.
           02  SLSLOG-KEY.
               03  SLSLOG-NG      PIC  9(006).
           02  SLSLOG-JUNLNO      PIC  9(006).
           02  SLSLOG-PSTDATE     PIC  9(008).
           02  SLSLOG-USER        PIC  X(006).
           02  SLSLOG-LCNT        PIC  9(006).
       77  F                      PIC  X(001).
      *
       77  RET                    PIC  9(001)      VALUE ZERO.
       77  USER_ID                PIC  X(006)      VALUE SPACE.
       77  COMPLETION_CODE        PIC  X(003)      VALUE ZERO.
       77  ESTAT                  PIC  X(002).
       77  RESU                   PIC  9(001).
      *
       01  C-CLEAR.
           02  C-CL    PIC  X(012) VALUE "CLEAR SCREEN".
       01  C-MID.
           02  FILLER  PIC  X(040) VALUE
                "SALESPERSON PERFORMANCE / COMMISSION".
           02  FILLER  PIC  X(040) VALUE
                "MODE  1=REPORT 2=COMMISSION".
           02  FILLER  PIC  X(020) VALUE
                "MONTH      CCYYMM".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-ACP.
           02  A-MODE     PIC  9(001).
           02  A-NG       PIC  9(006).
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
             03  E-ME1   PIC  X(030) VALUE
                  "***  MONTH ALREADY DONE    ***".
             03  E-ME2   PIC  X(030) VALUE
                  "***  PERIOD LOCKED         ***".
             03  E-ME3   PIC  X(030) VALUE
                  "***  RUN COMPLETE          ***".
             03  E-ME99  PIC  X(005) VALUE X"1B4205".
           COPY LIBSCR.
       PROCEDURE DIVISION.
      *Initialize
       CALL "SD_Initialize" RETURNING RESU.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
      *C-CLEAR
       CALL "SD_Init" USING
           "C-CLEAR" " " "0" "0" "12" " " " " RETURNING RESU.
       CALL "SD_Init" USING
           "C-CL" "X" "1" "0" "12" " " "C-CLEAR" RETURNING RESU.
      *C-MID
       CALL "SD_Init" USING
            "C-MID" " " "0" "0" "120" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-MID" "X" "3" "10" "40" " " "C-MID" RETURNING RESU.
       CALL "SD_Init" USING
            "02C-MID" "X" "5" "10" "40" "01C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "03C-MID" "X" "12" "10" "20" "02C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "04C-MID" "X" "16" "10" "20" "03C-MID" " " RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "8" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-MODE" "9" "5" "51" "1" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-MODE" BY REFERENCE SEL-MODE "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-NG" "9" "12" "31" "6" "A-MODE" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-NG" BY REFERENCE SR-NG "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "16" "31" "1" "A-NG" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DMM" BY REFERENCE SR-DMM "1" "0" RETURNING RESU.
      *C-ERR
       CALL "SD_Init" USING
            "C-ERR" " " "0" "0" "97" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-ERR" " " "24" "0" "97" " " "C-ERR" RETURNING RESU.
       CALL "SD_Init" USING
            "E-STAT" "X" "24" "10" "2" " " "01C-ERR" RETURNING RESU.
       CALL "SD_From" USING
            "E-STAT" BY REFERENCE ERR-STAT "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME1" "X" "24" "15" "30" "E-STAT" " " RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME2" "X" "24" "15" "30" "E-ME1" " " RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME3" "X" "24" "15" "30" "E-ME2" " " RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME99" "X" "24" "75" "5" "E-ME3" " " RETURNING RESU.
      *
           ACCEPT USER_ID FROM ARGUMENT-VALUE.
           ACCEPT COMPLETION_CODE FROM ARGUMENT-VALUE.
      *
       R-05.
           MOVE    SPACE    TO  ERR-STAT.
           MOVE    ZERO     TO  RESU.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "SD_Output" USING "C-MID" C-MID "p" RETURNING RESU.
           MOVE  ZERO  TO SEL-MODE SR-DMM POST-CNT POST-LINENO
                          SA-CNT CU-CNT SR-CNT.
           ACCEPT  WORK-TODATE  FROM  DATE.
           COMPUTE  W-TODAY = (2000 + WORK-TD-YY) * 10000
                  + WORK-TD-MM * 100 + WORK-TD-DD.
       R-08.
           CALL "SD_Accept" USING BY REFERENCE A-MODE "A-MODE" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = PF9
               CALL "C3_Set_Jrcode" USING
                USER_ID BY REFERENCE COMPLETION_CODE  255
               GO TO R-95
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-08
           END-IF
           IF  SEL-MODE NOT = 1  AND  2
               GO TO R-08
           END-IF.
       R-10.
           CALL "SD_Accept" USING BY REFERENCE A-NG "A-NG" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-08
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-10
           END-IF
           IF  SR-NG = ZERO
               GO TO R-10
           END-IF
           IF  SEL-MODE = 1
               GO TO R-20
           END-IF
           CALL "DB_F_Open" USING
            "INPUT" PLK-M_PNAME1 " " BY REFERENCE PLK-M_IDLST "0".
           MOVE  SR-NG  TO PLK-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" PLK-M_PNAME1 BY REFERENCE PLK-R " "
            RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE PLK-M_IDLST PLK-M_PNAME1.
           IF  RET = 0  AND  PLK-STAT = 1
               CALL "SD_Output" USING
                "E-ME2" E-ME2 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-10
           END-IF
           CALL "DB_F_Open" USING
            "I-O" SLSLOG_PNAME1 "SHARED" BY REFERENCE SLSLOG_IDLST "1"
            "SLSLOG-KEY" BY REFERENCE SLSLOG-KEY.
           MOVE  SR-NG  TO SLSLOG-NG.
           CALL "DB_Read" USING
            "INVALID KEY" SLSLOG_PNAME1 BY REFERENCE SLSLOG-REC
            "UNLOCK" RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE SLSLOG_IDLST SLSLOG_PNAME1.
           IF  RET = 0
               CALL "SD_Output" USING
                "E-ME1" E-ME1 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-10
           END-IF.
       R-20.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-10
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-20
           END-IF
           IF  SR-DMM NOT = 1  AND  9
               GO TO R-20
           END-IF
           IF  SR-DMM = 9
               GO TO R-05
           END-IF
      *
           COMPUTE  SR-MEND = SR-NG * 100 + 31.
           INITIALIZE SA-TBL CU-TBL SR-TBL.
           PERFORM  SA-LOAD-RTN  THRU  SA-LOAD-RTN-EXIT.
           PERFORM  SR-SCAN-RTN  THRU  SR-SCAN-RTN-EXIT.
           PERFORM  SR-RET-RTN   THRU  SR-RET-RTN-EXIT.
           PERFORM  SR-ROLL-RTN  THRU  SR-ROLL-RTN-EXIT.
           PERFORM  SR-SORT-RTN  THRU  SR-SORT-RTN-EXIT.
           CALL "PR_Open" RETURNING RESP.
           IF  SEL-MODE = 1
               PERFORM  SR-PRT-RTN  THRU  SR-PRT-RTN-EXIT
           ELSE
               PERFORM  ST-PRT-RTN  THRU  ST-PRT-RTN-EXIT
               PERFORM  SR-PST-RTN  THRU  SR-PST-RTN-EXIT
           END-IF
           CALL "PR_Close" RETURNING RESP.
           CALL "SD_Output" USING
            "E-ME3" E-ME3 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO R-05.
      *
      *    SA-LOAD-RTN  -  SLAF rows effective by month end, keeping
      *    the latest per head office.
      *
       SA-LOAD-RTN.
           CALL "DB_F_Open" USING
            "INPUT" SLAF_PNAME1 " " BY REFERENCE SLAF_IDLST "0".
       SA-LOAD-010.
           CALL "DB_Read" USING
            "AT END" SLAF_PNAME1 BY REFERENCE SLA-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO SA-LOAD-090
           END-IF
           IF  SLA-EFFDT > SR-MEND
               GO TO SA-LOAD-010
           END-IF
           MOVE  1  TO SA-IX.
       SA-LOAD-020.
           IF  SA-IX > SA-CNT
               GO TO SA-LOAD-030
           END-IF
           IF  SA-TCD(SA-IX) = SLA-TCD
               IF  SLA-EFFDT > SA-EFFDT(SA-IX)
                   MOVE  SLA-EFFDT  TO SA-EFFDT(SA-IX)
                   MOVE  SLA-SLSCD  TO SA-SLS(SA-IX)
               END-IF
               GO TO SA-LOAD-010
           END-IF
           ADD  1  TO SA-IX.
           GO TO SA-LOAD-020.
       SA-LOAD-030.
           IF  SA-CNT < 500
               ADD  1           TO SA-CNT
               MOVE  SLA-TCD    TO SA-TCD(SA-CNT)
               MOVE  SLA-EFFDT  TO SA-EFFDT(SA-CNT)
               MOVE  SLA-SLSCD  TO SA-SLS(SA-CNT)
           END-IF
           GO TO SA-LOAD-010.
       SA-LOAD-090.
           CALL "DB_F_Close" USING
            BY REFERENCE SLAF_IDLST SLAF_PNAME1.
       SA-LOAD-RTN-EXIT.
           EXIT.
      *
      *    SR-SCAN-RTN  -  the month's shipped lines, pairs on every
      *    printable line, sales and cost on the billable ones.
      *
       SR-SCAN-RTN.
           CALL "DB_F_Open" USING
            "INPUT" TC-M_PNAME1 "SHARED" BY REFERENCE TC-M_IDLST "1"
            "TC-KEY" BY REFERENCE TC-KEY.
           CALL "DB_F_Open" USING
            "INPUT" THTM_PNAME1 "SHARED" BY REFERENCE THTM_IDLST
            "2" "THT-KEY" BY REFERENCE THT-KEY "THT-KEY2" BY
            REFERENCE THT-KEY2.
           CALL "DB_F_Open" USING
            "INPUT" THTC_PNAME1 "SHARED" BY REFERENCE THTC_IDLST
            "2" "THC-KEY" BY REFERENCE THC-KEY "THC-KEY2" BY
            REFERENCE THC-KEY2.
           CALL "DB_F_Open" USING
            "INPUT" CST-M_PNAME1 "SHARED" BY REFERENCE CST-M_IDLST "1"
            "CST-KEY" BY REFERENCE CST-KEY.
           CALL "DB_F_Open" USING
            "INPUT" JSJDRF_PNAME1 " " BY REFERENCE JSJDRF_IDLST "0".
       SR-SCAN-010.
           CALL "DB_Read" USING
            "AT END" JSJDRF_PNAME1 BY REFERENCE JSJD-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO SR-SCAN-090
           END-IF
           IF  JSJD-NGP / 100 NOT = SR-NG
               GO TO SR-SCAN-010
           END-IF
           IF  JSJD-09 NOT < 999900
               GO TO SR-SCAN-010
           END-IF
           IF  JSJD-158 NOT = 1  OR  JSJD-05 = 6
               GO TO SR-SCAN-010
           END-IF
           MOVE  1  TO SR-LBIL.
           IF  JSJD-05 = 5
               MOVE  0  TO SR-LBIL
           END-IF
           MOVE  ZERO  TO SR-LREV SR-LCST SR-LQTY.
           MOVE  1     TO SR-QX.
       SR-SCAN-020.
           IF  SR-QX > 10
               GO TO SR-SCAN-030
           END-IF
           IF  JSJD-1211(SR-QX) = ZERO
               ADD  1  TO SR-QX
               GO TO SR-SCAN-020
           END-IF
           IF  SR-LBIL = 1
               PERFORM  SR-TAN-RTN  THRU  SR-TAN-RTN-EXIT
               COMPUTE  SR-LREV = SR-LREV
                      + JSJD-1211(SR-QX) * SR-STAN
               COMPUTE  SR-LCST ROUNDED = SR-LCST
                      + JSJD-1211(SR-QX) * SR-CAVG
           END-IF
           ADD  JSJD-1211(SR-QX)  TO SR-LQTY.
           ADD  1  TO SR-QX.
           GO TO SR-SCAN-020.
       SR-SCAN-030.
           IF  SR-LQTY = ZERO
               GO TO SR-SCAN-010
           END-IF
           MOVE  JSJD-021  TO SR-WHQ.
           PERFORM  SR-HQ-RTN  THRU  SR-HQ-RTN-EXIT.
           PERFORM  CU-ACC-RTN  THRU  CU-ACC-RTN-EXIT.
           IF  CU-IX NOT = ZERO
               ADD  SR-LQTY  TO CU-QTY(CU-IX)
               ADD  SR-LREV  TO CU-REV(CU-IX)
               ADD  SR-LCST  TO CU-CST(CU-IX)
           END-IF
           GO TO SR-SCAN-010.
       SR-SCAN-090.
           CALL "DB_F_Close" USING
            BY REFERENCE JSJDRF_IDLST JSJDRF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE CST-M_IDLST CST-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE THTC_IDLST THTC_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE THTM_IDLST THTM_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE TC-M_IDLST TC-M_PNAME1.
       SR-SCAN-RTN-EXIT.
           EXIT.
      *
      *    SR-TAN-RTN  -  GMR100's GM-TAN-RTN: selling price (THTC,
      *    THTM fallback) and cost (CST-M average, THTM fallback)
      *    for size slot SR-QX - 1, 0460 pricing under 0458.
      *
       SR-TAN-RTN.
           MOVE  JSJD-021  TO SR-PTCD.
           IF  SR-PTCD = 0460
               MOVE  0458  TO SR-PTCD
           END-IF.
           MOVE  SR-PTCD   TO THC-TCD.
           MOVE  JSJD-09   TO THC-HCD.
           COMPUTE  THC-SIZ = SR-QX - 1.
           CALL "DB_Read" USING
            "INVALID KEY" THTC_PNAME1 BY REFERENCE THC-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  SR-PTCD   TO THC-TCD
               MOVE  JSJD-09   TO THC-HCD
               MOVE  9         TO THC-SIZ
               CALL "DB_Read" USING
                "INVALID KEY" THTC_PNAME1 BY REFERENCE THC-R "UNLOCK"
                RETURNING RET
           END-IF
           IF  RET = 0
               MOVE  THC-T  TO SR-STAN
           ELSE
               MOVE  ZERO   TO SR-STAN
           END-IF
           MOVE  SR-PTCD   TO THT-TCD.
           MOVE  JSJD-09   TO THT-HCD.
           COMPUTE  THT-SIZ = SR-QX - 1.
           CALL "DB_Read" USING
            "INVALID KEY" THTM_PNAME1 BY REFERENCE THT-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  SR-PTCD   TO THT-TCD
               MOVE  JSJD-09   TO THT-HCD
               MOVE  9         TO THT-SIZ
               CALL "DB_Read" USING
                "INVALID KEY" THTM_PNAME1 BY REFERENCE THT-R "UNLOCK"
                RETURNING RET
           END-IF
           IF  RET = 0
               MOVE  THT-T  TO SR-CTAN
           ELSE
               MOVE  ZERO   TO SR-CTAN
           END-IF
           IF  SR-STAN = ZERO
               MOVE  SR-CTAN  TO SR-STAN
           END-IF
           MOVE  SR-CTAN   TO SR-CAVG.
           MOVE  JSJD-09   TO CST-HCD.
           CALL "DB_Read" USING
            "INVALID KEY" CST-M_PNAME1 BY REFERENCE CST-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0  AND  CST-AVG NOT = ZERO
               MOVE  CST-AVG  TO SR-CAVG
           END-IF.
       SR-TAN-RTN-EXIT.
           EXIT.
      *
      *    SR-HQ-RTN  -  SR-WHQ in = the ship-to, out = its bill-to
      *    head office, BIL100's rule.  TC-M must be open.
      *
       SR-HQ-RTN.
           MOVE  SR-WHQ  TO TC-TCD.
           MOVE  1       TO TC-CCD.
           CALL "DB_Read" USING
            "INVALID KEY" TC-M_PNAME1 BY REFERENCE TC-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0  AND  TC-HQTCD NOT = ZERO
               MOVE  TC-HQTCD  TO SR-WHQ
           END-IF.
       SR-HQ-RTN-EXIT.
           EXIT.
      *
      *    CU-ACC-RTN  -  CU-IX to SR-WHQ's entry, added on first
      *    sight with the salesperson holding it at month end;
      *    zero when the table is full.
      *
       CU-ACC-RTN.
           MOVE  1  TO CU-IX.
       CU-ACC-010.
           IF  CU-IX > CU-CNT
               GO TO CU-ACC-020
           END-IF
           IF  CU-HQ(CU-IX) = SR-WHQ
               GO TO CU-ACC-RTN-EXIT
           END-IF
           ADD  1  TO CU-IX.
           GO TO CU-ACC-010.
       CU-ACC-020.
           IF  CU-CNT NOT < 300
               MOVE  ZERO  TO CU-IX
               GO TO CU-ACC-RTN-EXIT
           END-IF
           MOVE  ZERO  TO SR-WSLS.
           MOVE  1     TO SA-IX.
       CU-ACC-030.
           IF  SA-IX > SA-CNT
               GO TO CU-ACC-040
           END-IF
           IF  SA-TCD(SA-IX) = SR-WHQ
               MOVE  SA-SLS(SA-IX)  TO SR-WSLS
               GO TO CU-ACC-040
           END-IF
           ADD  1  TO SA-IX.
           GO TO CU-ACC-030.
       CU-ACC-040.
           ADD  1        TO CU-CNT.
           MOVE  CU-CNT  TO CU-IX.
           MOVE  SR-WHQ   TO CU-HQ(CU-IX).
           MOVE  SR-WSLS  TO CU-SLS(CU-IX).
           MOVE  ZERO     TO CU-QTY(CU-IX) CU-RQTY(CU-IX)
                             CU-REV(CU-IX) CU-CST(CU-IX).
       CU-ACC-RTN-EXIT.
           EXIT.
      *
      *    SR-RET-RTN  -  the month's customer returns, in pairs,
      *    against the returning store's head office (JSJDH-QTY is
      *    stored negative by JHN100).
      *
       SR-RET-RTN.
           CALL "DB_F_Open" USING
            "INPUT" TC-M_PNAME1 "SHARED" BY REFERENCE TC-M_IDLST "1"
            "TC-KEY" BY REFERENCE TC-KEY.
           CALL "DB_F_Open" USING
            "INPUT" JSJDHF_PNAME1 " " BY REFERENCE JSJDHF_IDLST "0".
       SR-RET-010.
           CALL "DB_Read" USING
            "AT END" JSJDHF_PNAME1 BY REFERENCE JSJDH-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO SR-RET-090
           END-IF
           IF  JSJDH-NGP / 100 NOT = SR-NG
               GO TO SR-RET-010
           END-IF
           IF  JSJDH-QTY = ZERO
               GO TO SR-RET-010
           END-IF
           MOVE  JSJDH-021  TO SR-WHQ.
           PERFORM  SR-HQ-RTN  THRU  SR-HQ-RTN-EXIT.
           PERFORM  CU-ACC-RTN  THRU  CU-ACC-RTN-EXIT.
           IF  CU-IX NOT = ZERO
               SUBTRACT  JSJDH-QTY  FROM  CU-RQTY(CU-IX)
           END-IF
           GO TO SR-RET-010.
       SR-RET-090.
           CALL "DB_F_Close" USING
            BY REFERENCE JSJDHF_IDLST JSJDHF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE TC-M_IDLST TC-M_PNAME1.
       SR-RET-RTN-EXIT.
           EXIT.
      *
      *    SR-ROLL-RTN  -  every SLS-M salesperson into the table,
      *    then each head office's figures onto its salesperson,
      *    and the commission on each salesperson's margin.
      *
       SR-ROLL-RTN.
           CALL "DB_F_Open" USING
            "INPUT" SLS-M_PNAME1 " " BY REFERENCE SLS-M_IDLST "0".
       SR-ROLL-010.
           CALL "DB_Read" USING
            "AT END" SLS-M_PNAME1 BY REFERENCE SLS-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO SR-ROLL-020
           END-IF
           IF  SR-CNT NOT < 100
               GO TO SR-ROLL-010
           END-IF
           ADD  1  TO SR-CNT.
           MOVE  SLS-KEY   TO SR-SLS(SR-CNT).
           MOVE  SLS-NAME  TO SR-NAME(SR-CNT).
           MOVE  SLS-DEPT  TO SR-DEPT(SR-CNT).
           MOVE  SLS-RATE  TO SR-RATE(SR-CNT).
           MOVE  SLS-TGT   TO SR-TGT(SR-CNT).
           MOVE  SLS-STAT  TO SR-STAT(SR-CNT).
           GO TO SR-ROLL-010.
       SR-ROLL-020.
           CALL "DB_F_Close" USING
            BY REFERENCE SLS-M_IDLST SLS-M_PNAME1.
           MOVE  1  TO CU-IX.
       SR-ROLL-030.
           IF  CU-IX > CU-CNT
               GO TO SR-ROLL-070
           END-IF
           MOVE  1  TO SR-IX.
       SR-ROLL-040.
           IF  SR-IX > SR-CNT
               GO TO SR-ROLL-050
           END-IF
           IF  SR-SLS(SR-IX) = CU-SLS(CU-IX)
               GO TO SR-ROLL-060
           END-IF
           ADD  1  TO SR-IX.
           GO TO SR-ROLL-040.
      *    a code only the history knows -- unassigned, or a row
      *    since removed from SLS-M -- gets a line of its own.
       SR-ROLL-050.
           IF  SR-CNT NOT < 100
               ADD  1  TO CU-IX
               GO TO SR-ROLL-030
           END-IF
           ADD  1  TO SR-CNT.
           MOVE  SR-CNT         TO SR-IX.
           MOVE  CU-SLS(CU-IX)  TO SR-SLS(SR-IX).
           MOVE  SPACE          TO SR-NAME(SR-IX).
           MOVE  9              TO SR-STAT(SR-IX).
       SR-ROLL-060.
           ADD  CU-QTY(CU-IX)   TO SR-QTY(SR-IX).
           ADD  CU-RQTY(CU-IX)  TO SR-RQTY(SR-IX).
           ADD  CU-REV(CU-IX)   TO SR-REV(SR-IX).
           ADD  CU-CST(CU-IX)   TO SR-CST(SR-IX).
           ADD  1  TO CU-IX.
           GO TO SR-ROLL-030.
       SR-ROLL-070.
           MOVE  1  TO SR-IX.
       SR-ROLL-080.
           IF  SR-IX > SR-CNT
               GO TO SR-ROLL-RTN-EXIT
           END-IF
           COMPUTE  SR-MARG = SR-REV(SR-IX) - SR-CST(SR-IX).
           IF  SR-SLS(SR-IX) = ZERO  OR  SR-MARG NOT > ZERO
               MOVE  ZERO  TO SR-COMM(SR-IX)
           ELSE
               COMPUTE  SR-COMM(SR-IX) ROUNDED =
                        SR-MARG * SR-RATE(SR-IX) / 100
           END-IF
           ADD  1  TO SR-IX.
           GO TO SR-ROLL-080.
       SR-ROLL-RTN-EXIT.
           EXIT.
      *
       SR-SORT-RTN.
           IF  SR-CNT < 2
               GO TO SR-SORT-RTN-EXIT
           END-IF
           COMPUTE  SR-LIMIT = SR-CNT - 1.
           MOVE  1  TO SR-IX.
       SR-SORT-010.
           IF  SR-IX > SR-LIMIT
               GO TO SR-SORT-RTN-EXIT
           END-IF
           COMPUTE  SR-JX = SR-IX + 1.
       SR-SORT-020.
           IF  SR-JX > SR-CNT
               ADD  1  TO SR-IX
               GO TO SR-SORT-010
           END-IF
           IF  SR-SLS(SR-JX) < SR-SLS(SR-IX)
               MOVE  SR-ENT(SR-IX)  TO SR-TMP
               MOVE  SR-ENT(SR-JX)  TO SR-ENT(SR-IX)
               MOVE  SR-TMP         TO SR-ENT(SR-JX)
           END-IF
           ADD  1  TO SR-JX.
           GO TO SR-SORT-020.
       SR-SORT-RTN-EXIT.
           EXIT.
      *
      *    SR-PRT-RTN  -  mode 1: the performance report.  a
      *    salesperson who has left prints only with figures.
      *
       SR-PRT-RTN.
           MOVE  ZERO  TO SR-TQTY SR-TRQTY SR-TREV SR-TCST.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-SR-HD   TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  SR-NG        TO WORK-SR-NG.
           MOVE  WORK-SR-PER  TO PRN-R (11:13).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-SR-COLHD  TO PRN-R (11:94).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  1  TO SR-IX.
       SR-PRT-010.
           IF  SR-IX > SR-CNT
               GO TO SR-PRT-020
           END-IF
           IF  SR-STAT(SR-IX) = 9  AND  SR-QTY(SR-IX) = ZERO
               AND  SR-RQTY(SR-IX) = ZERO  AND  SR-REV(SR-IX) = ZERO
               ADD  1  TO SR-IX
               GO TO SR-PRT-010
           END-IF
           COMPUTE  SR-MARG = SR-REV(SR-IX) - SR-CST(SR-IX).
           MOVE  ZERO  TO SR-PCT.
           IF  SR-TGT(SR-IX) NOT = ZERO  AND  SR-REV(SR-IX) > ZERO
               IF  SR-REV(SR-IX) * 100 / SR-TGT(SR-IX) > 9999
                   MOVE  9999  TO SR-PCT
               ELSE
                   COMPUTE  SR-PCT =
                            SR-REV(SR-IX) * 100 / SR-TGT(SR-IX)
               END-IF
           END-IF
           MOVE  SPACE            TO PRN-R.
           MOVE  SR-SLS(SR-IX)    TO WORK-SR-SLS.
           IF  SR-SLS(SR-IX) = ZERO
               MOVE  "(UNASSIGNED)"  TO WORK-SR-NAMX
           ELSE
               MOVE  SR-NAME(SR-IX)  TO WORK-SR-NAME
           END-IF
           MOVE  SR-QTY(SR-IX)    TO WORK-SR-QTY.
           MOVE  SR-RQTY(SR-IX)   TO WORK-SR-RQTY.
           MOVE  SR-REV(SR-IX)    TO WORK-SR-REV.
           MOVE  SR-CST(SR-IX)    TO WORK-SR-CST.
           MOVE  SR-MARG          TO WORK-SR-MARG.
           MOVE  SR-TGT(SR-IX)    TO WORK-SR-TGT.
           MOVE  SR-PCT           TO WORK-SR-PCT.
           MOVE  WORK-SR          TO PRN-R (11:94).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           ADD  SR-QTY(SR-IX)   TO SR-TQTY.
           ADD  SR-RQTY(SR-IX)  TO SR-TRQTY.
           ADD  SR-REV(SR-IX)   TO SR-TREV.
           ADD  SR-CST(SR-IX)   TO SR-TCST.
           ADD  1  TO SR-IX.
           GO TO SR-PRT-010.
       SR-PRT-020.
           MOVE  SPACE  TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  SR-TQTY        TO WORK-SR-TQTY.
           MOVE  SR-TRQTY       TO WORK-SR-TRQTY.
           MOVE  SR-TREV        TO WORK-SR-TREV.
           MOVE  SR-TCST        TO WORK-SR-TCST.
           COMPUTE  WORK-SR-TMARG = SR-TREV - SR-TCST.
           MOVE  WORK-SR-TOT    TO PRN-R (11:78).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
       SR-PRT-RTN-EXIT.
           EXIT.
      *
      *    ST-PRT-RTN  -  mode 2: one statement page per assigned
      *    salesperson with anything sold or earned in the month,
      *    each head office held listed under it.
      *
       ST-PRT-RTN.
           CALL "DB_F_Open" USING
            "INPUT" TC-M_PNAME1 "SHARED" BY REFERENCE TC-M_IDLST "1"
            "TC-KEY" BY REFERENCE TC-KEY.
           MOVE  ZERO  TO SR-JX.
           MOVE  1     TO SR-IX.
       ST-PRT-010.
           IF  SR-IX > SR-CNT
               GO TO ST-PRT-090
           END-IF
           IF  SR-SLS(SR-IX) = ZERO
               OR  (SR-QTY(SR-IX) = ZERO  AND  SR-REV(SR-IX) = ZERO
                    AND  SR-COMM(SR-IX) = ZERO)
               ADD  1  TO SR-IX
               GO TO ST-PRT-010
           END-IF
           IF  SR-JX NOT = ZERO
               CALL "PR_NewPage" RETURNING RESP
           END-IF
           MOVE  1  TO SR-JX.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-ST-HD   TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  SR-NG        TO WORK-SR-NG.
           MOVE  WORK-SR-PER  TO PRN-R (11:13).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE            TO PRN-R.
           MOVE  SR-SLS(SR-IX)    TO WORK-ST-SLSCD.
           MOVE  SR-NAME(SR-IX)   TO WORK-ST-SNAME.
           MOVE  SR-DEPT(SR-IX)   TO WORK-ST-DEPT.
           MOVE  SR-RATE(SR-IX)   TO WORK-ST-RATE.
           MOVE  WORK-ST-SLS      TO PRN-R (11:61).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  WORK-ST-COLHD  TO PRN-R (11:83).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  1  TO CU-IX.
       ST-PRT-020.
           IF  CU-IX > CU-CNT
               GO TO ST-PRT-030
           END-IF
           IF  CU-SLS(CU-IX) NOT = SR-SLS(SR-IX)
               ADD  1  TO CU-IX
               GO TO ST-PRT-020
           END-IF
           MOVE  CU-HQ(CU-IX)  TO TC-TCD.
           MOVE  1             TO TC-CCD.
           CALL "DB_Read" USING
            "INVALID KEY" TC-M_PNAME1 BY REFERENCE TC-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  SPACE  TO TC-NAME
           END-IF
           MOVE  SPACE             TO PRN-R.
           MOVE  CU-HQ(CU-IX)      TO WORK-ST-TCD.
           MOVE  TC-NAME           TO WORK-ST-TNAME.
           MOVE  CU-QTY(CU-IX)     TO WORK-ST-QTY.
           MOVE  CU-REV(CU-IX)     TO WORK-ST-REV.
           MOVE  CU-CST(CU-IX)     TO WORK-ST-CST.
           COMPUTE  WORK-ST-MARG = CU-REV(CU-IX) - CU-CST(CU-IX).
           MOVE  WORK-ST           TO PRN-R (11:83).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           ADD  1  TO CU-IX.
           GO TO ST-PRT-020.
       ST-PRT-030.
           MOVE  SPACE  TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE            TO PRN-R.
           MOVE  SR-QTY(SR-IX)    TO WORK-ST-TQTY.
           MOVE  SR-REV(SR-IX)    TO WORK-ST-TREV.
           MOVE  SR-CST(SR-IX)    TO WORK-ST-TCST.
           COMPUTE  WORK-ST-TMARG = SR-REV(SR-IX) - SR-CST(SR-IX).
           MOVE  WORK-ST-TOT      TO PRN-R (11:83).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE            TO PRN-R.
           MOVE  SR-COMM(SR-IX)   TO WORK-ST-CAMT.
           MOVE  WORK-ST-COMM     TO PRN-R (11:85).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           ADD  1  TO SR-IX.
           GO TO ST-PRT-010.
       ST-PRT-090.
           CALL "DB_F_Close" USING
            BY REFERENCE TC-M_IDLST TC-M_PNAME1.
       ST-PRT-RTN-EXIT.
           EXIT.
      *
      *    SR-PST-RTN  -  one accrual line per salesperson with a
      *    commission, the posting register, then SLSLOG stamps the
      *    month.
      *
       SR-PST-RTN.
           ACCEPT  POST-JUNLNO  FROM  TIME.
           COMPUTE  POST-DATE = SR-NG * 100 + 28.
           MOVE  ZERO  TO SR-TCOMM.
           CALL "PR_NewPage" RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-PS-HD   TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  SR-NG        TO WORK-SR-NG.
           MOVE  WORK-SR-PER  TO PRN-R (11:13).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-PS-COLHD  TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "DB_F_Open" USING
            "INPUT" JCON_PNAME1 "SHARED" BY REFERENCE JCON_IDLST "1"
            "JCON2-KEY" BY REFERENCE JCON2-KEY.
           CALL "DB_F_Open" USING
            "INPUT" KMK-M_PNAME1 "SHARED" BY REFERENCE KMK-M_IDLST
            "1".
           CALL "DB_F_Open" USING
            "I-O" SIWAKH_PNAME1 "SHARED" BY REFERENCE SIWAKH_IDLST "1"
            "SH-KEY3" BY REFERENCE SH-KEY3.
           MOVE  1  TO SR-IX.
       SR-PST-010.
           IF  SR-IX > SR-CNT
               GO TO SR-PST-020
           END-IF
           IF  SR-COMM(SR-IX) NOT > ZERO
               ADD  1  TO SR-IX
               GO TO SR-PST-010
           END-IF
           MOVE  SR-SLS(SR-IX)   TO WORK-DK-KEY.
           MOVE  66              TO PS-CLS.
           MOVE  0               TO PS-DRCR.
           MOVE  SR-COMM(SR-IX)  TO PS-AMT.
           MOVE  SR-DEPT(SR-IX)  TO PS-DEPT.
           PERFORM  POST-RTN  THRU  POST-RTN-EXIT.
           ADD  1  TO POST-CNT.
           ADD  SR-COMM(SR-IX)  TO SR-TCOMM.
           MOVE  SPACE            TO PRN-R.
           MOVE  SR-SLS(SR-IX)    TO WORK-PS-SLS.
           MOVE  SR-NAME(SR-IX)   TO WORK-PS-NAME.
           MOVE  SR-DEPT(SR-IX)   TO WORK-PS-DEPT.
           MOVE  SR-COMM(SR-IX)   TO WORK-PS-AMT.
           MOVE  WORK-PS          TO PRN-R (11:42).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           ADD  1  TO SR-IX.
           GO TO SR-PST-010.
       SR-PST-020.
           CALL "DB_F_Close" USING
            BY REFERENCE SIWAKH_IDLST SIWAKH_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE KMK-M_IDLST KMK-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE JCON_IDLST JCON_PNAME1.
           CALL "DB_F_Open" USING
            "I-O" SLSLOG_PNAME1 "SHARED" BY REFERENCE SLSLOG_IDLST "1"
            "SLSLOG-KEY" BY REFERENCE SLSLOG-KEY.
           MOVE  SR-NG           TO SLSLOG-NG.
           MOVE  POST-JUNLNO     TO SLSLOG-JUNLNO.
           MOVE  W-TODAY         TO SLSLOG-PSTDATE.
           MOVE  USER_ID         TO SLSLOG-USER.
           MOVE  POST-CNT        TO SLSLOG-LCNT.
           CALL "DB_Insert" USING
            SLSLOG_PNAME1 SLSLOG_LNAME SLSLOG-REC RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE SLSLOG_IDLST SLSLOG_PNAME1.
           MOVE  SPACE  TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  POST-CNT     TO WORK-PS-CNT.
           MOVE  SR-TCOMM     TO WORK-PS-TAMT.
           MOVE  WORK-PS-TOT  TO PRN-R (11:43).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
       SR-PST-RTN-EXIT.
           EXIT.
      *
      *    POST-RTN  -  one SH-REC through the JCON7 PS-CLS map with
      *    the 9999 fallback, department the salesperson's SLS-DEPT.
      *
       POST-RTN.
           MOVE  7       TO  JCON7-01.
           MOVE  PS-CLS  TO  JCON7-02.
           CALL "DB_Read" USING
            "INVALID KEY" JCON_PNAME1 BY REFERENCE JCON-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  9999  TO JCON7-ACCT JCON7-OPPACCT
               MOVE  0     TO JCON7-HOACCT JCON7-HOOPPACCT JCON7-DEPT
           END-IF
           MOVE  JCON7-ACCT  TO KMK-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" KMK-M_PNAME1 BY REFERENCE KMK-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  9999  TO JCON7-ACCT JCON7-OPPACCT
               MOVE  0     TO JCON7-HOACCT JCON7-HOOPPACCT JCON7-DEPT
           END-IF
           ADD  1  TO POST-LINENO.
           INITIALIZE SH-REC.
           MOVE  JCON7-ACCT      TO HACCNTCD HACCNTCD2.
           MOVE  JCON7-HOACCT    TO HHOACCNT.
           MOVE  POST-DATE       TO HTRDATE HTRDATE2.
           MOVE  POST-JUNLNO     TO HJUNLNO HJUNLNO2.
           MOVE  POST-LINENO     TO HLINENO HLINENO2.
           MOVE  PS-DRCR         TO HDR-CR HDR-CR2.
           MOVE  PS-DEPT         TO HSECTCD.
           MOVE  "0"             TO HTAXKB.
           MOVE  PS-AMT          TO HAMOUNT.
           MOVE  JCON7-OPPACCT   TO HOPPCD.
           MOVE  JCON7-HOOPPACCT TO HHOOPPCD.
           MOVE  WORK-DOCKEY     TO HDOCREF.
           MOVE  738             TO HTEKICD.
           CALL "DB_Insert" USING
            SIWAKH_PNAME1 SIWAKH_LNAME SH-REC RETURNING RET.
       POST-RTN-EXIT.
           EXIT.
      *
       R-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_Close".
           STOP RUN.
