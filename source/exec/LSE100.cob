       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         LSE100.
      *********************************************************
      *    PROGRAM         :  LEASE POSTING / MATURITY / EXPIRY*
      *    PRINTER TYPE    :  JIPS                             *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    SEL-MODE, the same mode-menu idiom as FAD100:
      *      1 = monthly lease run: for an operator-entered month,
      *          every live (LSE-STAT = 0) LSE-M contract whose term
      *          covers the month and has not yet posted it posts
      *          into SIWAKH, HTEKICD 731, department the lease's
      *          own LSE-DEPT, the payable line a credit carrying
      *          the lessor in HCUSTCD as SIV100's supplier lines do.
      *          an operating lease posts the month's rent through
      *          JCON7 classification 75.  a finance lease first
      *          recognises the right-of-use asset against the lease
      *          liability for LSE-PV through classification 72 (the
      *          first month only), then splits the payment: interest
      *          is the liability balance times LSE-RATE / 12, posted
      *          through classification 73, and the rest is principal
      *          through classification 74 and comes off LSE-BAL.  in
      *          the final month, or when the payment would overpay
      *          the balance, principal is the balance so the
      *          liability clears exactly.  a contract whose end
      *          month is reached flips to LSE-STAT = 1.  LSELOG
      *          keyed by month refuses a second run and a PLK-M-
      *          locked month is refused, FAD100's two gates.  the
      *          register is followed by the expiry warning page.
      *      2 = maturity schedule: each live contract's remaining
      *          (unposted) payments, undiscounted, bucketed by year
      *          from the current month -- within 1 year, 1-2, 2-3,
      *          3-4, 4-5, over 5 -- with finance / operating / grand
      *          totals, the notes-to-the-accounts page.  months
      *          already past but not yet posted fall in year 1.
      *      3 = expiry warning: live contracts ending within the
      *          next 90 days (the 360/30 day serial of CSH100),
      *          with the lessor and days left.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SYSTEM3100.
       OBJECT-COMPUTER. SYSTEM3100.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  SEL-MODE               PIC  9(001)      VALUE ZERO.
       01  LS-NG                  PIC  9(006)      VALUE ZERO.
       01  LS-DMM                 PIC  9(001)      VALUE ZERO.
       01  LS-STNG                PIC  9(006)      VALUE ZERO.
       01  LS-ENNG                PIC  9(006)      VALUE ZERO.
       01  LS-INT                 PIC S9(010)      VALUE ZERO.
       01  LS-PRIN                PIC S9(010)      VALUE ZERO.
       01  LS-TINT                PIC S9(012)      VALUE ZERO.
       01  LS-TPRIN               PIC S9(012)      VALUE ZERO.
       01  LS-TRENT               PIC S9(012)      VALUE ZERO.
      *    month serials (CCYY * 12 + MM) for the maturity buckets.
       01  MS-CUR                 PIC  9(006)      VALUE ZERO.
       01  MS-FM                  PIC  9(006)      VALUE ZERO.
       01  MS-EM                  PIC  9(006)      VALUE ZERO.
       01  MS-M                   PIC  9(006)      VALUE ZERO.
       01  MS-OFF                 PIC S9(006)      VALUE ZERO.
       01  MS-B                   PIC  9(001)      VALUE ZERO.
       01  MS-IX                  PIC  9(001)      VALUE ZERO.
       01  MS-JX                  PIC  9(001)      VALUE ZERO.
       01  MS-LN-TBL.
           02  MS-LN              PIC  9(011)  OCCURS 7.
      *    total rows: 1 = finance, 2 = operating, 3 = grand.
       01  MS-TOT-TBL.
           02  MS-TOT-ENT   OCCURS  3.
               03  MS-TOT         PIC  9(011)  OCCURS 7.
      *    360/30 day serial, CSH100's.
       01  CF-SER-DATE            PIC  9(008)      VALUE ZERO.
       01  CF-SER                 PIC  9(008)      VALUE ZERO.
       01  CF-REM                 PIC  9(006)      VALUE ZERO.
       01  CF-TODAY-SER           PIC  9(008)      VALUE ZERO.
       01  EX-DAYS                PIC S9(008)      VALUE ZERO.
       01  EX-CNT                 PIC  9(004)      VALUE ZERO.
       01  W-TODAY                PIC  9(008)      VALUE ZERO.
      *    posting parameters for POST-RTN.
       01  PS-CLS                 PIC  9(002)      VALUE ZERO.
       01  PS-DRCR                PIC  9(001)      VALUE ZERO.
       01  PS-AMT                 PIC  9(010)      VALUE ZERO.
       01  PS-CUST                PIC  9(005)      VALUE ZERO.
       01  POST-DATE              PIC  9(008)      VALUE ZERO.
       01  POST-JUNLNO            PIC  9(006)      VALUE ZERO.
       01  POST-LINENO            PIC  9(002)      VALUE ZERO.
       01  POST-CNT               PIC  9(006)      VALUE ZERO.
       01  WORK-DOCKEY.
           02  WORK-DK-NAME       PIC  X(006)  VALUE  "LSE-M".
           02  WORK-DK-KEY        PIC  9(005).
           02  F                  PIC  X(013)  VALUE  SPACE.
       01  WORK-TODATE.
           02  WORK-TD-YY         PIC  9(002).
           02  WORK-TD-MM         PIC  9(002).
           02  WORK-TD-DD         PIC  9(002).
       01  PRN-R                  PIC  X(132).
       77  RESP                   PIC  9(001).
       01  WORK-LR-HD             PIC  X(050)      VALUE
            "*** MONTHLY LEASE POSTING REGISTER ***".
       01  WORK-LR-PER.
           02  F                  PIC  X(07)  VALUE  "MONTH  ".
           02  WORK-LR-NG         PIC  9(006).
       01  WORK-LR-COLHD.
           02  F                  PIC  X(043)      VALUE
                "LEASE ITEM                     C DEPT LESR".
           02  F                  PIC  X(047)      VALUE
                "    RENT/PAY    INTEREST   PRINCIPAL  LIABILITY".
       01  WORK-LR.
           02  WORK-LR-KEY        PIC  9(005).
           02  F                  PIC  X(01).
           02  WORK-LR-NAME       PIC  N(012).
           02  F                  PIC  X(01).
           02  WORK-LR-CLS        PIC  9(001).
           02  F                  PIC  X(01).
           02  WORK-LR-DEPT       PIC  9(004).
           02  F                  PIC  X(01).
           02  WORK-LR-TCD        PIC  9(004).
           02  F                  PIC  X(01).
           02  WORK-LR-PAY        PIC  -9(010).
           02  F                  PIC  X(01).
           02  WORK-LR-INT        PIC  -9(010).
           02  F                  PIC  X(01).
           02  WORK-LR-PRIN       PIC  -9(010).
           02  F                  PIC  X(01).
           02  WORK-LR-BAL        PIC  -9(010).
       01  WORK-LR-TOT.
           02  F                  PIC  X(15)  VALUE  "LEASES POSTED :".
           02  WORK-LR-CNT        PIC  ZZZZZ9.
           02  F                  PIC  X(07)  VALUE  "  RENT ".
           02  WORK-LR-TRENT      PIC  -9(012).
           02  F                  PIC  X(06)  VALUE  "  INT ".
           02  WORK-LR-TINT       PIC  -9(012).
           02  F                  PIC  X(07)  VALUE  "  PRIN ".
           02  WORK-LR-TPRIN      PIC  -9(012).
       01  WORK-MS-HD             PIC  X(050)      VALUE
            "*** LEASE MATURITY SCHEDULE ***".
       01  WORK-MS-DT.
           02  F                  PIC  X(08)  VALUE  "AS OF   ".
           02  WORK-MS-ASOF       PIC  9(008).
       01  WORK-MS-COLHD.
           02  F                  PIC  X(043)      VALUE
                "LEASE ITEM                     C  WITHIN 1Y".
           02  F                  PIC  X(044)      VALUE
                "       1-2Y       2-3Y       3-4Y       4-5Y".
           02  F                  PIC  X(022)      VALUE
                "    OVER 5Y      TOTAL".
       01  WORK-MS.
           02  WORK-MS-KEY        PIC  9(005).
           02  F                  PIC  X(01).
           02  WORK-MS-NAME       PIC  N(012).
           02  F                  PIC  X(01).
           02  WORK-MS-CLS        PIC  9(001).
           02  WORK-MS-BKT   OCCURS  7.
               03  F              PIC  X(01).
               03  WORK-MS-AMT    PIC  ZZZZZZZZZ9.
       01  WORK-MS-TOT.
           02  WORK-MS-TLBL       PIC  X(032).
           02  WORK-MS-TBKT  OCCURS  7.
               03  F              PIC  X(01).
               03  WORK-MS-TAMT   PIC  ZZZZZZZZZ9.
       01  WORK-EX-HD             PIC  X(050)      VALUE
            "*** LEASES EXPIRING WITHIN 90 DAYS ***".
       01  WORK-EX-COLHD          PIC  X(080)      VALUE
            "LEASE ITEM                     C LESSOR
      -     "     END-DATE DAYS".
       01  WORK-EX.
           02  WORK-EX-KEY        PIC  9(005).
           02  F                  PIC  X(01).
           02  WORK-EX-NAME       PIC  N(012).
           02  F                  PIC  X(01).
           02  WORK-EX-CLS        PIC  9(001).
           02  F                  PIC  X(01).
           02  WORK-EX-TCD        PIC  9(004).
           02  F                  PIC  X(01).
           02  WORK-EX-TNAME      PIC  N(008).
           02  F                  PIC  X(01).
           02  WORK-EX-ENDT       PIC  9(008).
           02  F                  PIC  X(01).
           02  WORK-EX-DAYS       PIC  ZZ9.
       01  WORK-EX-SUM.
           02  F                  PIC  X(15)  VALUE  "EXPIRING      :".
           02  WORK-EX-CNT        PIC  ZZZ9.
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
           COPY  LIBPLK.
           COPY  L-JCON.
      *FD  KMK-M
           COPY LIKMK.
      *FD  T-M
           COPY LITM.
      *FD  LSE-M
           COPY LILSEM.
      *FD  SIWAKH
       01  SIWAKH_LSE100.
           02  SIWAKH_PNAME1      PIC  X(006) VALUE "SIWAKH".
           02  F                  PIC  X(001).
           02  SIWAKH_LNAME       PIC  X(013) VALUE "SIWAKH_LSE100".
           02  F                  PIC  X(001).
           02  SIWAKH_KEY1        PIC  X(100) VALUE SPACE.
           02  SIWAKH_SORT        PIC  X(100) VALUE SPACE.
           02  SIWAKH_IDLST       PIC  X(100) VALUE SPACE.
           02  SIWAKH_RES         USAGE  POINTER.
           COPY SIWAKH.
       77  F                      PIC  X(001).
      *FD  LSELOG
      *    one row per month already posted -- the same month-
      *    dedup duty as FADLOG.
       01  LSELOG_LSE100.
           02  LSELOG_PNAME1      PIC  X(006) VALUE "LSELOG".
           02  F                  PIC  X(001).
           02  LSELOG_LNAME       PIC  X(013) VALUE "LSELOG_LSE100".
           02  F                  PIC  X(001).
           02  LSELOG_KEY1        PIC  X(100) VALUE SPACE.
           02  LSELOG_SORT        PIC  X(100) VALUE SPACE.
           02  LSELOG_IDLST       PIC  X(100) VALUE SPACE.
           02  LSELOG_RES         USAGE  POINTER.
       01  LSELOG-REC.
           02  LSELOG-KEY.
               03  LSELOG-NG      PIC  9(006).
           02  LSELOG-JUNLNO      PIC  9(006).
           02  LSELOG-PSTDATE     PIC  9(008).
           02  LSELOG-USER        PIC  X(006).
           02  LSELOG-LCNT        PIC  9(006).
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
                "LEASE POSTING / MATURITY / EXPIRY".
           02  FILLER  PIC  X(040) VALUE
                "MODE  1=POST 2=MATURITY 3=EXPIRY".
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
            "A-NG" BY REFERENCE LS-NG "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "16" "31" "1" "A-NG" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DMM" BY REFERENCE LS-DMM "1" "0" RETURNING RESU.
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
           MOVE  ZERO  TO SEL-MODE LS-DMM POST-CNT POST-LINENO
                          LS-TINT LS-TPRIN LS-TRENT.
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
           IF  SEL-MODE = 2
               PERFORM  MAT-RPT-RTN  THRU  MAT-RPT-RTN-EXIT
               GO TO R-05
           END-IF
           IF  SEL-MODE = 3
               CALL "PR_Open" RETURNING RESP
               PERFORM  EXP-RPT-RTN  THRU  EXP-RPT-RTN-EXIT
               CALL "PR_Close" RETURNING RESP
               GO TO R-05
           END-IF
           IF  SEL-MODE NOT = 1
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
           IF  LS-NG = ZERO
               GO TO R-10
           END-IF
           CALL "DB_F_Open" USING
            "INPUT" PLK-M_PNAME1 " " BY REFERENCE PLK-M_IDLST "0".
           MOVE  LS-NG  TO PLK-KEY.
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
            "I-O" LSELOG_PNAME1 "SHARED" BY REFERENCE LSELOG_IDLST "1"
            "LSELOG-KEY" BY REFERENCE LSELOG-KEY.
           MOVE  LS-NG  TO LSELOG-NG.
           CALL "DB_Read" USING
            "INVALID KEY" LSELOG_PNAME1 BY REFERENCE LSELOG-REC
            "UNLOCK" RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE LSELOG_IDLST LSELOG_PNAME1.
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
           IF  LS-DMM NOT = 1  AND  9
               GO TO R-20
           END-IF
           IF  LS-DMM = 9
               GO TO R-05
           END-IF
      *
           PERFORM  LSE-RUN-RTN  THRU  LSE-RUN-RTN-EXIT.
           CALL "SD_Output" USING
            "E-ME3" E-ME3 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO R-05.
      *
      *    LSE-RUN-RTN  -  sequential LSE-M pass; each contract due
      *    for the month posts, rolls its balance and payment count
      *    forward and prints on the register; then LSELOG stamps
      *    the month and the expiry page follows.
      *
       LSE-RUN-RTN.
           ACCEPT  POST-JUNLNO  FROM  TIME.
           COMPUTE  POST-DATE = LS-NG * 100 + 28.
           CALL "PR_Open" RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-LR-HD   TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  LS-NG        TO WORK-LR-NG.
           MOVE  WORK-LR-PER  TO PRN-R (11:13).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-LR-COLHD  TO PRN-R (11:90).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "DB_F_Open" USING
            "I-O" LSE-M_PNAME1 "SHARED" BY REFERENCE LSE-M_IDLST "0".
           CALL "DB_F_Open" USING
            "INPUT" JCON_PNAME1 "SHARED" BY REFERENCE JCON_IDLST "1"
            "JCON2-KEY" BY REFERENCE JCON2-KEY.
           CALL "DB_F_Open" USING
            "INPUT" KMK-M_PNAME1 "SHARED" BY REFERENCE KMK-M_IDLST
            "1".
           CALL "DB_F_Open" USING
            "I-O" SIWAKH_PNAME1 "SHARED" BY REFERENCE SIWAKH_IDLST "1"
            "SH-KEY3" BY REFERENCE SH-KEY3.
       LSE-RUN-010.
           CALL "DB_Read" USING
            "AT END" LSE-M_PNAME1 BY REFERENCE LSE-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO LSE-RUN-030
           END-IF
           IF  LSE-STAT NOT = 0
               GO TO LSE-RUN-010
           END-IF
           COMPUTE  LS-STNG = LSE-STDT / 100.
           COMPUTE  LS-ENNG = LSE-ENDT / 100.
           IF  LS-NG < LS-STNG  OR  LS-NG > LS-ENNG
               GO TO LSE-RUN-010
           END-IF
           IF  LSE-LSTNG NOT < LS-NG
               GO TO LSE-RUN-010
           END-IF
           MOVE  LSE-KEY  TO WORK-DK-KEY.
           MOVE  ZERO     TO LS-INT LS-PRIN.
           IF  LSE-CLS = 1
               PERFORM  FIN-RTN  THRU  FIN-RTN-EXIT
           ELSE
               MOVE  75       TO PS-CLS
               MOVE  1        TO PS-DRCR
               MOVE  LSE-PAY  TO PS-AMT
               MOVE  LSE-TCD  TO PS-CUST
               PERFORM  POST-RTN  THRU  POST-RTN-EXIT
               ADD  LSE-PAY  TO LS-TRENT
           END-IF
           ADD  1      TO LSE-PAID.
           MOVE  LS-NG  TO LSE-LSTNG.
           IF  LS-NG NOT < LS-ENNG
               MOVE  1  TO LSE-STAT
           END-IF
           CALL "DB_Update" USING
            LSE-M_PNAME1 LSE-M_LNAME LSE-R RETURNING RET.
           ADD  1  TO POST-CNT.
           MOVE  SPACE           TO PRN-R WORK-LR.
           MOVE  LSE-KEY         TO WORK-LR-KEY.
           MOVE  LSE-NAME(1:12)  TO WORK-LR-NAME.
           MOVE  LSE-CLS         TO WORK-LR-CLS.
           MOVE  LSE-DEPT        TO WORK-LR-DEPT.
           MOVE  LSE-TCD         TO WORK-LR-TCD.
           IF  LSE-CLS = 1
               COMPUTE  WORK-LR-PAY = LS-INT + LS-PRIN
           ELSE
               MOVE  LSE-PAY  TO WORK-LR-PAY
           END-IF
           MOVE  LS-INT          TO WORK-LR-INT.
           MOVE  LS-PRIN         TO WORK-LR-PRIN.
           MOVE  LSE-BAL         TO WORK-LR-BAL.
           MOVE  WORK-LR         TO PRN-R (11:90).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           GO TO LSE-RUN-010.
       LSE-RUN-030.
           CALL "DB_F_Close" USING
            BY REFERENCE SIWAKH_IDLST SIWAKH_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE KMK-M_IDLST KMK-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE JCON_IDLST JCON_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE LSE-M_IDLST LSE-M_PNAME1.
           CALL "DB_F_Open" USING
            "I-O" LSELOG_PNAME1 "SHARED" BY REFERENCE LSELOG_IDLST "1"
            "LSELOG-KEY" BY REFERENCE LSELOG-KEY.
           MOVE  LS-NG           TO LSELOG-NG.
           MOVE  POST-JUNLNO     TO LSELOG-JUNLNO.
           MOVE  W-TODAY         TO LSELOG-PSTDATE.
           MOVE  USER_ID         TO LSELOG-USER.
           MOVE  POST-CNT        TO LSELOG-LCNT.
           CALL "DB_Insert" USING
            LSELOG_PNAME1 LSELOG_LNAME LSELOG-REC RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE LSELOG_IDLST LSELOG_PNAME1.
           MOVE  SPACE  TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  POST-CNT     TO WORK-LR-CNT.
           MOVE  LS-TRENT     TO WORK-LR-TRENT.
           MOVE  LS-TINT      TO WORK-LR-TINT.
           MOVE  LS-TPRIN     TO WORK-LR-TPRIN.
           MOVE  WORK-LR-TOT  TO PRN-R (11:80).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE  TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           PERFORM  EXP-RPT-RTN  THRU  EXP-RPT-RTN-EXIT.
           CALL "PR_Close" RETURNING RESP.
       LSE-RUN-RTN-EXIT.
           EXIT.
      *
      *    FIN-RTN  -  a finance lease's month: recognition on the
      *    first month, then the interest / principal split of the
      *    payment against the liability balance.
      *
       FIN-RTN.
           IF  LSE-RECOG = 0
               MOVE  72       TO PS-CLS
               MOVE  0        TO PS-DRCR
               MOVE  LSE-PV   TO PS-AMT
               MOVE  ZERO     TO PS-CUST
               PERFORM  POST-RTN  THRU  POST-RTN-EXIT
               MOVE  LSE-PV   TO LSE-BAL
               MOVE  1        TO LSE-RECOG
           END-IF
           COMPUTE  LS-INT ROUNDED = LSE-BAL * LSE-RATE / 1200.
           COMPUTE  LS-PRIN = LSE-PAY - LS-INT.
           IF  LS-PRIN < ZERO
               MOVE  ZERO  TO LS-PRIN
           END-IF
           IF  LS-NG NOT < LS-ENNG  OR  LS-PRIN > LSE-BAL
               MOVE  LSE-BAL  TO LS-PRIN
           END-IF
           IF  LS-INT > ZERO
               MOVE  73       TO PS-CLS
               MOVE  1        TO PS-DRCR
               MOVE  LS-INT   TO PS-AMT
               MOVE  LSE-TCD  TO PS-CUST
               PERFORM  POST-RTN  THRU  POST-RTN-EXIT
           END-IF
           IF  LS-PRIN > ZERO
               MOVE  74       TO PS-CLS
               MOVE  1        TO PS-DRCR
               MOVE  LS-PRIN  TO PS-AMT
               MOVE  LSE-TCD  TO PS-CUST
               PERFORM  POST-RTN  THRU  POST-RTN-EXIT
           END-IF
           SUBTRACT  LS-PRIN  FROM  LSE-BAL.
           ADD  LS-INT   TO LS-TINT.
           ADD  LS-PRIN  TO LS-TPRIN.
       FIN-RTN-EXIT.
           EXIT.
      *
      *    POST-RTN  -  one SH-REC through the JCON7 PS-CLS map with
      *    the 9999 fallback, department the lease's own LSE-DEPT.
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
           MOVE  LSE-DEPT        TO HSECTCD.
           MOVE  "0"             TO HTAXKB.
           MOVE  PS-AMT          TO HAMOUNT.
           MOVE  JCON7-OPPACCT   TO HOPPCD.
           MOVE  JCON7-HOOPPACCT TO HHOOPPCD.
           MOVE  PS-CUST         TO HCUSTCD.
           MOVE  WORK-DOCKEY     TO HDOCREF.
           MOVE  731             TO HTEKICD.
           CALL "DB_Insert" USING
            SIWAKH_PNAME1 SIWAKH_LNAME SH-REC RETURNING RET.
       POST-RTN-EXIT.
           EXIT.
      *
      *    MAT-RPT-RTN  -  mode 2: remaining payments of each live
      *    contract by year from the current month.
      *
       MAT-RPT-RTN.
           COMPUTE  MS-CUR = (2000 + WORK-TD-YY) * 12 + WORK-TD-MM.
           INITIALIZE MS-TOT-TBL.
           CALL "PR_Open" RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-MS-HD   TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  W-TODAY      TO WORK-MS-ASOF.
           MOVE  WORK-MS-DT   TO PRN-R (11:16).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-MS-COLHD  TO PRN-R (11:109).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "DB_F_Open" USING
            "INPUT" LSE-M_PNAME1 " " BY REFERENCE LSE-M_IDLST "0".
       MAT-RPT-010.
           CALL "DB_Read" USING
            "AT END" LSE-M_PNAME1 BY REFERENCE LSE-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO MAT-RPT-030
           END-IF
           IF  LSE-STAT NOT = 0
               GO TO MAT-RPT-010
           END-IF
           COMPUTE  LS-STNG = LSE-STDT / 100.
           COMPUTE  MS-FM = (LS-STNG / 100) * 12
                  + (LS-STNG - (LS-STNG / 100) * 100).
           IF  LSE-LSTNG NOT = ZERO
               COMPUTE  MS-M = (LSE-LSTNG / 100) * 12
                      + (LSE-LSTNG - (LSE-LSTNG / 100) * 100) + 1
               IF  MS-M > MS-FM
                   MOVE  MS-M  TO MS-FM
               END-IF
           END-IF
           COMPUTE  LS-ENNG = LSE-ENDT / 100.
           COMPUTE  MS-EM = (LS-ENNG / 100) * 12
                  + (LS-ENNG - (LS-ENNG / 100) * 100).
           IF  MS-FM > MS-EM
               GO TO MAT-RPT-010
           END-IF
           INITIALIZE MS-LN-TBL.
           MOVE  MS-FM  TO MS-M.
           PERFORM  MAT-MON-RTN  THRU  MAT-MON-RTN-EXIT.
           MOVE  SPACE           TO PRN-R WORK-MS.
           MOVE  LSE-KEY         TO WORK-MS-KEY.
           MOVE  LSE-NAME(1:12)  TO WORK-MS-NAME.
           MOVE  LSE-CLS         TO WORK-MS-CLS.
           MOVE  1  TO MS-IX.
       MAT-RPT-020.
           MOVE  MS-LN (MS-IX)  TO WORK-MS-AMT (MS-IX).
           IF  LSE-CLS = 1
               ADD  MS-LN (MS-IX)  TO MS-TOT (1 MS-IX)
           ELSE
               ADD  MS-LN (MS-IX)  TO MS-TOT (2 MS-IX)
           END-IF
           ADD  MS-LN (MS-IX)  TO MS-TOT (3 MS-IX).
           IF  MS-IX < 7
               ADD  1  TO MS-IX
               GO TO MAT-RPT-020
           END-IF
           MOVE  WORK-MS  TO PRN-R (11:109).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           GO TO MAT-RPT-010.
       MAT-RPT-030.
           CALL "DB_F_Close" USING
            BY REFERENCE LSE-M_IDLST LSE-M_PNAME1.
           MOVE  SPACE  TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  1  TO MS-JX.
       MAT-RPT-040.
           MOVE  SPACE  TO PRN-R WORK-MS-TOT.
           IF  MS-JX = 1
               MOVE  "  FINANCE LEASES TOTAL"    TO WORK-MS-TLBL
           END-IF
           IF  MS-JX = 2
               MOVE  "  OPERATING LEASES TOTAL"  TO WORK-MS-TLBL
           END-IF
           IF  MS-JX = 3
               MOVE  "  GRAND TOTAL"             TO WORK-MS-TLBL
           END-IF
           MOVE  1  TO MS-IX.
       MAT-RPT-050.
           MOVE  MS-TOT (MS-JX MS-IX)  TO WORK-MS-TAMT (MS-IX).
           IF  MS-IX < 7
               ADD  1  TO MS-IX
               GO TO MAT-RPT-050
           END-IF
           MOVE  WORK-MS-TOT  TO PRN-R (11:109).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           IF  MS-JX < 3
               ADD  1  TO MS-JX
               GO TO MAT-RPT-040
           END-IF
           CALL "PR_Close" RETURNING RESP.
       MAT-RPT-RTN-EXIT.
           EXIT.
      *
      *    MAT-MON-RTN  -  one month's payment at a time from MS-FM
      *    to MS-EM into its year bucket (1-5, 6 = over 5) and the
      *    line total (7).
      *
       MAT-MON-RTN.
           COMPUTE  MS-OFF = MS-M - MS-CUR.
           IF  MS-OFF < ZERO
               MOVE  ZERO  TO MS-OFF
           END-IF
           COMPUTE  MS-B = MS-OFF / 12 + 1.
           IF  MS-OFF > 59
               MOVE  6  TO MS-B
           END-IF
           ADD  LSE-PAY  TO MS-LN (MS-B) MS-LN (7).
           IF  MS-M < MS-EM
               ADD  1  TO MS-M
               GO TO MAT-MON-RTN
           END-IF.
       MAT-MON-RTN-EXIT.
           EXIT.
      *
      *    EXP-RPT-RTN  -  live contracts ending within 90 days of
      *    today; printed on the already-open print file.
      *
       EXP-RPT-RTN.
           MOVE  W-TODAY  TO CF-SER-DATE.
           PERFORM  SER-RTN  THRU  SER-RTN-EXIT.
           MOVE  CF-SER   TO CF-TODAY-SER.
           MOVE  ZERO     TO EX-CNT.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-EX-HD   TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-EX-COLHD  TO PRN-R (11:80).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "DB_F_Open" USING
            "INPUT" LSE-M_PNAME1 " " BY REFERENCE LSE-M_IDLST "0".
           CALL "DB_F_Open" USING
            "INPUT" T-M_PNAME1 "SHARED" BY REFERENCE T-M_IDLST
            "2" "T-KEY" BY REFERENCE T-KEY "T-KEY2" BY REFERENCE
            T-KEY2.
       EXP-RPT-010.
           CALL "DB_Read" USING
            "AT END" LSE-M_PNAME1 BY REFERENCE LSE-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO EXP-RPT-020
           END-IF
           IF  LSE-STAT NOT = 0
               GO TO EXP-RPT-010
           END-IF
           MOVE  LSE-ENDT  TO CF-SER-DATE.
           PERFORM  SER-RTN  THRU  SER-RTN-EXIT.
           COMPUTE  EX-DAYS = CF-SER - CF-TODAY-SER.
           IF  EX-DAYS < ZERO  OR  EX-DAYS > 90
               GO TO EXP-RPT-010
           END-IF
           MOVE  LSE-TCD  TO T-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" T-M_PNAME1 BY REFERENCE T-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  SPACE  TO T-NAME
           END-IF
           ADD  1  TO EX-CNT.
           MOVE  SPACE           TO PRN-R WORK-EX.
           MOVE  LSE-KEY         TO WORK-EX-KEY.
           MOVE  LSE-NAME(1:12)  TO WORK-EX-NAME.
           MOVE  LSE-CLS         TO WORK-EX-CLS.
           MOVE  LSE-TCD         TO WORK-EX-TCD.
           MOVE  T-NAME(1:8)     TO WORK-EX-TNAME.
           MOVE  LSE-ENDT        TO WORK-EX-ENDT.
           MOVE  EX-DAYS         TO WORK-EX-DAYS.
           MOVE  WORK-EX         TO PRN-R (11:67).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           GO TO EXP-RPT-010.
       EXP-RPT-020.
           CALL "DB_F_Close" USING
            BY REFERENCE T-M_IDLST T-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE LSE-M_IDLST LSE-M_PNAME1.
           MOVE  SPACE  TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  EX-CNT       TO WORK-EX-CNT.
           MOVE  WORK-EX-SUM  TO PRN-R (11:19).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
       EXP-RPT-RTN-EXIT.
           EXIT.
      *
      *    SER-RTN  -  360/30 approximate day serial of CF-SER-DATE.
      *
       SER-RTN.
           COMPUTE  CF-SER = (CF-SER-DATE / 10000) * 360.
           COMPUTE  CF-REM = CF-SER-DATE / 100.
           COMPUTE  CF-SER = CF-SER
                  + (CF-REM - (CF-SER-DATE / 10000) * 100) * 30
                  + (CF-SER-DATE - CF-REM * 100).
       SER-RTN-EXIT.
           EXIT.
      *
       R-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_Close".
           STOP RUN.
