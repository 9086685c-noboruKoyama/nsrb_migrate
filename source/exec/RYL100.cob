       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         RYL100.
      *********************************************************
      *    PROGRAM         :  LICENCE ROYALTY STATEMENT        *
      *    PRINTER TYPE    :  JIPS                             *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    the royalty owed to a licensor for one reporting
      *    period of a LICM agreement, run once the period's
      *    last month is keyed.  net sales are the licence's
      *    SHM-LIC items only: JSJDRF shipments in the period
      *    valued the BIL100 way (its line filter; campaign
      *    price, THTC, THTM, size slot before the any-size
      *    row), less JSJDHF returns in the period valued at the
      *    any-size price in the same order (a return carries no
      *    size slot; its item comes off the slip it came back
      *    against, RDS100's trace).  the statement prints style
      *    by style for the licensor with the royalty at
      *    LIC-RATE, and the royalty accrues into SIWAKH as one
      *    line against the licensor's HCUSTCD through the JCON7
      *    classification-65 map (royalty expense / royalties
      *    payable), KMK-M checked with the 9999 fallback,
      *    HTEKICD 739, dated the period's last day -- CST100's
      *    map-validate-post sequence.  when the period closes
      *    the agreement year, the year's royalties (RYLLOG) are
      *    set against LIC-MG and any shortfall is trued up as a
      *    second line the same way.  RYLLOG keyed licence +
      *    period end refuses a second run, and a PLK-M locked
      *    month is refused outright.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SYSTEM3100.
       OBJECT-COMPUTER. SYSTEM3100.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  RY-DMM                 PIC  9(001)      VALUE ZERO.
       01  RY-LIC                 PIC  9(003)      VALUE ZERO.
       01  RY-NG                  PIC  9(006)      VALUE ZERO.
       01  RY-FNG                 PIC  9(006)      VALUE ZERO.
       01  RY-YSNG                PIC  9(006)      VALUE ZERO.
       01  RY-YY                  PIC  9(004)      VALUE ZERO.
       01  RY-MM                  PIC  9(002)      VALUE ZERO.
       01  RY-PER                 PIC  9(002)      VALUE ZERO.
       01  RY-MI                  PIC S9(002)      VALUE ZERO.
       01  RY-Q                   PIC  9(002)      VALUE ZERO.
       01  RY-R                   PIC  9(002)      VALUE ZERO.
       01  RY-MIDX                PIC  9(006)      VALUE ZERO.
       01  RY-YE                  PIC  9(001)      VALUE ZERO.
       01  RY-IX                  PIC  9(003)      VALUE ZERO.
       01  RY-QX                  PIC  9(002)      VALUE ZERO.
       01  RY-OVFL                PIC  9(006)      VALUE ZERO.
       01  RY-PTCD                PIC  9(004)      VALUE ZERO.
       01  RY-WHQ                 PIC  9(004)      VALUE ZERO.
       01  RY-HCD                 PIC  9(006)      VALUE ZERO.
       01  RY-NGP                 PIC  9(008)      VALUE ZERO.
       01  RY-TAN                 PIC  9(005)      VALUE ZERO.
       01  RY-PRMT                PIC  9(005)      VALUE ZERO.
       01  RY-LVAL                PIC S9(009)      VALUE ZERO.
       01  RY-RQ                  PIC S9(005)      VALUE ZERO.
       01  RY-TSQ                 PIC S9(009)      VALUE ZERO.
       01  RY-TSA                 PIC S9(012)      VALUE ZERO.
       01  RY-TRQ                 PIC S9(009)      VALUE ZERO.
       01  RY-TRA                 PIC S9(012)      VALUE ZERO.
       01  RY-NET                 PIC S9(012)      VALUE ZERO.
       01  RY-ROY                 PIC S9(010)      VALUE ZERO.
       01  RY-YTD                 PIC S9(012)      VALUE ZERO.
       01  RY-SHORT               PIC S9(010)      VALUE ZERO.
      *    the licence's items, loaded off SHM in item order, with
      *    the period's shipped and returned pairs and value.
       01  RI-CNT                 PIC  9(003)      VALUE ZERO.
       01  RI-TBL.
           02  RI-ENT   OCCURS  500.
               03  RI-HCD         PIC  9(006).
               03  RI-NAME        PIC  N(012).
               03  RI-SQTY        PIC S9(007).
               03  RI-SAMT        PIC S9(011).
               03  RI-RQTY        PIC S9(007).
               03  RI-RAMT        PIC S9(011).
      *    campaign rows whose window touches the period, BIL100's
      *    preload and best-match rank.
       01  PC-CNT                 PIC  9(003)      VALUE ZERO.
       01  PC-IX                  PIC  9(003)      VALUE ZERO.
       01  PC-RANK                PIC  9(001)      VALUE ZERO.
       01  PC-BEST                PIC  9(001)      VALUE ZERO.
       01  PC-SIZ                 PIC  9(001)      VALUE ZERO.
       01  PC-TBL.
           02  PC-ENT   OCCURS  300.
               03  PC-TCD         PIC  9(004).
               03  PC-HCD         PIC  9(006).
               03  PC-PSIZ        PIC  9(001).
               03  PC-T           PIC  9(005).
               03  PC-FROM        PIC  9(008).
               03  PC-TO          PIC  9(008).
      *    days in each month, for the period's last day.
       01  RY-DMV                 PIC  X(024)      VALUE
            "312831303130313130313031".
       01  RY-DMT  REDEFINES  RY-DMV.
           02  RY-DM              PIC  9(002)  OCCURS  12.
       01  POST-DATE              PIC  9(008)      VALUE ZERO.
       01  POST-JUNLNO            PIC  9(006)      VALUE ZERO.
       01  POST-LINENO            PIC  9(002)      VALUE ZERO.
       01  POST-AMT               PIC S9(010)      VALUE ZERO.
       01  WORK-TODATE.
           02  WORK-TD-YY         PIC  9(002).
           02  WORK-TD-MM         PIC  9(002).
           02  WORK-TD-DD         PIC  9(002).
       01  PRN-R                  PIC  X(132).
       77  RESP                   PIC  9(001).
       01  WORK-RY-HD             PIC  X(050)      VALUE
            "*** LICENCE ROYALTY STATEMENT ***".
       01  WORK-RY-LIC.
           02  F                  PIC  X(08)  VALUE  "LICENCE ".
           02  WORK-RY-CD         PIC  9(003).
           02  F                  PIC  X(02).
           02  WORK-RY-LNAME      PIC  N(012).
           02  F                  PIC  X(02).
           02  F                  PIC  X(09)  VALUE  "LICENSOR ".
           02  WORK-RY-TCD        PIC  9(004).
           02  F                  PIC  X(01).
           02  WORK-RY-TNAME      PIC  N(026).
       01  WORK-RY-PER.
           02  F                  PIC  X(07)  VALUE  "PERIOD ".
           02  WORK-RY-FNG        PIC  9(006).
           02  F                  PIC  X(03)  VALUE  " - ".
           02  WORK-RY-NG         PIC  9(006).
           02  F                  PIC  X(07)  VALUE  "  RATE ".
           02  WORK-RY-RATE       PIC  Z9.99.
           02  F                  PIC  X(01)  VALUE  "%".
       01  WORK-RY-COLHD.
           02  F                  PIC  X(041)      VALUE
                "ITEM   NAME                     SHIP-PR  ".
           02  F                  PIC  X(049)      VALUE
                " SHIP-AMOUNT   RET-PR    RET-AMOUNT     NET-SALES".
       01  WORK-RY.
           02  WORK-RY-HCD        PIC  9(006).
           02  F                  PIC  X(01).
           02  WORK-RY-NAME       PIC  N(012).
           02  F                  PIC  X(01).
           02  WORK-RY-SQTY       PIC  -(6)9.
           02  F                  PIC  X(02).
           02  WORK-RY-SAMT       PIC  -(11)9.
           02  F                  PIC  X(02).
           02  WORK-RY-RQTY       PIC  -(6)9.
           02  F                  PIC  X(02).
           02  WORK-RY-RAMT       PIC  -(11)9.
           02  F                  PIC  X(02).
           02  WORK-RY-NET        PIC  -(11)9.
       01  WORK-RY-TOT.
           02  F                  PIC  X(032)      VALUE
                "TOTALS".
           02  WORK-RY-TSQ        PIC  -(6)9.
           02  F                  PIC  X(02).
           02  WORK-RY-TSA        PIC  -(11)9.
           02  F                  PIC  X(02).
           02  WORK-RY-TRQ        PIC  -(6)9.
           02  F                  PIC  X(02).
           02  WORK-RY-TRA        PIC  -(11)9.
           02  F                  PIC  X(02).
           02  WORK-RY-TNET       PIC  -(11)9.
       01  WORK-RY-SUM.
           02  WORK-RY-SLBL       PIC  X(020).
           02  WORK-RY-SAMT2      PIC  -(11)9.
       01  WORK-RY-OV.
           02  F                  PIC  X(28)  VALUE
                "ITEMS NOT ON THE STATEMENT  ".
           02  WORK-RY-OVFL       PIC  ZZZZZ9.
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
           COPY  LIBPLK.
           COPY  L-JCON.
      *FD  KMK-M
           COPY LIKMK.
      *FD  LICM
           COPY LILICM.
      *FD  T-M
           COPY LITM.
      *FD  SHM
           COPY SHM.
      *FD  PRMF
           COPY LIPRMF.
      *FD  TC-M
           COPY LITCM.
      *FD  THTM
           COPY LITHTM.
      *FD  THTC
           COPY LITHTC.
      *FD  SIWAKH
       01  SIWAKH_RYL100.
           02  SIWAKH_PNAME1      PIC  X(006) VALUE "SIWAKH".
           02  F                  PIC  X(001).
           02  SIWAKH_LNAME       PIC  X(013) VALUE "SIWAKH_RYL100".
           02  F                  PIC  X(001).
           02  SIWAKH_KEY1        PIC  X(100) VALUE SPACE.
           02  SIWAKH_SORT        PIC  X(100) VALUE SPACE.
           02  SIWAKH_IDLST       PIC  X(100) VALUE SPACE.
           02  SIWAKH_RES         USAGE  POINTER.
           COPY SIWAKH.
       77  F                      PIC  X(001).
      *FD  JSJDRF
       01  JSJDRF_RYL100.
           02  JSJDRF_PNAME1      PIC  X(006) VALUE "JSJDRF".
           02  F                  PIC  X(001).
           02  JSJDRF_LNAME       PIC  X(013) VALUE "JSJDRF_RYL100".
           02  F                  PIC  X(001).
           02  JSJDRF_KEY1        PIC  X(100) VALUE SPACE.
           02  JSJDRF_SORT        PIC  X(100) VALUE SPACE.
           02  JSJDRF_IDLST       PIC  X(100) VALUE SPACE.
           02  JSJDRF_RES         USAGE  POINTER.
           COPY JSJDR.
      *FD  JSJDHF
       01  JSJDHF_RYL100.
           02  JSJDHF_PNAME1      PIC  X(006) VALUE "JSJDHF".
           02  F                  PIC  X(001).
           02  JSJDHF_LNAME       PIC  X(013) VALUE "JSJDHF_RYL100".
           02  F                  PIC  X(001).
           02  JSJDHF_KEY1        PIC  X(100) VALUE SPACE.
           02  JSJDHF_SORT        PIC  X(100) VALUE SPACE.
           02  JSJDHF_IDLST       PIC  X(100) VALUE SPACE.
           02  JSJDHF_RES         USAGE  POINTER.
           COPY JSJDH.
      *FD  RYLLOG
      *    one row per licence and period already accrued -- the
      *    dedup duty of CSTLOG, and the year's royalties the
      *    minimum-guarantee true-up adds up.
       01  RYLLOG_RYL100.
           02  RYLLOG_PNAME1      PIC  X(006) VALUE "RYLLOG".
           02  F                  PIC  X(001).
           02  RYLLOG_LNAME       PIC  X(013) VALUE "RYLLOG_RYL100".
           02  F                  PIC  X(001).
           02  RYLLOG_KEY1        PIC  X(100) VALUE SPACE.
           02  RYLLOG_SORT        PIC  X(100) VALUE SPACE.
           02  RYLLOG_IDLST       PIC  X(100) VALUE SPACE.
           02  RYLLOG_RES         USAGE  POINTER.
       01  RYLLOG-REC.
           02  RYLLOG-KEY.
               03  RYLLOG-LIC     PIC  9(003).
               03  RYLLOG-NG      PIC  9(006).
           02  RYLLOG-NET         PIC S9(012).
           02  RYLLOG-ROY         PIC S9(010).
           02  RYLLOG-SHORT       PIC S9(010).
           02  RYLLOG-JUNLNO      PIC  9(006).
           02  RYLLOG-PSTDATE     PIC  9(008).
           02  RYLLOG-USER        PIC  X(006).
       77  F                      PIC  X(001).
      *
       77  ESTAT                  PIC  X(002).
       77  RESU                   PIC  9(001).
       77  RET                    PIC  9(001)      VALUE ZERO.
       77  USER_ID                PIC  X(006)      VALUE SPACE.
       77  COMPLETION_CODE        PIC  X(003)      VALUE ZERO.
      *
       01  C-CLEAR.
           02  C-CL    PIC  X(012) VALUE "CLEAR SCREEN".
       01  C-MID.
           02  FILLER  PIC  X(040) VALUE
                "LICENCE ROYALTY STATEMENT".
           02  FILLER  PIC  X(020) VALUE
                "LICENCE CODE".
           02  FILLER  PIC  X(020) VALUE
                "PERIOD END  CCYYMM".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-DSP.
           02  D-LNAME    PIC  N(012).
           02  D-TNAME    PIC  N(026).
       01  C-ACP.
           02  A-LIC      PIC  9(003).
           02  A-NG       PIC  9(006).
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
             03  E-ME1   PIC  X(030) VALUE
                  "***  RUN COMPLETE          ***".
             03  E-ME2   PIC  X(030) VALUE
                  "***  NO SUCH LICENCE       ***".
             03  E-ME3   PIC  X(030) VALUE
                  "***  NOT A PERIOD END      ***".
             03  E-ME4   PIC  X(030) VALUE
                  "***  PERIOD LOCKED         ***".
             03  E-ME5   PIC  X(030) VALUE
                  "***  PERIOD ALREADY RUN    ***".
             03  E-ME6   PIC  X(030) VALUE
                  "***  NO ITEMS ON LICENCE   ***".
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
            "C-MID" " " "0" "0" "100" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-MID" "X" "3" "10" "40" " " "C-MID" RETURNING RESU.
       CALL "SD_Init" USING
            "02C-MID" "X" "5" "10" "20" "01C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "03C-MID" "X" "8" "10" "20" "02C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "04C-MID" "X" "16" "10" "20" "03C-MID" " " RETURNING RESU.
      *C-DSP
       CALL "SD_Init" USING
            "C-DSP" " " "0" "0" "38" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "D-LNAME" "N" "5" "36" "12" " " "C-DSP" RETURNING RESU.
       CALL "SD_From" USING
            "D-LNAME" BY REFERENCE LIC-NAME "12" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "D-TNAME" "N" "6" "31" "26" "D-LNAME" " " RETURNING RESU.
       CALL "SD_From" USING
            "D-TNAME" BY REFERENCE T-NAME "26" "0" RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "10" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-LIC" "9" "5" "31" "3" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-LIC" BY REFERENCE RY-LIC "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-NG" "9" "8" "31" "6" "A-LIC" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-NG" BY REFERENCE RY-NG "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "16" "31" "1" "A-NG" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DMM" BY REFERENCE RY-DMM "1" "0" RETURNING RESU.
      *C-ERR
       CALL "SD_Init" USING
            "C-ERR" " " "0" "0" "187" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-ERR" " " "24" "0" "187" " " "C-ERR" RETURNING RESU.
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
            "E-ME4" "X" "24" "15" "30" "E-ME3" " " RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME5" "X" "24" "15" "30" "E-ME4" " " RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME6" "X" "24" "15" "30" "E-ME5" " " RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME99" "X" "24" "75" "5" "E-ME6" " " RETURNING RESU.
      *
           ACCEPT USER_ID FROM ARGUMENT-VALUE.
           ACCEPT COMPLETION_CODE FROM ARGUMENT-VALUE.
      *
           CALL "DB_F_Open" USING
            "INPUT" LICM_PNAME1 "SHARED" BY REFERENCE LICM_IDLST "1"
            "LIC-KEY" BY REFERENCE LIC-KEY.
           CALL "DB_F_Open" USING
            "INPUT" T-M_PNAME1 "SHARED" BY REFERENCE T-M_IDLST
            "2" "T-KEY" BY REFERENCE T-KEY "T-KEY2" BY REFERENCE
            T-KEY2.
      *
       R-05.
           MOVE    SPACE    TO  ERR-STAT.
           MOVE    ZERO     TO  RESU.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "SD_Output" USING "C-MID" C-MID "p" RETURNING RESU.
           MOVE  ZERO   TO RY-DMM RY-LIC RY-NG.
           MOVE  SPACE  TO LIC-NAME T-NAME.
       R-10.
           CALL "SD_Accept" USING BY REFERENCE A-LIC "A-LIC" "9" "3"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = PF9
               CALL "C3_Set_Jrcode" USING
                USER_ID BY REFERENCE COMPLETION_CODE  255
               GO TO R-95
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-10
           END-IF
           MOVE  RY-LIC  TO LIC-CD.
           CALL "DB_Read" USING
            "INVALID KEY" LICM_PNAME1 BY REFERENCE LIC-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               CALL "SD_Output" USING
                "E-ME2" E-ME2 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-10
           END-IF
           MOVE  LIC-TCD  TO T-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" T-M_PNAME1 BY REFERENCE T-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  SPACE  TO T-NAME
           END-IF
           CALL "SD_Output" USING "C-DSP" C-DSP "p" RETURNING RESU.
           MOVE  LIC-PER  TO RY-PER.
           IF  RY-PER = ZERO
               MOVE  3  TO RY-PER
           END-IF.
       R-15.
           CALL "SD_Accept" USING BY REFERENCE A-NG "A-NG" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-10
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-15
           END-IF
           COMPUTE  RY-YY = RY-NG / 100.
           COMPUTE  RY-MM = RY-NG - RY-YY * 100.
           IF  RY-MM < 1  OR  RY-MM > 12
               GO TO R-15
           END-IF
      *    RY-MI = the month's place in the agreement year, 1-12;
      *    a period ends where it divides by the period length.
           COMPUTE  RY-MI = RY-MM - LIC-YSM + 1.
           IF  RY-MI < 1
               ADD  12  TO RY-MI
           END-IF
           DIVIDE  RY-MI  BY RY-PER  GIVING RY-Q  REMAINDER RY-R.
           IF  RY-R NOT = ZERO
               CALL "SD_Output" USING
                "E-ME3" E-ME3 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-15
           END-IF
           MOVE  0  TO RY-YE.
           IF  RY-MI = 12
               MOVE  1  TO RY-YE
           END-IF
           COMPUTE  RY-MIDX = RY-YY * 12 + RY-MM - 1 - RY-PER + 1.
           COMPUTE  RY-YY = RY-MIDX / 12.
           COMPUTE  RY-FNG = RY-YY * 100 + RY-MIDX - RY-YY * 12 + 1.
           COMPUTE  RY-YY = RY-NG / 100.
           COMPUTE  RY-MIDX = RY-YY * 12 + RY-MM - 1 - RY-MI + 1.
           COMPUTE  RY-YY = RY-MIDX / 12.
           COMPUTE  RY-YSNG = RY-YY * 100 + RY-MIDX - RY-YY * 12 + 1.
           COMPUTE  RY-YY = RY-NG / 100.
           CALL "DB_F_Open" USING
            "INPUT" PLK-M_PNAME1 " " BY REFERENCE PLK-M_IDLST "0".
           MOVE  RY-NG  TO PLK-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" PLK-M_PNAME1 BY REFERENCE PLK-R " "
            RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE PLK-M_IDLST PLK-M_PNAME1.
           IF  RET = 0  AND  PLK-STAT = 1
               CALL "SD_Output" USING
                "E-ME4" E-ME4 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-15
           END-IF
           CALL "DB_F_Open" USING
            "I-O" RYLLOG_PNAME1 "SHARED" BY REFERENCE RYLLOG_IDLST "1"
            "RYLLOG-KEY" BY REFERENCE RYLLOG-KEY.
           MOVE  RY-LIC  TO RYLLOG-LIC.
           MOVE  RY-NG   TO RYLLOG-NG.
           CALL "DB_Read" USING
            "INVALID KEY" RYLLOG_PNAME1 BY REFERENCE RYLLOG-REC
            "UNLOCK" RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE RYLLOG_IDLST RYLLOG_PNAME1.
           IF  RET = 0
               CALL "SD_Output" USING
                "E-ME5" E-ME5 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-15
           END-IF.
       R-20.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-15
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-20
           END-IF
           IF  RY-DMM NOT = 1  AND  9
               GO TO R-20
           END-IF
           IF  RY-DMM = 9
               GO TO R-05
           END-IF
      *
           INITIALIZE RI-TBL.
           MOVE  ZERO  TO RI-CNT RY-OVFL RY-TSQ RY-TSA RY-TRQ RY-TRA
                          RY-NET RY-ROY RY-YTD RY-SHORT.
           PERFORM  RI-LOAD-RTN  THRU  RI-LOAD-RTN-EXIT.
           IF  RI-CNT = ZERO
               CALL "SD_Output" USING
                "E-ME6" E-ME6 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-10
           END-IF
           PERFORM  PC-LOAD-RTN  THRU  PC-LOAD-RTN-EXIT.
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
           PERFORM  RY-SHP-RTN  THRU  RY-SHP-RTN-EXIT.
           PERFORM  RY-RET-RTN  THRU  RY-RET-RTN-EXIT.
           CALL "DB_F_Close" USING
            BY REFERENCE THTC_IDLST THTC_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE THTM_IDLST THTM_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE TC-M_IDLST TC-M_PNAME1.
           PERFORM  RY-TOT-RTN  THRU  RY-TOT-RTN-EXIT.
           ACCEPT  WORK-TODATE  FROM  DATE.
           ACCEPT  POST-JUNLNO  FROM  TIME.
           MOVE  ZERO  TO POST-LINENO.
           MOVE  RY-DM(RY-MM)  TO POST-DATE.
           IF  RY-MM = 2
               DIVIDE  RY-YY  BY 4  GIVING RY-Q  REMAINDER RY-R
               IF  RY-R = ZERO
                   MOVE  29  TO POST-DATE
               END-IF
           END-IF
           COMPUTE  POST-DATE = RY-NG * 100 + POST-DATE.
           IF  RY-ROY NOT = ZERO
               MOVE  RY-ROY  TO POST-AMT
               PERFORM  RY-POST-RTN  THRU  RY-POST-RTN-EXIT
           END-IF
           IF  RY-SHORT > ZERO
               MOVE  RY-SHORT  TO POST-AMT
               PERFORM  RY-POST-RTN  THRU  RY-POST-RTN-EXIT
           END-IF
           CALL "DB_F_Open" USING
            "I-O" RYLLOG_PNAME1 "SHARED" BY REFERENCE RYLLOG_IDLST "1"
            "RYLLOG-KEY" BY REFERENCE RYLLOG-KEY.
           MOVE  RY-LIC          TO RYLLOG-LIC.
           MOVE  RY-NG           TO RYLLOG-NG.
           MOVE  RY-NET          TO RYLLOG-NET.
           MOVE  RY-ROY          TO RYLLOG-ROY.
           MOVE  RY-SHORT        TO RYLLOG-SHORT.
           MOVE  POST-JUNLNO     TO RYLLOG-JUNLNO.
           COMPUTE  RYLLOG-PSTDATE = (2000 + WORK-TD-YY) * 10000
                  + WORK-TD-MM * 100 + WORK-TD-DD.
           MOVE  USER_ID         TO RYLLOG-USER.
           CALL "DB_Insert" USING
            RYLLOG_PNAME1 RYLLOG_LNAME RYLLOG-REC RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE RYLLOG_IDLST RYLLOG_PNAME1.
           CALL "PR_Open" RETURNING RESP.
           PERFORM  RY-PRT-RTN  THRU  RY-PRT-RTN-EXIT.
           CALL "PR_Close" RETURNING RESP.
           CALL "SD_Output" USING
            "E-ME1" E-ME1 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO R-05.
      *
      *    RI-LOAD-RTN  -  the SHM items carrying the licence.
      *
       RI-LOAD-RTN.
           CALL "DB_F_Open" USING
            "INPUT" SHM_PNAME1 " " BY REFERENCE SHM_IDLST "0".
       RI-LOAD-010.
           CALL "DB_Read" USING
            "AT END" SHM_PNAME1 BY REFERENCE SHM-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO RI-LOAD-090
           END-IF
           IF  SHM-LIC NOT = RY-LIC
               GO TO RI-LOAD-010
           END-IF
           IF  RI-CNT NOT < 500
               ADD  1  TO RY-OVFL
               GO TO RI-LOAD-010
           END-IF
           ADD   1       TO RI-CNT.
           MOVE  SHM-01  TO RI-HCD(RI-CNT).
           MOVE  SHM-02  TO RI-NAME(RI-CNT).
           GO TO RI-LOAD-010.
       RI-LOAD-090.
           CALL "DB_F_Close" USING
            BY REFERENCE SHM_IDLST SHM_PNAME1.
       RI-LOAD-RTN-EXIT.
           EXIT.
      *
      *    RI-FIND-RTN  -  RY-IX at RY-HCD's entry, zero when the
      *    item is not on the licence.
      *
       RI-FIND-RTN.
           MOVE  1  TO RY-IX.
       RI-FIND-010.
           IF  RY-IX > RI-CNT
               MOVE  ZERO  TO RY-IX
               GO TO RI-FIND-RTN-EXIT
           END-IF
           IF  RI-HCD(RY-IX) = RY-HCD
               GO TO RI-FIND-RTN-EXIT
           END-IF
           ADD  1  TO RY-IX.
           GO TO RI-FIND-010.
       RI-FIND-RTN-EXIT.
           EXIT.
      *
      *    RY-SHP-RTN  -  the period's JSJDRF lines on the licence,
      *    BIL100's line filter and valuation.
      *
       RY-SHP-RTN.
           CALL "DB_F_Open" USING
            "INPUT" JSJDRF_PNAME1 " " BY REFERENCE JSJDRF_IDLST "0".
       RY-SHP-010.
           CALL "DB_Read" USING
            "AT END" JSJDRF_PNAME1 BY REFERENCE JSJD-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO RY-SHP-090
           END-IF
           IF  JSJD-NGP / 100 < RY-FNG  OR  JSJD-NGP / 100 > RY-NG
               GO TO RY-SHP-010
           END-IF
           IF  JSJD-09 NOT < 999900
               GO TO RY-SHP-010
           END-IF
           IF  JSJD-158 NOT = 1  OR  JSJD-05 = 5  OR  JSJD-05 = 6
               GO TO RY-SHP-010
           END-IF
           MOVE  JSJD-09   TO RY-HCD.
           PERFORM  RI-FIND-RTN  THRU  RI-FIND-RTN-EXIT.
           IF  RY-IX = ZERO
               GO TO RY-SHP-010
           END-IF
           MOVE  JSJD-NGP  TO RY-NGP.
           MOVE  JSJD-021  TO RY-PTCD.
           PERFORM  HQ-GET-RTN  THRU  HQ-GET-RTN-EXIT.
           MOVE  ZERO      TO RY-LVAL.
           MOVE  1         TO RY-QX.
       RY-SHP-020.
           IF  RY-QX > 10
               GO TO RY-SHP-030
           END-IF
           IF  JSJD-1211(RY-QX) NOT = ZERO
               COMPUTE  PC-SIZ = RY-QX - 1
               PERFORM  TAN-RTN  THRU  TAN-RTN-EXIT
               ADD  JSJD-1211(RY-QX)  TO RI-SQTY(RY-IX)
               COMPUTE  RY-LVAL = RY-LVAL
                      + JSJD-1211(RY-QX) * RY-TAN
           END-IF
           ADD  1  TO RY-QX.
           GO TO RY-SHP-020.
       RY-SHP-030.
           ADD  RY-LVAL  TO RI-SAMT(RY-IX).
           GO TO RY-SHP-010.
       RY-SHP-090.
           CALL "DB_F_Close" USING
            BY REFERENCE JSJDRF_IDLST JSJDRF_PNAME1.
       RY-SHP-RTN-EXIT.
           EXIT.
      *
      *    RY-RET-RTN  -  the period's JSJDHF returns on the licence
      *    at the returning store's any-size price.
      *
       RY-RET-RTN.
           CALL "DB_F_Open" USING
            "INPUT" JSJDHF_PNAME1 " " BY REFERENCE JSJDHF_IDLST "0".
       RY-RET-010.
           CALL "DB_Read" USING
            "AT END" JSJDHF_PNAME1 BY REFERENCE JSJDH-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO RY-RET-090
           END-IF
           IF  JSJDH-NGP / 100 < RY-FNG  OR  JSJDH-NGP / 100 > RY-NG
               GO TO RY-RET-010
           END-IF
           IF  JSJDH-QTY = ZERO
               GO TO RY-RET-010
           END-IF
           PERFORM  ITM-FIND-RTN  THRU  ITM-FIND-RTN-EXIT.
           IF  RY-HCD = ZERO
               GO TO RY-RET-010
           END-IF
           PERFORM  RI-FIND-RTN  THRU  RI-FIND-RTN-EXIT.
           IF  RY-IX = ZERO
               GO TO RY-RET-010
           END-IF
           MOVE  JSJDH-NGP  TO RY-NGP.
           MOVE  JSJDH-021  TO RY-PTCD.
           PERFORM  HQ-GET-RTN  THRU  HQ-GET-RTN-EXIT.
           MOVE  9          TO PC-SIZ.
           PERFORM  TAN-RTN  THRU  TAN-RTN-EXIT.
           COMPUTE  RY-RQ = 0 - JSJDH-QTY.
           ADD  RY-RQ       TO RI-RQTY(RY-IX).
           COMPUTE  RI-RAMT(RY-IX) = RI-RAMT(RY-IX)
                  + RY-RQ * RY-TAN.
           GO TO RY-RET-010.
       RY-RET-090.
           CALL "DB_F_Close" USING
            BY REFERENCE JSJDHF_IDLST JSJDHF_PNAME1.
       RY-RET-RTN-EXIT.
           EXIT.
      *
      *    ITM-FIND-RTN  -  RY-HCD, the item of the return in hand
      *    off the JSJDRF slip it came back against (JSJDHF carries
      *    no item code), RDS100's slip-trace; zero when the slip
      *    is gone.
      *
       ITM-FIND-RTN.
           MOVE  ZERO  TO RY-HCD.
           CALL "DB_F_Open" USING
            "INPUT" JSJDRF_PNAME1 " " BY REFERENCE JSJDRF_IDLST "0".
       ITM-FIND-010.
           CALL "DB_Read" USING
            "AT END" JSJDRF_PNAME1 BY REFERENCE JSJD-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO ITM-FIND-020
           END-IF
           IF  JSJD-01  = JSJDH-01   AND  JSJD-021 = JSJDH-021  AND
               JSJD-022 = JSJDH-022  AND  JSJD-03  = JSJDH-03
               MOVE  JSJD-09  TO RY-HCD
               GO TO ITM-FIND-020
           END-IF
           GO TO ITM-FIND-010.
       ITM-FIND-020.
           CALL "DB_F_Close" USING
            BY REFERENCE JSJDRF_IDLST JSJDRF_PNAME1.
       ITM-FIND-RTN-EXIT.
           EXIT.
      *
      *    HQ-GET-RTN  -  RY-WHQ, the bill-to head office of the
      *    customer in RY-PTCD, then RY-PTCD run through JTO35L's
      *    pricing map (0460 prices under 0458).
      *
       HQ-GET-RTN.
           MOVE  RY-PTCD  TO TC-TCD RY-WHQ.
           MOVE  1        TO TC-CCD.
           CALL "DB_Read" USING
            "INVALID KEY" TC-M_PNAME1 BY REFERENCE TC-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0  AND  TC-HQTCD NOT = ZERO
               MOVE  TC-HQTCD  TO RY-WHQ
           END-IF
           IF  RY-PTCD = 0460
               MOVE  0458  TO RY-PTCD
           END-IF.
       HQ-GET-RTN-EXIT.
           EXIT.
      *
      *    TAN-RTN  -  RY-TAN for slot PC-SIZ of RY-HCD, BIL100's
      *    order: campaign price, THTC slot then any-size, THTM
      *    slot then any-size, zero when nothing prices it.
      *
       TAN-RTN.
           MOVE  ZERO  TO RY-TAN.
           PERFORM  PC-FIND-RTN  THRU  PC-FIND-RTN-EXIT.
           IF  RY-PRMT NOT = ZERO
               MOVE  RY-PRMT  TO RY-TAN
               GO TO TAN-RTN-EXIT
           END-IF
           MOVE  RY-PTCD   TO THC-TCD.
           MOVE  RY-HCD    TO THC-HCD.
           MOVE  PC-SIZ    TO THC-SIZ.
           CALL "DB_Read" USING
            "INVALID KEY" THTC_PNAME1 BY REFERENCE THC-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  RY-PTCD   TO THC-TCD
               MOVE  RY-HCD    TO THC-HCD
               MOVE  9         TO THC-SIZ
               CALL "DB_Read" USING
                "INVALID KEY" THTC_PNAME1 BY REFERENCE THC-R "UNLOCK"
                RETURNING RET
           END-IF
           IF  RET = 0
               MOVE  THC-T  TO RY-TAN
               GO TO TAN-RTN-EXIT
           END-IF
           MOVE  RY-PTCD   TO THT-TCD.
           MOVE  RY-HCD    TO THT-HCD.
           MOVE  PC-SIZ    TO THT-SIZ.
           CALL "DB_Read" USING
            "INVALID KEY" THTM_PNAME1 BY REFERENCE THT-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  RY-PTCD   TO THT-TCD
               MOVE  RY-HCD    TO THT-HCD
               MOVE  9         TO THT-SIZ
               CALL "DB_Read" USING
                "INVALID KEY" THTM_PNAME1 BY REFERENCE THT-R "UNLOCK"
                RETURNING RET
           END-IF
           IF  RET = 0
               MOVE  THT-T  TO RY-TAN
           END-IF.
       TAN-RTN-EXIT.
           EXIT.
      *
      *    PC-LOAD-RTN  -  the PRMF rows still priced whose window
      *    overlaps the period.
      *
       PC-LOAD-RTN.
           MOVE  ZERO  TO PC-CNT.
           CALL "DB_F_Open" USING
            "INPUT" PRMF_PNAME1 " " BY REFERENCE PRMF_IDLST "0".
       PC-LOAD-010.
           CALL "DB_Read" USING
            "AT END" PRMF_PNAME1 BY REFERENCE PRM-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO PC-LOAD-090
           END-IF
           IF  PRM-T = ZERO
               GO TO PC-LOAD-010
           END-IF
           IF  PRM-FROM / 100 > RY-NG  OR  PRM-TO / 100 < RY-FNG
               GO TO PC-LOAD-010
           END-IF
           IF  PC-CNT NOT < 300
               GO TO PC-LOAD-010
           END-IF
           ADD   1         TO PC-CNT.
           MOVE  PRM-TCD   TO PC-TCD(PC-CNT).
           MOVE  PRM-HCD   TO PC-HCD(PC-CNT).
           MOVE  PRM-SIZ   TO PC-PSIZ(PC-CNT).
           MOVE  PRM-T     TO PC-T(PC-CNT).
           MOVE  PRM-FROM  TO PC-FROM(PC-CNT).
           MOVE  PRM-TO    TO PC-TO(PC-CNT).
           GO TO PC-LOAD-010.
       PC-LOAD-090.
           CALL "DB_F_Close" USING
            BY REFERENCE PRMF_IDLST PRMF_PNAME1.
       PC-LOAD-RTN-EXIT.
           EXIT.
      *
      *    PC-FIND-RTN  -  the campaign price for slot PC-SIZ of the
      *    line in hand, zero when none covers it; BIL100's ranks
      *    (customer before bill-to, size before any-size).
      *
       PC-FIND-RTN.
           MOVE  ZERO  TO RY-PRMT.
           MOVE  9     TO PC-BEST.
           MOVE  1     TO PC-IX.
       PC-FIND-010.
           IF  PC-IX > PC-CNT
               GO TO PC-FIND-RTN-EXIT
           END-IF
           IF  PC-HCD(PC-IX) NOT = RY-HCD
               GO TO PC-FIND-020
           END-IF
           IF  RY-NGP < PC-FROM(PC-IX)  OR  RY-NGP > PC-TO(PC-IX)
               GO TO PC-FIND-020
           END-IF
           IF  PC-TCD(PC-IX) = RY-PTCD
               MOVE  1  TO PC-RANK
           ELSE
               IF  PC-TCD(PC-IX) = RY-WHQ
                   MOVE  3  TO PC-RANK
               ELSE
                   GO TO PC-FIND-020
               END-IF
           END-IF
           IF  PC-PSIZ(PC-IX) NOT = PC-SIZ
               IF  PC-PSIZ(PC-IX) = 9
                   ADD  1  TO PC-RANK
               ELSE
                   GO TO PC-FIND-020
               END-IF
           END-IF
           IF  PC-RANK < PC-BEST
               MOVE  PC-RANK      TO PC-BEST
               MOVE  PC-T(PC-IX)  TO RY-PRMT
           END-IF.
       PC-FIND-020.
           ADD  1  TO PC-IX.
           GO TO PC-FIND-010.
       PC-FIND-RTN-EXIT.
           EXIT.
      *
      *    RY-TOT-RTN  -  net sales, the royalty on them and, on the
      *    agreement year's last period, the guarantee shortfall
      *    over the year's earlier periods on RYLLOG plus this one.
      *
       RY-TOT-RTN.
           MOVE  1  TO RY-IX.
       RY-TOT-010.
           IF  RY-IX > RI-CNT
               GO TO RY-TOT-020
           END-IF
           ADD  RI-SQTY(RY-IX)  TO RY-TSQ.
           ADD  RI-SAMT(RY-IX)  TO RY-TSA.
           ADD  RI-RQTY(RY-IX)  TO RY-TRQ.
           ADD  RI-RAMT(RY-IX)  TO RY-TRA.
           ADD  1  TO RY-IX.
           GO TO RY-TOT-010.
       RY-TOT-020.
           COMPUTE  RY-NET = RY-TSA - RY-TRA.
           COMPUTE  RY-ROY ROUNDED = RY-NET * LIC-RATE / 100.
           IF  RY-YE = 0
               GO TO RY-TOT-RTN-EXIT
           END-IF
           MOVE  RY-ROY  TO RY-YTD.
           CALL "DB_F_Open" USING
            "INPUT" RYLLOG_PNAME1 " " BY REFERENCE RYLLOG_IDLST "0".
       RY-TOT-030.
           CALL "DB_Read" USING
            "AT END" RYLLOG_PNAME1 BY REFERENCE RYLLOG-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO RY-TOT-040
           END-IF
           IF  RYLLOG-LIC = RY-LIC  AND  RYLLOG-NG NOT < RY-YSNG
                                    AND  RYLLOG-NG < RY-NG
               ADD  RYLLOG-ROY  TO RY-YTD
           END-IF
           GO TO RY-TOT-030.
       RY-TOT-040.
           CALL "DB_F_Close" USING
            BY REFERENCE RYLLOG_IDLST RYLLOG_PNAME1.
           IF  RY-YTD < LIC-MG
               COMPUTE  RY-SHORT = LIC-MG - RY-YTD
           END-IF.
       RY-TOT-RTN-EXIT.
           EXIT.
      *
      *    RY-POST-RTN  -  one SH-REC of POST-AMT against the
      *    licensor through the JCON7 classification-65 map with
      *    the 9999 fallback; a net negative royalty (returns over
      *    shipments) posts the other way round.  the second line,
      *    the guarantee true-up, carries "MG" on its HDOCREF.
      *
       RY-POST-RTN.
           CALL "DB_F_Open" USING
            "INPUT" JCON_PNAME1 "SHARED" BY REFERENCE JCON_IDLST "1"
            "JCON2-KEY" BY REFERENCE JCON2-KEY.
           CALL "DB_F_Open" USING
            "INPUT" KMK-M_PNAME1 "SHARED" BY REFERENCE KMK-M_IDLST
            "1".
           CALL "DB_F_Open" USING
            "I-O" SIWAKH_PNAME1 "SHARED" BY REFERENCE SIWAKH_IDLST "1"
            "SH-KEY3" BY REFERENCE SH-KEY3.
           MOVE  7   TO  JCON7-01.
           MOVE  65  TO  JCON7-02.
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
           MOVE  0               TO HDR-CR HDR-CR2.
           MOVE  JCON7-DEPT      TO HSECTCD.
           MOVE  "0"             TO HTAXKB.
           MOVE  POST-AMT        TO HAMOUNT.
           IF  HAMOUNT < ZERO
               COMPUTE  HAMOUNT = 0 - POST-AMT
               MOVE  1  TO HDR-CR HDR-CR2
           END-IF
           MOVE  JCON7-OPPACCT   TO HOPPCD.
           MOVE  JCON7-HOOPPACCT TO HHOOPPCD.
           MOVE  LIC-TCD         TO HCUSTCD.
           MOVE  T-INVNO         TO HINVNO.
           MOVE  "RYL"           TO HDOCREF (1:3).
           MOVE  RY-LIC          TO HDOCREF (4:3).
           MOVE  RY-NG           TO HDOCREF (7:6).
           IF  POST-LINENO = 2
               MOVE  "MG"        TO HDOCREF (13:2)
           END-IF
           MOVE  739             TO HTEKICD.
           CALL "DB_Insert" USING
            SIWAKH_PNAME1 SIWAKH_LNAME SH-REC RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE SIWAKH_IDLST SIWAKH_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE KMK-M_IDLST KMK-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE JCON_IDLST JCON_PNAME1.
       RY-POST-RTN-EXIT.
           EXIT.
      *
      *    RY-PRT-RTN  -  the licensor statement: style lines with
      *    shipped, returned and net, then the royalty and, at the
      *    year end, the guarantee reckoning.
      *
       RY-PRT-RTN.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-RY-HD   TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  RY-LIC       TO WORK-RY-CD.
           MOVE  LIC-NAME     TO WORK-RY-LNAME.
           MOVE  LIC-TCD      TO WORK-RY-TCD.
           MOVE  T-NAME       TO WORK-RY-TNAME.
           MOVE  WORK-RY-LIC  TO PRN-R (11:105).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  RY-FNG       TO WORK-RY-FNG.
           MOVE  RY-NG        TO WORK-RY-NG.
           MOVE  LIC-RATE     TO WORK-RY-RATE.
           MOVE  WORK-RY-PER  TO PRN-R (11:35).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-RY-COLHD  TO PRN-R (11:90).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  1  TO RY-IX.
       RY-PRT-010.
           IF  RY-IX > RI-CNT
               GO TO RY-PRT-090
           END-IF
           IF  RI-SQTY(RY-IX) = ZERO  AND  RI-RQTY(RY-IX) = ZERO
               ADD  1  TO RY-IX
               GO TO RY-PRT-010
           END-IF
           MOVE  SPACE            TO PRN-R.
           MOVE  RI-HCD(RY-IX)    TO WORK-RY-HCD.
           MOVE  RI-NAME(RY-IX)   TO WORK-RY-NAME.
           MOVE  RI-SQTY(RY-IX)   TO WORK-RY-SQTY.
           MOVE  RI-SAMT(RY-IX)   TO WORK-RY-SAMT.
           MOVE  RI-RQTY(RY-IX)   TO WORK-RY-RQTY.
           MOVE  RI-RAMT(RY-IX)   TO WORK-RY-RAMT.
           COMPUTE  WORK-RY-NET = RI-SAMT(RY-IX) - RI-RAMT(RY-IX).
           MOVE  WORK-RY  TO PRN-R (11:90).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           ADD  1  TO RY-IX.
           GO TO RY-PRT-010.
       RY-PRT-090.
           MOVE  SPACE  TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  RY-TSQ       TO WORK-RY-TSQ.
           MOVE  RY-TSA       TO WORK-RY-TSA.
           MOVE  RY-TRQ       TO WORK-RY-TRQ.
           MOVE  RY-TRA       TO WORK-RY-TRA.
           MOVE  RY-NET       TO WORK-RY-TNET.
           MOVE  WORK-RY-TOT  TO PRN-R (11:90).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE  TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  "ROYALTY DUE"         TO WORK-RY-SLBL.
           MOVE  RY-ROY                TO WORK-RY-SAMT2.
           MOVE  WORK-RY-SUM           TO PRN-R (11:32).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           IF  RY-YE = 1
               MOVE  SPACE                 TO PRN-R
               MOVE  "ROYALTY THIS YEAR"   TO WORK-RY-SLBL
               MOVE  RY-YTD                TO WORK-RY-SAMT2
               MOVE  WORK-RY-SUM           TO PRN-R (11:32)
               CALL "PR_Write" USING PRN-R RETURNING RESP
               MOVE  SPACE                 TO PRN-R
               MOVE  "MINIMUM GUARANTEE"   TO WORK-RY-SLBL
               MOVE  LIC-MG                TO WORK-RY-SAMT2
               MOVE  WORK-RY-SUM           TO PRN-R (11:32)
               CALL "PR_Write" USING PRN-R RETURNING RESP
               MOVE  SPACE                 TO PRN-R
               MOVE  "SHORTFALL TRUE-UP"   TO WORK-RY-SLBL
               MOVE  RY-SHORT              TO WORK-RY-SAMT2
               MOVE  WORK-RY-SUM           TO PRN-R (11:32)
               CALL "PR_Write" USING PRN-R RETURNING RESP
           END-IF
           IF  RY-OVFL NOT = ZERO
               MOVE  SPACE        TO PRN-R
               MOVE  RY-OVFL      TO WORK-RY-OVFL
               MOVE  WORK-RY-OV   TO PRN-R (11:34)
               CALL "PR_Write" USING PRN-R RETURNING RESP
           END-IF.
       RY-PRT-RTN-EXIT.
           EXIT.
      *
       R-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_F_Close" USING
            BY REFERENCE LICM_IDLST LICM_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE T-M_IDLST T-M_PNAME1.
           CALL "DB_Close".
           STOP RUN.
