       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         CTS100.
      *********************************************************
      *    PROGRAM         :  CUSTOMER COST-TO-SERVE P & L     *
      *    PRINTER TYPE    :  JIPS                             *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    the pieces each program already knows, put side by side:
      *    for an operator-entered month, one P & L line per bill-to
      *    head office (the ship-to's TC-HQTCD, else itself, BIL100's
      *    rule) for the month and again for the calendar year to
      *    date (January through that month), ranked best to worst
      *    on net contribution --
      *      gross margin    GMR100's basis: every JSJDRF shipped
      *                      line, THTC selling price then THTM,
      *                      cost at the CST-M weighted average;
      *      freight         FRR100's spread, month by month: each
      *                      route's FRTF charges shared over its
      *                      ship-tos by shipped pairs (JSJD-122);
      *      rebate          RBA100's accruals, SIWAKH HTEKICD 712
      *                      (a credit is cost, a reversal returns);
      *      returns         the JSJDHF pairs returned, at the
      *                      operator-entered handling cost a pair;
      *      scrap           returns RDS100 scrapped (JSJDH-DSP 2),
      *                      valued as RDS100 values them -- the
      *                      item off the matching JSJDRF slip line,
      *                      THTM slot-9 price -- in the month the
      *                      pairs came back;
      *      credit          sales carried for the head office's
      *                      average days outstanding at the entered
      *                      cost-of-money rate a year.  the days come
      *                      from ARA100's aging of the open SIWAKH
      *                      balance, taken at month end: each
      *                      current/30/60/90+ bucket in credit
      *                      weighted at 15/45/75/105 days;
      *      consignment     the CSGF stock still sitting at the
      *                      customer, at CST-M average cost, carried
      *                      at the same rate a month.  CSGF keeps only
      *                      today's balance, so the year to date
      *                      carries it once for each month elapsed.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SYSTEM3100.
       OBJECT-COMPUTER. SYSTEM3100.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  CT-NG                  PIC  9(006)      VALUE ZERO.
       01  CT-HRATE               PIC  9(004)      VALUE ZERO.
       01  CT-MRATE               PIC  9(002)V9(002) VALUE ZERO.
       01  CT-DMM                 PIC  9(001)      VALUE ZERO.
       01  CT-MEND                PIC  9(008)      VALUE ZERO.
       01  CT-YY                  PIC  9(004)      VALUE ZERO.
       01  CT-YY0                 PIC  9(006)      VALUE ZERO.
       01  CT-MM                  PIC  9(002)      VALUE ZERO.
       01  CT-ASOF                PIC  9(006)      VALUE ZERO.
       01  CT-WNG                 PIC  9(006)      VALUE ZERO.
       01  CT-WYY                 PIC  9(004)      VALUE ZERO.
       01  CT-WMM                 PIC  9(002)      VALUE ZERO.
       01  CT-WBASE               PIC  9(006)      VALUE ZERO.
       01  CT-AGE                 PIC S9(004)      VALUE ZERO.
       01  CT-BX                  PIC  9(001)      VALUE ZERO.
       01  CT-MI                  PIC  9(002)      VALUE ZERO.
       01  CT-P                   PIC  9(001)      VALUE ZERO.
       01  CT-WHQ                 PIC  9(004)      VALUE ZERO.
       01  CT-QX                  PIC  9(002)      VALUE ZERO.
       01  CT-PTCD                PIC  9(004)      VALUE ZERO.
       01  CT-STAN                PIC  9(005)      VALUE ZERO.
       01  CT-CTAN                PIC  9(005)      VALUE ZERO.
       01  CT-CAVG                PIC  9(005)V99   VALUE ZERO.
       01  CT-LREV                PIC S9(009)      VALUE ZERO.
       01  CT-LCST                PIC S9(009)      VALUE ZERO.
       01  CT-LQTY                PIC S9(006)      VALUE ZERO.
       01  CT-RQTY                PIC S9(006)      VALUE ZERO.
       01  CT-AMT                 PIC S9(011)      VALUE ZERO.
       01  CT-WSUM                PIC S9(013)      VALUE ZERO.
       01  CT-WBAL                PIC S9(011)      VALUE ZERO.
       01  CT-IX                  PIC  9(003)      VALUE ZERO.
       01  CT-JX                  PIC  9(003)      VALUE ZERO.
       01  CT-LIMIT               PIC  9(003)      VALUE ZERO.
       01  CT-TMP                 PIC  9(003)      VALUE ZERO.
       01  CT-RANK                PIC  9(003)      VALUE ZERO.
       01  CT-TMARG               PIC S9(012)      VALUE ZERO.
       01  CT-TFRT                PIC S9(012)      VALUE ZERO.
       01  CT-TRBT                PIC S9(012)      VALUE ZERO.
       01  CT-TRHD                PIC S9(012)      VALUE ZERO.
       01  CT-TSCR                PIC S9(012)      VALUE ZERO.
       01  CT-TCRD                PIC S9(012)      VALUE ZERO.
       01  CT-TCSG                PIC S9(012)      VALUE ZERO.
       01  CT-TNET                PIC S9(012)      VALUE ZERO.
      *    FRTF charges and shipped pairs per route (TC-ROUTE + 1)
      *    and month of the year.
       01  RT-IX                  PIC  9(003)      VALUE ZERO.
       01  RT-TBL.
           02  RT-ENT   OCCURS  100.
               03  RT-MON   OCCURS  12.
                   04  RT-COST    PIC S9(010).
                   04  RT-PAIRS   PIC S9(008).
      *    shipped pairs per ship-to and month, with its route and
      *    head office.
       01  ST-CNT                 PIC  9(003)      VALUE ZERO.
       01  ST-IX                  PIC  9(003)      VALUE ZERO.
       01  ST-TBL.
           02  ST-ENT   OCCURS  500.
               03  ST-TCD         PIC  9(004).
               03  ST-RT          PIC  9(002).
               03  ST-HQ          PIC  9(004).
               03  ST-PRS         PIC S9(008)  OCCURS  12.
      *    scrapped returns awaiting their item off JSJDRF.
       01  SC-CNT                 PIC  9(003)      VALUE ZERO.
       01  SC-FCNT                PIC  9(003)      VALUE ZERO.
       01  SC-IX                  PIC  9(003)      VALUE ZERO.
       01  SC-TBL.
           02  SC-ENT   OCCURS  300.
               03  SC-01          PIC  9(001).
               03  SC-021         PIC  9(004).
               03  SC-022         PIC  9(003).
               03  SC-03          PIC  9(006).
               03  SC-QTY         PIC S9(006).
               03  SC-HQ          PIC  9(004).
               03  SC-MI          PIC  9(002).
               03  SC-ITEM        PIC  9(006).
               03  SC-FND         PIC  9(001).
      *    per head office: AR aging buckets, consigned stock value,
      *    then the P & L twice -- (1) the month, (2) the year.
       01  CU-CNT                 PIC  9(003)      VALUE ZERO.
       01  CU-IX                  PIC  9(003)      VALUE ZERO.
       01  CU-TBL.
           02  CU-ENT   OCCURS  300.
               03  CU-HQ          PIC  9(004).
               03  CU-ADO         PIC  9(003).
               03  CU-CSGV        PIC S9(011).
               03  CU-BKT         PIC S9(010)  OCCURS  4.
               03  CU-PER   OCCURS  2.
                   04  CU-REV     PIC S9(011).
                   04  CU-CST     PIC S9(011).
                   04  CU-FRT     PIC S9(010).
                   04  CU-RBT     PIC S9(010).
                   04  CU-RPR     PIC S9(008).
                   04  CU-RHD     PIC S9(010).
                   04  CU-SCR     PIC S9(010).
                   04  CU-CRD     PIC S9(010).
                   04  CU-CSG     PIC S9(010).
                   04  CU-NET     PIC S9(011).
                   04  CU-ACT     PIC  9(001).
      *    print order: CU-TBL subscripts ranked on CU-NET.
       01  RK-CNT                 PIC  9(003)      VALUE ZERO.
       01  RK-TBL.
           02  RK-IX              PIC  9(003)  OCCURS  300.
       01  WORK-TODATE.
           02  WORK-TD-YY         PIC  9(002).
           02  WORK-TD-MM         PIC  9(002).
           02  WORK-TD-DD         PIC  9(002).
       01  PRN-R                  PIC  X(132).
       77  RESP                   PIC  9(001).
       01  WORK-CT-HD             PIC  X(050)      VALUE
            "*** CUSTOMER COST-TO-SERVE PROFITABILITY ***".
       01  WORK-CT-PER.
           02  F                  PIC  X(07)  VALUE  "MONTH  ".
           02  WORK-CT-NG         PIC  9(006).
           02  F                  PIC  X(02)  VALUE  SPACE.
           02  WORK-CT-SECT       PIC  X(014).
           02  F                  PIC  X(14)  VALUE  "HANDLING/PAIR ".
           02  WORK-CT-HRATE      PIC  ZZZ9.
           02  F                  PIC  X(13)  VALUE  "  MONEY RATE ".
           02  WORK-CT-MRATE      PIC  Z9.99.
           02  F                  PIC  X(01)  VALUE  "%".
       01  WORK-CT-COLHD.
           02  F                  PIC  X(036)      VALUE
                "RNK CUST CUSTOMER             MARGIN".
           02  F                  PIC  X(044)      VALUE
                "    FREIGHT     REBATE    RETURNS      SCRAP".
           02  F                  PIC  X(038)      VALUE
                "     CREDIT    CONSIGN        NET DAYS".
       01  WORK-CT.
           02  WORK-CT-RANK       PIC  ZZ9.
           02  F                  PIC  X(01).
           02  WORK-CT-TCD        PIC  9(004).
           02  F                  PIC  X(01).
           02  WORK-CT-NAME       PIC  N(008).
           02  F                  PIC  X(01).
           02  WORK-CT-MARG       PIC  -9(009).
           02  F                  PIC  X(01).
           02  WORK-CT-FRT        PIC  -9(009).
           02  F                  PIC  X(01).
           02  WORK-CT-RBT        PIC  -9(009).
           02  F                  PIC  X(01).
           02  WORK-CT-RHD        PIC  -9(009).
           02  F                  PIC  X(01).
           02  WORK-CT-SCR        PIC  -9(009).
           02  F                  PIC  X(01).
           02  WORK-CT-CRD        PIC  -9(009).
           02  F                  PIC  X(01).
           02  WORK-CT-CSG        PIC  -9(009).
           02  F                  PIC  X(01).
           02  WORK-CT-NET        PIC  -9(009).
           02  F                  PIC  X(01).
           02  WORK-CT-DAYS       PIC  ZZZ9.
       01  WORK-CT-TOT.
           02  F                  PIC  X(26)  VALUE  "TOTALS".
           02  WORK-CT-TMARG      PIC  -9(009).
           02  F                  PIC  X(01).
           02  WORK-CT-TFRT       PIC  -9(009).
           02  F                  PIC  X(01).
           02  WORK-CT-TRBT       PIC  -9(009).
           02  F                  PIC  X(01).
           02  WORK-CT-TRHD       PIC  -9(009).
           02  F                  PIC  X(01).
           02  WORK-CT-TSCR       PIC  -9(009).
           02  F                  PIC  X(01).
           02  WORK-CT-TCRD       PIC  -9(009).
           02  F                  PIC  X(01).
           02  WORK-CT-TCSG       PIC  -9(009).
           02  F                  PIC  X(01).
           02  WORK-CT-TNET       PIC  -9(009).
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
      *FD  TC-M
           COPY LITCM.
      *FD  THTM
           COPY LITHTM.
      *FD  THTC
           COPY LITHTC.
      *FD  CST-M
           COPY LICSTM.
      *FD  JSJDRF
       01  JSJDRF_CTS100.
           02  JSJDRF_PNAME1      PIC  X(006) VALUE "JSJDRF".
           02  F                  PIC  X(001).
           02  JSJDRF_LNAME       PIC  X(013) VALUE "JSJDRF_CTS100".
           02  F                  PIC  X(001).
           02  JSJDRF_KEY1        PIC  X(100) VALUE SPACE.
           02  JSJDRF_SORT        PIC  X(100) VALUE SPACE.
           02  JSJDRF_IDLST       PIC  X(100) VALUE SPACE.
           02  JSJDRF_RES         USAGE  POINTER.
           COPY JSJDR.
      *FD  JSJDHF
       01  JSJDHF_CTS100.
           02  JSJDHF_PNAME1      PIC  X(006) VALUE "JSJDHF".
           02  F                  PIC  X(001).
           02  JSJDHF_LNAME       PIC  X(013) VALUE "JSJDHF_CTS100".
           02  F                  PIC  X(001).
           02  JSJDHF_KEY1        PIC  X(100) VALUE SPACE.
           02  JSJDHF_SORT        PIC  X(100) VALUE SPACE.
           02  JSJDHF_IDLST       PIC  X(100) VALUE SPACE.
           02  JSJDHF_RES         USAGE  POINTER.
           COPY JSJDH.
      *FD  SIWAKH
       01  SIWAKH_CTS100.
           02  SIWAKH_PNAME1      PIC  X(006) VALUE "SIWAKH".
           02  F                  PIC  X(001).
           02  SIWAKH_LNAME       PIC  X(013) VALUE "SIWAKH_CTS100".
           02  F                  PIC  X(001).
           02  SIWAKH_KEY1        PIC  X(100) VALUE SPACE.
           02  SIWAKH_SORT        PIC  X(100) VALUE SPACE.
           02  SIWAKH_IDLST       PIC  X(100) VALUE SPACE.
           02  SIWAKH_RES         USAGE  POINTER.
           COPY SIWAKH.
       77  F                      PIC  X(001).
      *FD  FRTF
      *    FRC100's captured freight charges, FRR100's layout.
       01  FRTF_CTS100.
           02  FRTF_PNAME1        PIC  X(006) VALUE "FRTF".
           02  F                  PIC  X(001).
           02  FRTF_LNAME         PIC  X(011) VALUE "FRTF_CTS100".
           02  F                  PIC  X(001).
           02  FRTF_KEY1          PIC  X(100) VALUE SPACE.
           02  FRTF_SORT          PIC  X(100) VALUE SPACE.
           02  FRTF_IDLST         PIC  X(100) VALUE SPACE.
           02  FRTF_RES           USAGE  POINTER.
       01  FRT-REC.
           02  FRT-KEY.
               03  FRT-NGP        PIC  9(008).
               03  FRT-RT         PIC  9(002).
           02  FRT-CAR            PIC  9(003).
           02  FRT-AMT            PIC  9(008).
           02  FRT-POST           PIC  9(001).
           02  FRT-USER           PIC  X(006).
       77  F                      PIC  X(001).
      *FD  CSGF
      *    CSG100's consigned stock balance.
       01  CSGF_CTS100.
           02  CSGF_PNAME1        PIC  X(006) VALUE "CSGF".
           02  F                  PIC  X(001).
           02  CSGF_LNAME         PIC  X(011) VALUE "CSGF_CTS100".
           02  F                  PIC  X(001).
           02  CSGF_KEY1          PIC  X(100) VALUE SPACE.
           02  CSGF_SORT          PIC  X(100) VALUE SPACE.
           02  CSGF_IDLST         PIC  X(100) VALUE SPACE.
           02  CSGF_RES           USAGE  POINTER.
       01  CSG-REC.
           02  CSG-KEY.
               03  CSG-TCD        PIC  9(004).
               03  CSG-CCD        PIC  9(003).
               03  CSG-HCD        PIC  9(006).
           02  CSG-QTY            PIC S9(007).
           02  FILLER             PIC  X(10).
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
                "CUSTOMER COST-TO-SERVE PROFITABILITY".
           02  FILLER  PIC  X(020) VALUE
                "MONTH      CCYYMM".
           02  FILLER  PIC  X(020) VALUE
                "HANDLING   YEN/PAIR".
           02  FILLER  PIC  X(020) VALUE
                "MONEY RATE %/YEAR".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-ACP.
           02  A-NG       PIC  9(006).
           02  A-HRATE    PIC  9(004).
           02  A-MRATE    PIC  9(002)V9(002).
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
             03  E-ME1   PIC  X(030) VALUE
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
            "02C-MID" "X" "6" "10" "20" "01C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "03C-MID" "X" "8" "10" "20" "02C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "04C-MID" "X" "10" "10" "20" "03C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "05C-MID" "X" "16" "10" "20" "04C-MID" " " RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "15" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-NG" "9" "6" "31" "6" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-NG" BY REFERENCE CT-NG "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-HRATE" "9" "8" "31" "4" "A-NG" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-HRATE" BY REFERENCE CT-HRATE "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-MRATE" "9" "10" "31" "4" "A-HRATE" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-MRATE" BY REFERENCE CT-MRATE "4" "2" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "16" "31" "1" "A-MRATE" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DMM" BY REFERENCE CT-DMM "1" "0" RETURNING RESU.
      *C-ERR
       CALL "SD_Init" USING
            "C-ERR" " " "0" "0" "37" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-ERR" " " "24" "0" "37" " " "C-ERR" RETURNING RESU.
       CALL "SD_Init" USING
            "E-STAT" "X" "24" "10" "2" " " "01C-ERR" RETURNING RESU.
       CALL "SD_From" USING
            "E-STAT" BY REFERENCE ERR-STAT "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME1" "X" "24" "15" "30" "E-STAT" " " RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME99" "X" "24" "75" "5" "E-ME1" " " RETURNING RESU.
      *
           ACCEPT USER_ID FROM ARGUMENT-VALUE.
           ACCEPT COMPLETION_CODE FROM ARGUMENT-VALUE.
      *
       R-05.
           MOVE    SPACE    TO  ERR-STAT.
           MOVE    ZERO     TO  RESU.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "SD_Output" USING "C-MID" C-MID "p" RETURNING RESU.
           MOVE  ZERO  TO CT-DMM ST-CNT SC-CNT SC-FCNT CU-CNT RK-CNT.
       R-10.
           CALL "SD_Accept" USING BY REFERENCE A-NG "A-NG" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = PF9
               CALL "C3_Set_Jrcode" USING
                USER_ID BY REFERENCE COMPLETION_CODE  255
               GO TO R-95
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-10
           END-IF
           COMPUTE  CT-WYY = CT-NG / 100.
           COMPUTE  CT-MM  = CT-NG - CT-WYY * 100.
           IF  CT-MM < 1  OR  CT-MM > 12
               GO TO R-10
           END-IF.
       R-12.
           CALL "SD_Accept" USING BY REFERENCE A-HRATE "A-HRATE" "9"
            "4" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-10
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-12
           END-IF.
       R-14.
           CALL "SD_Accept" USING BY REFERENCE A-MRATE "A-MRATE" "9"
            "4" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-12
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-14
           END-IF.
       R-20.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-14
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-20
           END-IF
           IF  CT-DMM NOT = 1  AND  9
               GO TO R-20
           END-IF
           IF  CT-DMM = 9
               GO TO R-05
           END-IF
      *
           MOVE     CT-WYY  TO CT-YY.
           COMPUTE  CT-YY0  = CT-YY * 100.
           COMPUTE  CT-ASOF = CT-YY * 12 + CT-MM.
           COMPUTE  CT-MEND = CT-NG * 100 + 31.
           INITIALIZE RT-TBL ST-TBL SC-TBL CU-TBL RK-TBL.
           CALL "DB_F_Open" USING
            "INPUT" TC-M_PNAME1 "SHARED" BY REFERENCE TC-M_IDLST "1"
            "TC-KEY" BY REFERENCE TC-KEY.
           PERFORM  CT-FRT-RTN   THRU  CT-FRT-RTN-EXIT.
           PERFORM  CT-RET-RTN   THRU  CT-RET-RTN-EXIT.
           PERFORM  CT-SHP-RTN   THRU  CT-SHP-RTN-EXIT.
           PERFORM  CT-SPR-RTN   THRU  CT-SPR-RTN-EXIT.
           PERFORM  CT-SCV-RTN   THRU  CT-SCV-RTN-EXIT.
           PERFORM  CT-GL-RTN    THRU  CT-GL-RTN-EXIT.
           PERFORM  CT-CSG-RTN   THRU  CT-CSG-RTN-EXIT.
           PERFORM  CT-FIN-RTN   THRU  CT-FIN-RTN-EXIT.
           CALL "PR_Open" RETURNING RESP.
           MOVE  1  TO CT-P.
           PERFORM  CT-PRT-RTN   THRU  CT-PRT-RTN-EXIT.
           CALL "PR_NewPage" RETURNING RESP.
           MOVE  2  TO CT-P.
           PERFORM  CT-PRT-RTN   THRU  CT-PRT-RTN-EXIT.
           CALL "PR_Close" RETURNING RESP.
           CALL "DB_F_Close" USING
            BY REFERENCE TC-M_IDLST TC-M_PNAME1.
           CALL "SD_Output" USING
            "E-ME1" E-ME1 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO R-05.
      *
      *    CT-MON-RTN  -  CT-WNG in = a posting's year/month; CT-MI
      *    out = its month of the report year, zero outside January
      *    through the report month.
      *
       CT-MON-RTN.
           MOVE  ZERO  TO CT-MI.
           IF  CT-WNG > CT-NG  OR  CT-WNG NOT > CT-YY0
               GO TO CT-MON-RTN-EXIT
           END-IF
           COMPUTE  CT-MI = CT-WNG - CT-YY0.
       CT-MON-RTN-EXIT.
           EXIT.
      *
      *    CT-FRT-RTN  -  the year's FRTF charges per route and month.
      *
       CT-FRT-RTN.
           CALL "DB_F_Open" USING
            "INPUT" FRTF_PNAME1 " " BY REFERENCE FRTF_IDLST "0".
       CT-FRT-010.
           CALL "DB_Read" USING
            "AT END" FRTF_PNAME1 BY REFERENCE FRT-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO CT-FRT-090
           END-IF
           COMPUTE  CT-WNG = FRT-NGP / 100.
           PERFORM  CT-MON-RTN  THRU  CT-MON-RTN-EXIT.
           IF  CT-MI = ZERO
               GO TO CT-FRT-010
           END-IF
           ADD  FRT-AMT  TO RT-COST(FRT-RT + 1 CT-MI).
           GO TO CT-FRT-010.
       CT-FRT-090.
           CALL "DB_F_Close" USING
            BY REFERENCE FRTF_IDLST FRTF_PNAME1.
       CT-FRT-RTN-EXIT.
           EXIT.
      *
      *    CT-RET-RTN  -  the year's customer returns in pairs against
      *    the returning store's head office (JSJDH-QTY is stored
      *    negative by JHN100); the scrapped ones are held for
      *    CT-SHP-RTN to find their item.
      *
       CT-RET-RTN.
           CALL "DB_F_Open" USING
            "INPUT" JSJDHF_PNAME1 " " BY REFERENCE JSJDHF_IDLST "0".
       CT-RET-010.
           CALL "DB_Read" USING
            "AT END" JSJDHF_PNAME1 BY REFERENCE JSJDH-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO CT-RET-090
           END-IF
           IF  JSJDH-QTY = ZERO
               GO TO CT-RET-010
           END-IF
           COMPUTE  CT-WNG = JSJDH-NGP / 100.
           PERFORM  CT-MON-RTN  THRU  CT-MON-RTN-EXIT.
           IF  CT-MI = ZERO
               GO TO CT-RET-010
           END-IF
           COMPUTE  CT-RQTY = 0 - JSJDH-QTY.
           MOVE  JSJDH-021  TO CT-WHQ.
           PERFORM  CT-HQ-RTN   THRU  CT-HQ-RTN-EXIT.
           PERFORM  CU-ACC-RTN  THRU  CU-ACC-RTN-EXIT.
           IF  CU-IX = ZERO
               GO TO CT-RET-010
           END-IF
           ADD  CT-RQTY  TO CU-RPR(CU-IX 2).
           IF  CT-MI = CT-MM
               ADD  CT-RQTY  TO CU-RPR(CU-IX 1)
           END-IF
           IF  JSJDH-DSP NOT = 2  OR  SC-CNT NOT < 300
               GO TO CT-RET-010
           END-IF
           ADD  1  TO SC-CNT.
           MOVE  JSJDH-01   TO SC-01(SC-CNT).
           MOVE  JSJDH-021  TO SC-021(SC-CNT).
           MOVE  JSJDH-022  TO SC-022(SC-CNT).
           MOVE  JSJDH-03   TO SC-03(SC-CNT).
           MOVE  CT-RQTY    TO SC-QTY(SC-CNT).
           MOVE  CT-WHQ     TO SC-HQ(SC-CNT).
           MOVE  CT-MI      TO SC-MI(SC-CNT).
           MOVE  ZERO       TO SC-ITEM(SC-CNT) SC-FND(SC-CNT).
           GO TO CT-RET-010.
       CT-RET-090.
           CALL "DB_F_Close" USING
            BY REFERENCE JSJDHF_IDLST JSJDHF_PNAME1.
       CT-RET-RTN-EXIT.
           EXIT.
      *
      *    CT-SHP-RTN  -  one pass of JSJDRF: every line is offered to
      *    the scrapped returns still without an item (the slip may
      *    be from any year); the year's lines then count pairs per
      *    ship-to and route the way FR-PAIR-RTN does, and value at
      *    selling price and cost the way GM-SCAN-RTN does.
      *
       CT-SHP-RTN.
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
       CT-SHP-010.
           CALL "DB_Read" USING
            "AT END" JSJDRF_PNAME1 BY REFERENCE JSJD-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO CT-SHP-090
           END-IF
           IF  SC-FCNT < SC-CNT
               PERFORM  SC-MAT-RTN  THRU  SC-MAT-RTN-EXIT
           END-IF
           COMPUTE  CT-WNG = JSJD-NGP / 100.
           PERFORM  CT-MON-RTN  THRU  CT-MON-RTN-EXIT.
           IF  CT-MI = ZERO
               GO TO CT-SHP-010
           END-IF
           MOVE  JSJD-021  TO CT-WHQ TC-TCD.
           MOVE  1         TO TC-CCD.
           CALL "DB_Read" USING
            "INVALID KEY" TC-M_PNAME1 BY REFERENCE TC-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO TO CT-SHP-020
           END-IF
           IF  TC-HQTCD NOT = ZERO
               MOVE  TC-HQTCD  TO CT-WHQ
           END-IF
           ADD  JSJD-122  TO RT-PAIRS(TC-ROUTE + 1 CT-MI).
           PERFORM  ST-ACC-RTN  THRU  ST-ACC-RTN-EXIT.
           IF  ST-IX NOT = ZERO
               ADD  JSJD-122  TO ST-PRS(ST-IX CT-MI)
           END-IF.
       CT-SHP-020.
           IF  JSJD-09 NOT < 999900
               GO TO CT-SHP-010
           END-IF
           MOVE  ZERO  TO CT-LREV CT-LCST CT-LQTY.
           MOVE  1     TO CT-QX.
       CT-SHP-030.
           IF  CT-QX > 10
               GO TO CT-SHP-040
           END-IF
           IF  JSJD-1211(CT-QX) = ZERO
               ADD  1  TO CT-QX
               GO TO CT-SHP-030
           END-IF
           PERFORM  CT-TAN-RTN  THRU  CT-TAN-RTN-EXIT.
           COMPUTE  CT-LREV = CT-LREV
                  + JSJD-1211(CT-QX) * CT-STAN.
           COMPUTE  CT-LCST ROUNDED = CT-LCST
                  + JSJD-1211(CT-QX) * CT-CAVG.
           ADD  JSJD-1211(CT-QX)  TO CT-LQTY.
           ADD  1  TO CT-QX.
           GO TO CT-SHP-030.
       CT-SHP-040.
           IF  CT-LQTY = ZERO
               GO TO CT-SHP-010
           END-IF
           PERFORM  CU-ACC-RTN  THRU  CU-ACC-RTN-EXIT.
           IF  CU-IX = ZERO
               GO TO CT-SHP-010
           END-IF
           ADD  CT-LREV  TO CU-REV(CU-IX 2).
           ADD  CT-LCST  TO CU-CST(CU-IX 2).
           IF  CT-MI = CT-MM
               ADD  CT-LREV  TO CU-REV(CU-IX 1)
               ADD  CT-LCST  TO CU-CST(CU-IX 1)
           END-IF
           GO TO CT-SHP-010.
       CT-SHP-090.
           CALL "DB_F_Close" USING
            BY REFERENCE JSJDRF_IDLST JSJDRF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE CST-M_IDLST CST-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE THTC_IDLST THTC_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE THTM_IDLST THTM_PNAME1.
       CT-SHP-RTN-EXIT.
           EXIT.
      *
      *    SC-MAT-RTN  -  RDS100's ITM-FIND-RTN turned around: the
      *    current JSJDRF line gives its item to every unmatched
      *    scrapped return on the same warehouse/customer/slip.
      *
       SC-MAT-RTN.
           MOVE  1  TO SC-IX.
       SC-MAT-010.
           IF  SC-IX > SC-CNT
               GO TO SC-MAT-RTN-EXIT
           END-IF
           IF  SC-FND(SC-IX) = ZERO
               AND  SC-01(SC-IX)  = JSJD-01
               AND  SC-021(SC-IX) = JSJD-021
               AND  SC-022(SC-IX) = JSJD-022
               AND  SC-03(SC-IX)  = JSJD-03
               MOVE  JSJD-09  TO SC-ITEM(SC-IX)
               MOVE  1        TO SC-FND(SC-IX)
               ADD   1        TO SC-FCNT
           END-IF
           ADD  1  TO SC-IX.
           GO TO SC-MAT-010.
       SC-MAT-RTN-EXIT.
           EXIT.
      *
      *    CT-TAN-RTN  -  GMR100's GM-TAN-RTN: selling price (THTC,
      *    THTM fallback) and cost (CST-M average, THTM fallback)
      *    for size slot CT-QX - 1, 0460 pricing under 0458.
      *
       CT-TAN-RTN.
           MOVE  JSJD-021  TO CT-PTCD.
           IF  CT-PTCD = 0460
               MOVE  0458  TO CT-PTCD
           END-IF.
           MOVE  CT-PTCD   TO THC-TCD.
           MOVE  JSJD-09   TO THC-HCD.
           COMPUTE  THC-SIZ = CT-QX - 1.
           CALL "DB_Read" USING
            "INVALID KEY" THTC_PNAME1 BY REFERENCE THC-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  CT-PTCD   TO THC-TCD
               MOVE  JSJD-09   TO THC-HCD
               MOVE  9         TO THC-SIZ
               CALL "DB_Read" USING
                "INVALID KEY" THTC_PNAME1 BY REFERENCE THC-R "UNLOCK"
                RETURNING RET
           END-IF
           IF  RET = 0
               MOVE  THC-T  TO CT-STAN
           ELSE
               MOVE  ZERO   TO CT-STAN
           END-IF
           MOVE  CT-PTCD   TO THT-TCD.
           MOVE  JSJD-09   TO THT-HCD.
           COMPUTE  THT-SIZ = CT-QX - 1.
           CALL "DB_Read" USING
            "INVALID KEY" THTM_PNAME1 BY REFERENCE THT-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  CT-PTCD   TO THT-TCD
               MOVE  JSJD-09   TO THT-HCD
               MOVE  9         TO THT-SIZ
               CALL "DB_Read" USING
                "INVALID KEY" THTM_PNAME1 BY REFERENCE THT-R "UNLOCK"
                RETURNING RET
           END-IF
           IF  RET = 0
               MOVE  THT-T  TO CT-CTAN
           ELSE
               MOVE  ZERO   TO CT-CTAN
           END-IF
           IF  CT-STAN = ZERO
               MOVE  CT-CTAN  TO CT-STAN
           END-IF
           MOVE  CT-CTAN   TO CT-CAVG.
           MOVE  JSJD-09   TO CST-HCD.
           CALL "DB_Read" USING
            "INVALID KEY" CST-M_PNAME1 BY REFERENCE CST-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0  AND  CST-AVG NOT = ZERO
               MOVE  CST-AVG  TO CT-CAVG
           END-IF.
       CT-TAN-RTN-EXIT.
           EXIT.
      *
      *    CT-SPR-RTN  -  each route's monthly freight spread over
      *    its ship-tos by their share of the route's pairs.
      *
       CT-SPR-RTN.
           MOVE  1  TO ST-IX.
       CT-SPR-010.
           IF  ST-IX > ST-CNT
               GO TO CT-SPR-RTN-EXIT
           END-IF
           MOVE  ST-HQ(ST-IX)  TO CT-WHQ.
           PERFORM  CU-ACC-RTN  THRU  CU-ACC-RTN-EXIT.
           IF  CU-IX = ZERO
               ADD  1  TO ST-IX
               GO TO CT-SPR-010
           END-IF
           COMPUTE  RT-IX = ST-RT(ST-IX) + 1.
           MOVE  1  TO CT-MI.
       CT-SPR-020.
           IF  CT-MI > CT-MM
               ADD  1  TO ST-IX
               GO TO CT-SPR-010
           END-IF
           IF  RT-PAIRS(RT-IX CT-MI) = ZERO
               OR  ST-PRS(ST-IX CT-MI) = ZERO
               ADD  1  TO CT-MI
               GO TO CT-SPR-020
           END-IF
           COMPUTE  CT-AMT ROUNDED = RT-COST(RT-IX CT-MI)
                  * ST-PRS(ST-IX CT-MI) / RT-PAIRS(RT-IX CT-MI).
           ADD  CT-AMT  TO CU-FRT(CU-IX 2).
           IF  CT-MI = CT-MM
               ADD  CT-AMT  TO CU-FRT(CU-IX 1)
           END-IF
           ADD  1  TO CT-MI.
           GO TO CT-SPR-020.
       CT-SPR-RTN-EXIT.
           EXIT.
      *
      *    CT-SCV-RTN  -  scrapped pairs at the THTM slot-9 price of
      *    the item found, RDS100's SCR-RTN valuation; a return whose
      *    slip has aged off JSJDRF values nothing, as it did there.
      *
       CT-SCV-RTN.
           CALL "DB_F_Open" USING
            "INPUT" THTM_PNAME1 "SHARED" BY REFERENCE THTM_IDLST
            "2" "THT-KEY" BY REFERENCE THT-KEY "THT-KEY2" BY
            REFERENCE THT-KEY2.
           MOVE  1  TO SC-IX.
       CT-SCV-010.
           IF  SC-IX > SC-CNT
               GO TO CT-SCV-090
           END-IF
           IF  SC-FND(SC-IX) = ZERO
               ADD  1  TO SC-IX
               GO TO CT-SCV-010
           END-IF
           MOVE  SC-021(SC-IX)  TO CT-PTCD.
           IF  CT-PTCD = 0460
               MOVE  0458  TO CT-PTCD
           END-IF
           MOVE  CT-PTCD         TO THT-TCD.
           MOVE  SC-ITEM(SC-IX)  TO THT-HCD.
           MOVE  9               TO THT-SIZ.
           CALL "DB_Read" USING
            "INVALID KEY" THTM_PNAME1 BY REFERENCE THT-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               ADD  1  TO SC-IX
               GO TO CT-SCV-010
           END-IF
           COMPUTE  CT-AMT = SC-QTY(SC-IX) * THT-T.
           MOVE  SC-HQ(SC-IX)  TO CT-WHQ.
           PERFORM  CU-ACC-RTN  THRU  CU-ACC-RTN-EXIT.
           IF  CU-IX NOT = ZERO
               ADD  CT-AMT  TO CU-SCR(CU-IX 2)
               IF  SC-MI(SC-IX) = CT-MM
                   ADD  CT-AMT  TO CU-SCR(CU-IX 1)
               END-IF
           END-IF
           ADD  1  TO SC-IX.
           GO TO CT-SCV-010.
       CT-SCV-090.
           CALL "DB_F_Close" USING
            BY REFERENCE THTM_IDLST THTM_PNAME1.
       CT-SCV-RTN-EXIT.
           EXIT.
      *
      *    CT-GL-RTN  -  one pass of SIWAKH for the customer lines
      *    (HCUSTCD not zero) dated by month end: ARA100's month-age
      *    buckets as of the report month, and the year's rebate
      *    accruals (HTEKICD 712).
      *
       CT-GL-RTN.
           CALL "DB_F_Open" USING
            "INPUT" SIWAKH_PNAME1 " " BY REFERENCE SIWAKH_IDLST "0".
       CT-GL-010.
           CALL "DB_Read" USING
            "AT END" SIWAKH_PNAME1 BY REFERENCE SH-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO CT-GL-090
           END-IF
           IF  HCUSTCD = ZERO  OR  HCUSTCD > 9999
               GO TO CT-GL-010
           END-IF
           IF  HTRDATE > CT-MEND
               GO TO CT-GL-010
           END-IF
           MOVE  HCUSTCD  TO CT-WHQ.
           PERFORM  CT-HQ-RTN   THRU  CT-HQ-RTN-EXIT.
           PERFORM  CU-ACC-RTN  THRU  CU-ACC-RTN-EXIT.
           IF  CU-IX = ZERO
               GO TO CT-GL-010
           END-IF
           COMPUTE  CT-WNG = HTRDATE / 100.
           COMPUTE  CT-WYY = CT-WNG / 100.
           COMPUTE  CT-WMM = CT-WNG - CT-WYY * 100.
           COMPUTE  CT-WBASE = CT-WYY * 12 + CT-WMM.
           COMPUTE  CT-AGE = CT-ASOF - CT-WBASE.
           IF  CT-AGE < 1
               MOVE  1  TO CT-BX
           ELSE
           IF  CT-AGE = 1
               MOVE  2  TO CT-BX
           ELSE
           IF  CT-AGE = 2
               MOVE  3  TO CT-BX
           ELSE
               MOVE  4  TO CT-BX
           END-IF
           END-IF
           END-IF
           IF  HDR-CR = 0
               ADD       HAMOUNT  TO CU-BKT(CU-IX CT-BX)
           ELSE
               SUBTRACT  HAMOUNT  FROM CU-BKT(CU-IX CT-BX)
           END-IF
           IF  HTEKICD NOT = 712
               GO TO CT-GL-010
           END-IF
           PERFORM  CT-MON-RTN  THRU  CT-MON-RTN-EXIT.
           IF  CT-MI = ZERO
               GO TO CT-GL-010
           END-IF
           IF  HDR-CR = 0
               COMPUTE  CT-AMT = 0 - HAMOUNT
           ELSE
               MOVE  HAMOUNT  TO CT-AMT
           END-IF
           ADD  CT-AMT  TO CU-RBT(CU-IX 2).
           IF  CT-MI = CT-MM
               ADD  CT-AMT  TO CU-RBT(CU-IX 1)
           END-IF
           GO TO CT-GL-010.
       CT-GL-090.
           CALL "DB_F_Close" USING
            BY REFERENCE SIWAKH_IDLST SIWAKH_PNAME1.
       CT-GL-RTN-EXIT.
           EXIT.
      *
      *    CT-CSG-RTN  -  consigned stock on hand per head office at
      *    CST-M average cost, THTM slot 9 for an item never costed.
      *
       CT-CSG-RTN.
           CALL "DB_F_Open" USING
            "INPUT" THTM_PNAME1 "SHARED" BY REFERENCE THTM_IDLST
            "2" "THT-KEY" BY REFERENCE THT-KEY "THT-KEY2" BY
            REFERENCE THT-KEY2.
           CALL "DB_F_Open" USING
            "INPUT" CST-M_PNAME1 "SHARED" BY REFERENCE CST-M_IDLST "1"
            "CST-KEY" BY REFERENCE CST-KEY.
           CALL "DB_F_Open" USING
            "INPUT" CSGF_PNAME1 " " BY REFERENCE CSGF_IDLST "0".
       CT-CSG-010.
           CALL "DB_Read" USING
            "AT END" CSGF_PNAME1 BY REFERENCE CSG-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO CT-CSG-090
           END-IF
           IF  CSG-QTY NOT > ZERO
               GO TO CT-CSG-010
           END-IF
           MOVE  ZERO     TO CT-CAVG.
           MOVE  CSG-HCD  TO CST-HCD.
           CALL "DB_Read" USING
            "INVALID KEY" CST-M_PNAME1 BY REFERENCE CST-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0
               MOVE  CST-AVG  TO CT-CAVG
           END-IF
           IF  CT-CAVG = ZERO
               MOVE  CSG-TCD  TO CT-PTCD
               IF  CT-PTCD = 0460
                   MOVE  0458  TO CT-PTCD
               END-IF
               MOVE  CT-PTCD  TO THT-TCD
               MOVE  CSG-HCD  TO THT-HCD
               MOVE  9        TO THT-SIZ
               CALL "DB_Read" USING
                "INVALID KEY" THTM_PNAME1 BY REFERENCE THT-R "UNLOCK"
                RETURNING RET
               IF  RET = 0
                   MOVE  THT-T  TO CT-CAVG
               END-IF
           END-IF
           MOVE  CSG-TCD  TO CT-WHQ.
           PERFORM  CT-HQ-RTN   THRU  CT-HQ-RTN-EXIT.
           PERFORM  CU-ACC-RTN  THRU  CU-ACC-RTN-EXIT.
           IF  CU-IX NOT = ZERO
               COMPUTE  CU-CSGV(CU-IX) ROUNDED = CU-CSGV(CU-IX)
                      + CSG-QTY * CT-CAVG
           END-IF
           GO TO CT-CSG-010.
       CT-CSG-090.
           CALL "DB_F_Close" USING
            BY REFERENCE CSGF_IDLST CSGF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE CST-M_IDLST CST-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE THTM_IDLST THTM_PNAME1.
       CT-CSG-RTN-EXIT.
           EXIT.
      *
      *    CT-FIN-RTN  -  days outstanding off the buckets in credit,
      *    then the priced costs and net contribution for both
      *    columns; CU-ACT marks a column with anything to show.
      *
       CT-FIN-RTN.
           MOVE  1  TO CU-IX.
       CT-FIN-010.
           IF  CU-IX > CU-CNT
               GO TO CT-FIN-RTN-EXIT
           END-IF
           MOVE  ZERO  TO CT-WSUM CT-WBAL CU-ADO(CU-IX).
           IF  CU-BKT(CU-IX 1) > ZERO
               ADD  CU-BKT(CU-IX 1)  TO CT-WBAL
               COMPUTE  CT-WSUM = CT-WSUM + CU-BKT(CU-IX 1) * 15
           END-IF
           IF  CU-BKT(CU-IX 2) > ZERO
               ADD  CU-BKT(CU-IX 2)  TO CT-WBAL
               COMPUTE  CT-WSUM = CT-WSUM + CU-BKT(CU-IX 2) * 45
           END-IF
           IF  CU-BKT(CU-IX 3) > ZERO
               ADD  CU-BKT(CU-IX 3)  TO CT-WBAL
               COMPUTE  CT-WSUM = CT-WSUM + CU-BKT(CU-IX 3) * 75
           END-IF
           IF  CU-BKT(CU-IX 4) > ZERO
               ADD  CU-BKT(CU-IX 4)  TO CT-WBAL
               COMPUTE  CT-WSUM = CT-WSUM + CU-BKT(CU-IX 4) * 105
           END-IF
           IF  CT-WBAL > ZERO
               COMPUTE  CU-ADO(CU-IX) ROUNDED = CT-WSUM / CT-WBAL
           END-IF
           COMPUTE  CU-CSG(CU-IX 1) ROUNDED =
                    CU-CSGV(CU-IX) * CT-MRATE / 1200.
           COMPUTE  CU-CSG(CU-IX 2) = CU-CSG(CU-IX 1) * CT-MM.
           MOVE  1  TO CT-P.
       CT-FIN-020.
           IF  CT-P > 2
               ADD  1  TO CU-IX
               GO TO CT-FIN-010
           END-IF
           COMPUTE  CU-RHD(CU-IX CT-P) = CU-RPR(CU-IX CT-P) * CT-HRATE.
           MOVE  ZERO  TO CU-CRD(CU-IX CT-P).
           IF  CU-REV(CU-IX CT-P) > ZERO
               COMPUTE  CU-CRD(CU-IX CT-P) ROUNDED =
                        CU-REV(CU-IX CT-P) * CU-ADO(CU-IX)
                      * CT-MRATE / 36000
           END-IF
           COMPUTE  CU-NET(CU-IX CT-P) =
                    CU-REV(CU-IX CT-P) - CU-CST(CU-IX CT-P)
                  - CU-FRT(CU-IX CT-P) - CU-RBT(CU-IX CT-P)
                  - CU-RHD(CU-IX CT-P) - CU-SCR(CU-IX CT-P)
                  - CU-CRD(CU-IX CT-P) - CU-CSG(CU-IX CT-P).
           MOVE  ZERO  TO CU-ACT(CU-IX CT-P).
           IF  CU-REV(CU-IX CT-P) NOT = ZERO
               OR  CU-CST(CU-IX CT-P) NOT = ZERO
               OR  CU-FRT(CU-IX CT-P) NOT = ZERO
               OR  CU-RBT(CU-IX CT-P) NOT = ZERO
               OR  CU-RPR(CU-IX CT-P) NOT = ZERO
               OR  CU-SCR(CU-IX CT-P) NOT = ZERO
               OR  CU-CSG(CU-IX CT-P) NOT = ZERO
               MOVE  1  TO CU-ACT(CU-IX CT-P)
           END-IF
           ADD  1  TO CT-P.
           GO TO CT-FIN-020.
       CT-FIN-RTN-EXIT.
           EXIT.
      *
      *    CT-HQ-RTN  -  CT-WHQ in = a customer, out = its bill-to
      *    head office, BIL100's rule.  TC-M must be open.
      *
       CT-HQ-RTN.
           MOVE  CT-WHQ  TO TC-TCD.
           MOVE  1       TO TC-CCD.
           CALL "DB_Read" USING
            "INVALID KEY" TC-M_PNAME1 BY REFERENCE TC-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0  AND  TC-HQTCD NOT = ZERO
               MOVE  TC-HQTCD  TO CT-WHQ
           END-IF.
       CT-HQ-RTN-EXIT.
           EXIT.
      *
      *    CU-ACC-RTN  -  CU-IX to CT-WHQ's entry, added zeroed on
      *    first sight; zero when the table is full.
      *
       CU-ACC-RTN.
           MOVE  1  TO CU-IX.
       CU-ACC-010.
           IF  CU-IX > CU-CNT
               GO TO CU-ACC-020
           END-IF
           IF  CU-HQ(CU-IX) = CT-WHQ
               GO TO CU-ACC-RTN-EXIT
           END-IF
           ADD  1  TO CU-IX.
           GO TO CU-ACC-010.
       CU-ACC-020.
           IF  CU-CNT NOT < 300
               MOVE  ZERO  TO CU-IX
               GO TO CU-ACC-RTN-EXIT
           END-IF
           ADD  1        TO CU-CNT.
           MOVE  CU-CNT  TO CU-IX.
           INITIALIZE CU-ENT(CU-IX).
           MOVE  CT-WHQ  TO CU-HQ(CU-IX).
       CU-ACC-RTN-EXIT.
           EXIT.
      *
      *    ST-ACC-RTN  -  ST-IX to JSJD-021's ship-to entry, added on
      *    first sight with the route and head office just read;
      *    zero when the table is full.
      *
       ST-ACC-RTN.
           MOVE  1  TO ST-IX.
       ST-ACC-010.
           IF  ST-IX > ST-CNT
               GO TO ST-ACC-020
           END-IF
           IF  ST-TCD(ST-IX) = JSJD-021
               GO TO ST-ACC-RTN-EXIT
           END-IF
           ADD  1  TO ST-IX.
           GO TO ST-ACC-010.
       ST-ACC-020.
           IF  ST-CNT NOT < 500
               MOVE  ZERO  TO ST-IX
               GO TO ST-ACC-RTN-EXIT
           END-IF
           ADD  1        TO ST-CNT.
           MOVE  ST-CNT  TO ST-IX.
           INITIALIZE ST-ENT(ST-IX).
           MOVE  JSJD-021  TO ST-TCD(ST-IX).
           MOVE  TC-ROUTE  TO ST-RT(ST-IX).
           MOVE  CT-WHQ    TO ST-HQ(ST-IX).
       ST-ACC-RTN-EXIT.
           EXIT.
      *
      *    CT-PRT-RTN  -  column CT-P (1 month, 2 year to date): the
      *    active head offices ranked on net contribution, best
      *    first, with totals.
      *
       CT-PRT-RTN.
           MOVE  ZERO  TO RK-CNT CT-TMARG CT-TFRT CT-TRBT CT-TRHD
                          CT-TSCR CT-TCRD CT-TCSG CT-TNET.
           MOVE  1     TO CU-IX.
       CT-PRT-010.
           IF  CU-IX > CU-CNT
               GO TO CT-PRT-020
           END-IF
           IF  CU-ACT(CU-IX CT-P) = 1
               ADD  1  TO RK-CNT
               MOVE  CU-IX  TO RK-IX(RK-CNT)
           END-IF
           ADD  1  TO CU-IX.
           GO TO CT-PRT-010.
       CT-PRT-020.
           PERFORM  RK-SORT-RTN  THRU  RK-SORT-RTN-EXIT.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-CT-HD   TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  CT-NG        TO WORK-CT-NG.
           IF  CT-P = 1
               MOVE  "THE MONTH"     TO WORK-CT-SECT
           ELSE
               MOVE  "YEAR TO DATE"  TO WORK-CT-SECT
           END-IF
           MOVE  CT-HRATE     TO WORK-CT-HRATE.
           MOVE  CT-MRATE     TO WORK-CT-MRATE.
           MOVE  WORK-CT-PER  TO PRN-R (11:66).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-CT-COLHD  TO PRN-R (11:118).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  1  TO CT-RANK.
       CT-PRT-030.
           IF  CT-RANK > RK-CNT
               GO TO CT-PRT-040
           END-IF
           MOVE  RK-IX(CT-RANK)  TO CU-IX.
           MOVE  CU-HQ(CU-IX)    TO TC-TCD.
           MOVE  1               TO TC-CCD.
           CALL "DB_Read" USING
            "INVALID KEY" TC-M_PNAME1 BY REFERENCE TC-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  SPACE  TO TC-NAME
           END-IF
           COMPUTE  CT-AMT = CU-REV(CU-IX CT-P) - CU-CST(CU-IX CT-P).
           MOVE  SPACE                TO PRN-R.
           MOVE  CT-RANK              TO WORK-CT-RANK.
           MOVE  CU-HQ(CU-IX)         TO WORK-CT-TCD.
           MOVE  TC-NAME              TO WORK-CT-NAME.
           MOVE  CT-AMT               TO WORK-CT-MARG.
           MOVE  CU-FRT(CU-IX CT-P)   TO WORK-CT-FRT.
           MOVE  CU-RBT(CU-IX CT-P)   TO WORK-CT-RBT.
           MOVE  CU-RHD(CU-IX CT-P)   TO WORK-CT-RHD.
           MOVE  CU-SCR(CU-IX CT-P)   TO WORK-CT-SCR.
           MOVE  CU-CRD(CU-IX CT-P)   TO WORK-CT-CRD.
           MOVE  CU-CSG(CU-IX CT-P)   TO WORK-CT-CSG.
           MOVE  CU-NET(CU-IX CT-P)   TO WORK-CT-NET.
           MOVE  CU-ADO(CU-IX)        TO WORK-CT-DAYS.
           MOVE  WORK-CT              TO PRN-R (11:118).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           ADD  CT-AMT               TO CT-TMARG.
           ADD  CU-FRT(CU-IX CT-P)   TO CT-TFRT.
           ADD  CU-RBT(CU-IX CT-P)   TO CT-TRBT.
           ADD  CU-RHD(CU-IX CT-P)   TO CT-TRHD.
           ADD  CU-SCR(CU-IX CT-P)   TO CT-TSCR.
           ADD  CU-CRD(CU-IX CT-P)   TO CT-TCRD.
           ADD  CU-CSG(CU-IX CT-P)   TO CT-TCSG.
           ADD  CU-NET(CU-IX CT-P)   TO CT-TNET.
           ADD  1  TO CT-RANK.
           GO TO CT-PRT-030.
       CT-PRT-040.
           MOVE  SPACE  TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  CT-TMARG       TO WORK-CT-TMARG.
           MOVE  CT-TFRT        TO WORK-CT-TFRT.
           MOVE  CT-TRBT        TO WORK-CT-TRBT.
           MOVE  CT-TRHD        TO WORK-CT-TRHD.
           MOVE  CT-TSCR        TO WORK-CT-TSCR.
           MOVE  CT-TCRD        TO WORK-CT-TCRD.
           MOVE  CT-TCSG        TO WORK-CT-TCSG.
           MOVE  CT-TNET        TO WORK-CT-TNET.
           MOVE  WORK-CT-TOT    TO PRN-R (11:113).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
       CT-PRT-RTN-EXIT.
           EXIT.
      *
      *    RK-SORT-RTN  -  selection sort of RK-TBL(1:RK-CNT) into
      *    descending CU-NET order for column CT-P.
      *
       RK-SORT-RTN.
           IF  RK-CNT < 2
               GO TO RK-SORT-RTN-EXIT
           END-IF
           COMPUTE  CT-LIMIT = RK-CNT - 1.
           MOVE  1  TO CT-IX.
       RK-SORT-010.
           IF  CT-IX > CT-LIMIT
               GO TO RK-SORT-RTN-EXIT
           END-IF
           COMPUTE  CT-JX = CT-IX + 1.
       RK-SORT-020.
           IF  CT-JX > RK-CNT
               ADD  1  TO CT-IX
               GO TO RK-SORT-010
           END-IF
           IF  CU-NET(RK-IX(CT-JX) CT-P) > CU-NET(RK-IX(CT-IX) CT-P)
               MOVE  RK-IX(CT-IX)  TO CT-TMP
               MOVE  RK-IX(CT-JX)  TO RK-IX(CT-IX)
               MOVE  CT-TMP        TO RK-IX(CT-JX)
           END-IF
           ADD  1  TO CT-JX.
           GO TO RK-SORT-020.
       RK-SORT-RTN-EXIT.
           EXIT.
      *
       R-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_Close".
           STOP RUN.
