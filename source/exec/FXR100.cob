       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         FXR100.
      *********************************************************
      *    PROGRAM         :  FOREIGN PAYABLE REVALUATION      *
      *    PRINTER TYPE    :  JIPS                             *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    month-end restatement of open foreign-currency payables:
      *    for an operator-entered month, a sequential SIWAKH pass
      *    nets every foreign-currency supplier's postings up to
      *    the last day of the month -- yen in HAMOUNT and the
      *    supplier's currency in HFAMT, credit adds and debit
      *    subtracts exactly as TPD100 nets the payable -- and the
      *    foreign balance is valued at the RATM closing rate (the
      *    latest rate on or before month-end).  the difference
      *    from the yen book value posts as unrealised exchange
      *    gain or loss through the JCON7 classification-88 map
      *    (payable / exchange gain-loss, 9999 fallback), HTEKICD
      *    719, and the same entry posts again reversed on the
      *    first of the following month, so the books carry the
      *    restated payable over the month-end only and TPY100's
      *    realised difference is still measured from the original
      *    booking.  the restatement lines carry no HCUSTCD so
      *    TPD100/TPY100's supplier netting never sees them.
      *    a currency with no closing rate is listed, not guessed;
      *    FXRLOG refuses a second run of the same month and a
      *    PLK-M locked month is refused outright.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SYSTEM3100.
       OBJECT-COMPUTER. SYSTEM3100.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  FX-NG                  PIC  9(006)      VALUE ZERO.
       01  FX-NGD  REDEFINES FX-NG.
           02  FX-YR              PIC  9(004).
           02  FX-MO              PIC  9(002).
       01  FX-DMM                 PIC  9(001)      VALUE ZERO.
       01  FX-EDATE               PIC  9(008)      VALUE ZERO.
       01  FX-RDATE               PIC  9(008)      VALUE ZERO.
       01  FX-CDAY                PIC  9(002)      VALUE ZERO.
       01  FX-REM                 PIC  9(004)      VALUE ZERO.
       01  FX-MLEN-TBL.
           02  F                  PIC  X(024)      VALUE
                "312831303130313130313031".
       01  FX-MLEN-R  REDEFINES  FX-MLEN-TBL.
           02  FX-MLEN            PIC  9(002)  OCCURS 12.
       01  FX-RNGP                PIC  9(008)      VALUE ZERO.
       01  FX-RATE                PIC  9(004)V9(004) VALUE ZERO.
       01  FX-RST                 PIC S9(010)      VALUE ZERO.
       01  FX-DIFF                PIC S9(010)      VALUE ZERO.
       01  FX-TDIFF               PIC S9(011)      VALUE ZERO.
       01  FX-XCNT                PIC  9(003)      VALUE ZERO.
      *    per-supplier accumulator -- find-or-insert by supplier
      *    code, TPD100's PD-TBL technique.
       01  FX-CNT                 PIC  9(003)      VALUE ZERO.
       01  FX-IX                  PIC  9(003)      VALUE ZERO.
       01  FX-TBL.
           02  FX-ENT   OCCURS  200.
               03  FX-TCD         PIC  9(004).
               03  FX-CUR         PIC  X(003).
               03  FX-AMT         PIC S9(010).
               03  FX-FAMT        PIC S9(009)V99.
       01  POST-DATE              PIC  9(008)      VALUE ZERO.
       01  POST-JUNLNO            PIC  9(006)      VALUE ZERO.
       01  POST-LINENO            PIC  9(002)      VALUE ZERO.
       01  POST-CNT               PIC  9(006)      VALUE ZERO.
       01  POST-CR                PIC  9(001)      VALUE ZERO.
       01  PRN-R                  PIC  X(132).
       77  RESP                   PIC  9(001).
       01  WORK-FX-HD             PIC  X(050)      VALUE
            "*** FOREIGN PAYABLE REVALUATION ***".
       01  WORK-FX-PER.
           02  F                  PIC  X(11)  VALUE  "MONTH END  ".
           02  WORK-FX-EDATE      PIC  9(008).
       01  WORK-FX-COLHD.
           02  F                  PIC  X(044)      VALUE
                "SUPP CUR  FOREIGN BAL    BOOK YEN      RATE".
           02  F                  PIC  X(026)      VALUE
                "  RESTATED YEN  DIFFERENCE".
       01  WORK-FX.
           02  WORK-FX-TCD        PIC  9(004).
           02  F                  PIC  X(01).
           02  WORK-FX-CUR        PIC  X(003).
           02  F                  PIC  X(01).
           02  WORK-FX-FAMT       PIC  -9(009).99.
           02  F                  PIC  X(01).
           02  WORK-FX-AMT        PIC  -9(010).
           02  F                  PIC  X(01).
           02  WORK-FX-RATE       PIC  ZZZ9.9999.
           02  F                  PIC  X(01).
           02  WORK-FX-RST        PIC  -9(010).
           02  F                  PIC  X(01).
           02  WORK-FX-DIFF       PIC  -9(010).
           02  F                  PIC  X(01).
           02  WORK-FX-RMK        PIC  X(010).
       01  WORK-FX-TOT.
           02  F                  PIC  X(20)  VALUE
                "NET DIFFERENCE     :".
           02  WORK-FX-TDIFF      PIC  -9(011).
           02  F                  PIC  X(15)  VALUE
                "   NO RATE    :".
           02  WORK-FX-XCNT       PIC  ZZ9.
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
           COPY  LIBPLK.
           COPY  L-JCON.
      *FD  KMK-M
           COPY LIKMK.
      *FD  T-M
           COPY LITM.
      *FD  RATM
           COPY LIRATM.
      *FD  SIWAKH
       01  SIWAKH_FXR100.
           02  SIWAKH_PNAME1      PIC  X(006) VALUE "SIWAKH".
           02  F                  PIC  X(001).
           02  SIWAKH_LNAME       PIC  X(013) VALUE "SIWAKH_FXR100".
           02  F                  PIC  X(001).
           02  SIWAKH_KEY1        PIC  X(100) VALUE SPACE.
           02  SIWAKH_SORT        PIC  X(100) VALUE SPACE.
           02  SIWAKH_IDLST       PIC  X(100) VALUE SPACE.
           02  SIWAKH_RES         USAGE  POINTER.
           COPY SIWAKH.
       77  F                      PIC  X(001).
      *FD  FXRLOG
      *    one row per month already revalued -- the same dedup
      *    duty as FADLOG/CSTLOG.
       01  FXRLOG_FXR100.
           02  FXRLOG_PNAME1      PIC  X(006) VALUE "FXRLOG".
           02  F                  PIC  X(001).
           02  FXRLOG_LNAME       PIC  X(013) VALUE "FXRLOG_FXR100".
           02  F                  PIC  X(001).
           02  FXRLOG_KEY1        PIC  X(100) VALUE SPACE.
           02  FXRLOG_SORT        PIC  X(100) VALUE SPACE.
           02  FXRLOG_IDLST       PIC  X(100) VALUE SPACE.
           02  FXRLOG_RES         USAGE  POINTER.
       01  FXRLOG-REC.
           02  FXRLOG-KEY.
               03  FXRLOG-NG      PIC  9(006).
           02  FXRLOG-JUNLNO      PIC  9(006).
           02  FXRLOG-EDATE       PIC  9(008).
           02  FXRLOG-RDATE       PIC  9(008).
           02  FXRLOG-USER        PIC  X(006).
           02  FXRLOG-LCNT        PIC  9(006).
           02  FXRLOG-AMT         PIC S9(011).
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
                "FOREIGN PAYABLE REVALUATION".
           02  FILLER  PIC  X(020) VALUE
                "MONTH      CCYYMM".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-ACP.
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
            "C-MID" " " "0" "0" "80" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-MID" "X" "3" "10" "40" " " "C-MID" RETURNING RESU.
       CALL "SD_Init" USING
            "02C-MID" "X" "12" "10" "20" "01C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "03C-MID" "X" "16" "10" "20" "02C-MID" " " RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "7" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-NG" "9" "12" "31" "6" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-NG" BY REFERENCE FX-NG "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "16" "31" "1" "A-NG" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DMM" BY REFERENCE FX-DMM "1" "0" RETURNING RESU.
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
           MOVE  ZERO  TO FX-DMM FX-CNT FX-TDIFF FX-XCNT POST-CNT
                          POST-LINENO.
           INITIALIZE FX-TBL.
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
           IF  FX-MO < 1  OR  > 12
               GO TO R-10
           END-IF
           CALL "DB_F_Open" USING
            "INPUT" PLK-M_PNAME1 " " BY REFERENCE PLK-M_IDLST "0".
           MOVE  FX-NG  TO PLK-KEY.
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
            "I-O" FXRLOG_PNAME1 "SHARED" BY REFERENCE FXRLOG_IDLST "1"
            "FXRLOG-KEY" BY REFERENCE FXRLOG-KEY.
           MOVE  FX-NG  TO FXRLOG-NG.
           CALL "DB_Read" USING
            "INVALID KEY" FXRLOG_PNAME1 BY REFERENCE FXRLOG-REC
            "UNLOCK" RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE FXRLOG_IDLST FXRLOG_PNAME1.
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
           IF  FX-DMM NOT = 1  AND  9
               GO TO R-20
           END-IF
           IF  FX-DMM = 9
               GO TO R-05
           END-IF
      *
      *    month-end and the first of the following month, the
      *    calendar walked with TPD100's month-length table.
      *
           MOVE  FX-MLEN(FX-MO)  TO FX-CDAY.
           IF  FX-MO = 2
               COMPUTE  FX-REM = FX-YR - (FX-YR / 4) * 4
               IF  FX-REM = ZERO
                   MOVE  29  TO FX-CDAY
               END-IF
           END-IF
           COMPUTE  FX-EDATE = FX-NG * 100 + FX-CDAY.
           IF  FX-MO = 12
               COMPUTE  FX-RDATE = (FX-YR + 1) * 10000 + 101
           ELSE
               COMPUTE  FX-RDATE = FX-NG * 100 + 101
           END-IF
           PERFORM  FX-SCAN-RTN  THRU  FX-SCAN-RTN-EXIT.
           PERFORM  FX-RUN-RTN   THRU  FX-RUN-RTN-EXIT.
           CALL "SD_Output" USING
            "E-ME3" E-ME3 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO R-05.
      *
      *    FX-SCAN-RTN  -  sequential SIWAKH pass netting each
      *    foreign-currency supplier's postings up to month-end,
      *    HCUSTCD qualified on T-M the way TPD100's PD-SCAN-RTN
      *    qualifies it.
      *
       FX-SCAN-RTN.
           CALL "DB_F_Open" USING
            "INPUT" T-M_PNAME1 "SHARED" BY REFERENCE T-M_IDLST
            "2" "T-KEY" BY REFERENCE T-KEY "T-KEY2" BY REFERENCE
            T-KEY2.
           CALL "DB_F_Open" USING
            "INPUT" SIWAKH_PNAME1 " " BY REFERENCE SIWAKH_IDLST "0".
       FX-SCAN-010.
           CALL "DB_Read" USING
            "AT END" SIWAKH_PNAME1 BY REFERENCE SH-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO FX-SCAN-020
           END-IF
           IF  HCUSTCD = ZERO  OR  HCUSTCD > 9999
               GO TO FX-SCAN-010
           END-IF
           IF  HTRDATE > FX-EDATE
               GO TO FX-SCAN-010
           END-IF
           MOVE  HCUSTCD  TO T-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" T-M_PNAME1 BY REFERENCE T-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO TO FX-SCAN-010
           END-IF
           IF  T-CUR = SPACE  OR  "JPY"
               GO TO FX-SCAN-010
           END-IF
           PERFORM  FX-ACC-RTN  THRU  FX-ACC-RTN-EXIT.
           GO TO FX-SCAN-010.
       FX-SCAN-020.
           CALL "DB_F_Close" USING
            BY REFERENCE SIWAKH_IDLST SIWAKH_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE T-M_IDLST T-M_PNAME1.
       FX-SCAN-RTN-EXIT.
           EXIT.
      *
      *    FX-ACC-RTN  -  find-or-insert the supplier and net the
      *    line in, yen and foreign side by side.
      *
       FX-ACC-RTN.
           MOVE  1  TO FX-IX.
       FX-ACC-010.
           IF  FX-IX > FX-CNT
               GO TO FX-ACC-020
           END-IF
           IF  FX-TCD(FX-IX) = T-KEY
               GO TO FX-ACC-030
           END-IF
           ADD  1  TO FX-IX.
           GO TO FX-ACC-010.
       FX-ACC-020.
           IF  FX-CNT < 200
               ADD  1        TO FX-CNT
               MOVE  FX-CNT  TO FX-IX
               MOVE  T-KEY   TO FX-TCD(FX-IX)
               MOVE  T-CUR   TO FX-CUR(FX-IX)
               MOVE  ZERO    TO FX-AMT(FX-IX) FX-FAMT(FX-IX)
           ELSE
               GO TO FX-ACC-RTN-EXIT
           END-IF.
       FX-ACC-030.
           IF  HDR-CR = 1
               ADD       HAMOUNT  TO   FX-AMT(FX-IX)
               ADD       HFAMT    TO   FX-FAMT(FX-IX)
           ELSE
               SUBTRACT  HAMOUNT  FROM FX-AMT(FX-IX)
               SUBTRACT  HFAMT    FROM FX-FAMT(FX-IX)
           END-IF.
       FX-ACC-RTN-EXIT.
           EXIT.
      *
      *    FX-RUN-RTN  -  values each supplier's open foreign balance
      *    at the closing rate, prints it, and posts the difference
      *    at month-end with its reversal on the first; FXRLOG
      *    stamps the month at the end.
      *
       FX-RUN-RTN.
           ACCEPT  POST-JUNLNO  FROM  TIME.
           CALL "PR_Open" RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-FX-HD   TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  FX-EDATE     TO WORK-FX-EDATE.
           MOVE  WORK-FX-PER  TO PRN-R (11:19).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-FX-COLHD  TO PRN-R (11:70).
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
           MOVE  1  TO FX-IX.
       FX-RUN-010.
           IF  FX-IX > FX-CNT
               GO TO FX-RUN-020
           END-IF
           IF  FX-FAMT(FX-IX) = ZERO  AND  FX-AMT(FX-IX) = ZERO
               ADD  1  TO FX-IX
               GO TO FX-RUN-010
           END-IF
           PERFORM  RAT-GET-RTN  THRU  RAT-GET-RTN-EXIT.
           MOVE  SPACE            TO PRN-R WORK-FX.
           MOVE  FX-TCD(FX-IX)    TO WORK-FX-TCD.
           MOVE  FX-CUR(FX-IX)    TO WORK-FX-CUR.
           MOVE  FX-FAMT(FX-IX)   TO WORK-FX-FAMT.
           MOVE  FX-AMT(FX-IX)    TO WORK-FX-AMT.
           MOVE  FX-RATE          TO WORK-FX-RATE.
           IF  FX-RATE = ZERO
               ADD  1  TO FX-XCNT
               MOVE  "NO RATE"    TO WORK-FX-RMK
               MOVE  WORK-FX      TO PRN-R (11:79)
               CALL "PR_Write" USING PRN-R RETURNING RESP
               ADD  1  TO FX-IX
               GO TO FX-RUN-010
           END-IF
           COMPUTE  FX-RST ROUNDED = FX-FAMT(FX-IX) * FX-RATE.
           COMPUTE  FX-DIFF = FX-RST - FX-AMT(FX-IX).
           MOVE  FX-RST           TO WORK-FX-RST.
           MOVE  FX-DIFF          TO WORK-FX-DIFF.
           MOVE  WORK-FX          TO PRN-R (11:79).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           ADD  FX-DIFF  TO FX-TDIFF.
      *
      *    a payable worth more yen than booked is a loss -- the
      *    payable credited at month-end, debited back on the
      *    first; a gain the other way round.
      *
           IF  FX-DIFF NOT = ZERO
               MOVE  FX-EDATE  TO POST-DATE
               IF  FX-DIFF > ZERO
                   MOVE  1  TO POST-CR
               ELSE
                   MOVE  0  TO POST-CR
               END-IF
               PERFORM  FX-POST-RTN  THRU  FX-POST-RTN-EXIT
               MOVE  FX-RDATE  TO POST-DATE
               IF  POST-CR = 1
                   MOVE  0  TO POST-CR
               ELSE
                   MOVE  1  TO POST-CR
               END-IF
               PERFORM  FX-POST-RTN  THRU  FX-POST-RTN-EXIT
           END-IF
           ADD  1  TO FX-IX.
           GO TO FX-RUN-010.
       FX-RUN-020.
           CALL "DB_F_Close" USING
            BY REFERENCE SIWAKH_IDLST SIWAKH_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE KMK-M_IDLST KMK-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE JCON_IDLST JCON_PNAME1.
           MOVE  SPACE  TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  FX-TDIFF     TO WORK-FX-TDIFF.
           MOVE  FX-XCNT      TO WORK-FX-XCNT.
           MOVE  WORK-FX-TOT  TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "PR_Close" RETURNING RESP.
           CALL "DB_F_Open" USING
            "I-O" FXRLOG_PNAME1 "SHARED" BY REFERENCE FXRLOG_IDLST "1"
            "FXRLOG-KEY" BY REFERENCE FXRLOG-KEY.
           INITIALIZE FXRLOG-REC.
           MOVE  FX-NG        TO FXRLOG-NG.
           MOVE  POST-JUNLNO  TO FXRLOG-JUNLNO.
           MOVE  FX-EDATE     TO FXRLOG-EDATE.
           MOVE  FX-RDATE     TO FXRLOG-RDATE.
           MOVE  USER_ID      TO FXRLOG-USER.
           MOVE  POST-CNT     TO FXRLOG-LCNT.
           MOVE  FX-TDIFF     TO FXRLOG-AMT.
           CALL "DB_Insert" USING
            FXRLOG_PNAME1 FXRLOG_LNAME FXRLOG-REC RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE FXRLOG_IDLST FXRLOG_PNAME1.
       FX-RUN-RTN-EXIT.
           EXIT.
      *
      *    FX-POST-RTN  -  one restatement line on POST-DATE, side
      *    POST-CR, through the JCON7 classification-88 map with
      *    the 9999 fallback, HTEKICD 719.
      *
       FX-POST-RTN.
           MOVE  7   TO  JCON7-01.
           MOVE  88  TO  JCON7-02.
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
           MOVE  POST-CR         TO HDR-CR HDR-CR2.
           MOVE  JCON7-DEPT      TO HSECTCD.
           MOVE  "0"             TO HTAXKB.
           IF  FX-DIFF < ZERO
               COMPUTE  HAMOUNT = 0 - FX-DIFF
           ELSE
               MOVE  FX-DIFF  TO HAMOUNT
           END-IF
           MOVE  JCON7-OPPACCT   TO HOPPCD.
           MOVE  JCON7-HOOPPACCT TO HHOOPPCD.
           MOVE  719             TO HTEKICD.
           CALL "DB_Insert" USING
            SIWAKH_PNAME1 SIWAKH_LNAME SH-REC RETURNING RET.
           ADD  1  TO POST-CNT.
       FX-POST-RTN-EXIT.
           EXIT.
      *
      *    RAT-GET-RTN  -  the RATM closing rate for FX-CUR(FX-IX):
      *    the latest effective date not after month-end, PON100's
      *    routine.  FX-RATE comes back zero when there is none.
      *
       RAT-GET-RTN.
           MOVE  ZERO  TO FX-RATE FX-RNGP.
           CALL "DB_F_Open" USING
            "INPUT" RATM_PNAME1 " " BY REFERENCE RATM_IDLST "0".
       RAT-GET-010.
           CALL "DB_Read" USING
            "AT END" RATM_PNAME1 BY REFERENCE RAT-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO RAT-GET-020
           END-IF
           IF  RAT-CUR = FX-CUR(FX-IX)  AND  RAT-NGP NOT > FX-EDATE
                                        AND  RAT-NGP NOT < FX-RNGP
               MOVE  RAT-NGP   TO FX-RNGP
               MOVE  RAT-RATE  TO FX-RATE
           END-IF
           GO TO RAT-GET-010.
       RAT-GET-020.
           CALL "DB_F_Close" USING
            BY REFERENCE RATM_IDLST RATM_PNAME1.
       RAT-GET-RTN-EXIT.
           EXIT.
      *
       R-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_Close".
           STOP RUN.
