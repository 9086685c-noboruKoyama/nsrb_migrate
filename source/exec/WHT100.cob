       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         WHT100.
      *********************************************************
      *    PROGRAM         :  WITHHOLDING TAX REPORTS          *
      *    PRINTER TYPE    :  JIPS                             *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    reports off WHTF, the row TPY100 writes for every fee it
      *    pays an individual payee net of income tax.  SEL-MODE,
      *    the TGS100 idiom:
      *      1 = monthly remittance summary: for a payment month
      *          (CCYYMM), each payee's payments, gross fees and
      *          tax withheld, subtotalled by T-WHK rate class, and
      *          the total to be paid over to the tax office by the
      *          10th of the following month;
      *      2 = year-end payment-record statements: for a calendar
      *          year (CCYY), one page per payee and rate class with
      *          the year's payments, gross fees and tax withheld,
      *          then a total sheet of payees, payments, fees and
      *          tax by class.
      *    payees print in supplier-code order; the name and
      *    registration number are the ones on T-M at print time.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SYSTEM3100.
       OBJECT-COMPUTER. SYSTEM3100.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  SEL-MODE               PIC  9(001)      VALUE ZERO.
       01  M-DMM                  PIC  9(001)      VALUE ZERO.
       01  WR-NG                  PIC  9(006)      VALUE ZERO.
       01  WR-YR                  PIC  9(004)      VALUE ZERO.
       01  WR-WK                  PIC  9(006)      VALUE ZERO.
       01  WR-DYR                 PIC  9(004)      VALUE ZERO.
       01  WR-DMO                 PIC  9(002)      VALUE ZERO.
       01  WR-DUE                 PIC  9(008)      VALUE ZERO.
      *    per-payee accumulator, kept in supplier-code / class
      *    order as rows are found.
       01  WT-CNT                 PIC  9(003)      VALUE ZERO.
       01  WT-IX                  PIC  9(003)      VALUE ZERO.
       01  WT-JX                  PIC  9(003)      VALUE ZERO.
       01  WT-TBL.
           02  WT-ENT   OCCURS  200.
               03  WT-TCD         PIC  9(004).
               03  WT-WHK         PIC  9(001).
               03  WT-PCNT        PIC  9(005).
               03  WT-GROSS       PIC  9(012).
               03  WT-TAX         PIC  9(011).
      *    totals by rate class (1 fees, 2 sales agent) and overall.
       01  WC-IX                  PIC  9(001)      VALUE ZERO.
       01  WC-TBL.
           02  WC-ENT   OCCURS  2.
               03  WC-PAYEE       PIC  9(005).
               03  WC-PCNT        PIC  9(005).
               03  WC-GROSS       PIC  9(012).
               03  WC-TAX         PIC  9(011).
       01  WG-PAYEE               PIC  9(005)      VALUE ZERO.
       01  WG-PCNT                PIC  9(005)      VALUE ZERO.
       01  WG-GROSS               PIC  9(012)      VALUE ZERO.
       01  WG-TAX                 PIC  9(011)      VALUE ZERO.
       01  WR-CLST                PIC  X(030)      VALUE SPACE.
       01  PRN-R                  PIC  X(132).
       77  RESP                   PIC  9(001).
      *    the monthly remittance summary.
       01  WORK-WR-HD             PIC  X(050)      VALUE
            "*** WITHHOLDING TAX REMITTANCE SUMMARY ***".
       01  WORK-WR-PER.
           02  F                  PIC  X(08)  VALUE  "MONTH   ".
           02  WORK-WR-NG         PIC  9(006).
       01  WORK-WR-COLHD.
           02  F                  PIC  X(050)      VALUE
                "PAYE  NAME".
           02  F                  PIC  X(045)      VALUE
                "         CLS PAYMT         GROSS          TAX".
       01  WORK-WR.
           02  WORK-WR-TCD        PIC  9(004).
           02  F                  PIC  X(02).
           02  WORK-WR-NAME       PIC  N(26).
           02  F                  PIC  X(02).
           02  WORK-WR-WHK        PIC  9(001).
           02  F                  PIC  X(02).
           02  WORK-WR-PCNT       PIC  ZZZZ9.
           02  F                  PIC  X(02).
           02  WORK-WR-GROSS      PIC  ZZZZZZZZZZZ9.
           02  F                  PIC  X(02).
           02  WORK-WR-TAX        PIC  ZZZZZZZZZZ9.
       01  WORK-WR-SUB.
           02  F                  PIC  X(06)  VALUE  "CLASS ".
           02  WORK-WR-SWHK       PIC  9(001).
           02  F                  PIC  X(02).
           02  WORK-WR-STXT       PIC  X(030).
           02  F                  PIC  X(24).
           02  WORK-WR-SPCNT      PIC  ZZZZ9.
           02  F                  PIC  X(02).
           02  WORK-WR-SGROSS     PIC  ZZZZZZZZZZZ9.
           02  F                  PIC  X(02).
           02  WORK-WR-STAX       PIC  ZZZZZZZZZZ9.
       01  WORK-WR-GT.
           02  F                  PIC  X(39)  VALUE
                "TOTAL TO REMIT TO THE TAX OFFICE".
           02  F                  PIC  X(24).
           02  WORK-WR-GPCNT      PIC  ZZZZ9.
           02  F                  PIC  X(02).
           02  WORK-WR-GGROSS     PIC  ZZZZZZZZZZZ9.
           02  F                  PIC  X(02).
           02  WORK-WR-GTAX       PIC  ZZZZZZZZZZ9.
       01  WORK-WR-DUE.
           02  F                  PIC  X(24)  VALUE
                "REMIT BY                ".
           02  WORK-WR-DUED       PIC  9(008).
      *    the payment-record statement, one page per payee/class.
       01  WORK-ST-HD             PIC  X(050)      VALUE
            "*** PAYMENT RECORD STATEMENT ***".
       01  WORK-ST-YR.
           02  F                  PIC  X(12)  VALUE  "YEAR        ".
           02  WORK-ST-YEAR       PIC  9(004).
       01  WORK-ST-PAYEE.
           02  F                  PIC  X(12)  VALUE  "PAYEE       ".
           02  WORK-ST-TCD        PIC  9(004).
           02  F                  PIC  X(02).
           02  WORK-ST-NAME       PIC  N(26).
       01  WORK-ST-REG.
           02  F                  PIC  X(12)  VALUE  "REG NO      ".
           02  WORK-ST-REGNO      PIC  X(014).
       01  WORK-ST-CLS.
           02  F                  PIC  X(12)  VALUE  "CLASS       ".
           02  WORK-ST-WHK        PIC  9(001).
           02  F                  PIC  X(02).
           02  WORK-ST-CLST       PIC  X(030).
       01  WORK-ST-AMT.
           02  F                  PIC  X(12)  VALUE  "PAYMENTS    ".
           02  WORK-ST-PCNT       PIC  ZZZZ9.
           02  F                  PIC  X(10)  VALUE  "   GROSS  ".
           02  WORK-ST-GROSS      PIC  ZZZZZZZZZZZ9.
           02  F                  PIC  X(16)  VALUE
                "   TAX WITHHELD ".
           02  WORK-ST-TAX        PIC  ZZZZZZZZZZ9.
      *    the total sheet.
       01  WORK-TS-HD             PIC  X(050)      VALUE
            "*** PAYMENT RECORD TOTAL SHEET ***".
       01  WORK-TS-COLHD.
           02  F                  PIC  X(040)      VALUE
                "CLS DESCRIPTION                    PAYEE".
           02  F                  PIC  X(034)      VALUE
                "  PAYMT         GROSS          TAX".
       01  WORK-TS.
           02  WORK-TS-WHK        PIC  9(001).
           02  F                  PIC  X(02).
           02  WORK-TS-CLST       PIC  X(030).
           02  F                  PIC  X(02).
           02  WORK-TS-PAYEE      PIC  ZZZZ9.
           02  F                  PIC  X(02).
           02  WORK-TS-PCNT       PIC  ZZZZ9.
           02  F                  PIC  X(02).
           02  WORK-TS-GROSS      PIC  ZZZZZZZZZZZ9.
           02  F                  PIC  X(02).
           02  WORK-TS-TAX        PIC  ZZZZZZZZZZ9.
       01  WORK-TS-GT.
           02  F                  PIC  X(35)  VALUE  "TOTAL".
           02  WORK-TS-GPAYEE     PIC  ZZZZ9.
           02  F                  PIC  X(02).
           02  WORK-TS-GPCNT      PIC  ZZZZ9.
           02  F                  PIC  X(02).
           02  WORK-TS-GGROSS     PIC  ZZZZZZZZZZZ9.
           02  F                  PIC  X(02).
           02  WORK-TS-GTAX       PIC  ZZZZZZZZZZ9.
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
      *FD  T-M
           COPY LITM.
      *FD  WHTF
           COPY LIWHTF.
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
                "WITHHOLDING TAX REPORTS".
           02  FILLER  PIC  X(030) VALUE
                "1=MONTHLY  2=ANNUAL  MODE".
           02  FILLER  PIC  X(025) VALUE
                "PAYMENT MONTH CCYYMM".
           02  FILLER  PIC  X(025) VALUE
                "PAYMENT YEAR  CCYY".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-ACP.
           02  A-MODE     PIC  9(001).
           02  A-NG       PIC  9(006).
           02  A-YR       PIC  9(004).
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
             03  E-ME1   PIC  X(030) VALUE
                  "***  NO PAYMENTS IN PERIOD ***".
             03  E-ME2   PIC  X(030) VALUE
                  "***  DONE                  ***".
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
            "C-MID" " " "0" "0" "140" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-MID" "X" "3" "10" "40" " " "C-MID" RETURNING RESU.
       CALL "SD_Init" USING
            "02C-MID" "X" "5" "10" "30" "01C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "03C-MID" "X" "7" "10" "25" "02C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "04C-MID" "X" "8" "10" "25" "03C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "05C-MID" "X" "18" "10" "20" "04C-MID" " " RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "12" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-MODE" "9" "5" "45" "1" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-MODE" BY REFERENCE SEL-MODE "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-NG" "9" "7" "38" "6" "A-MODE" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-NG" BY REFERENCE WR-NG "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-YR" "9" "8" "38" "4" "A-NG" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-YR" BY REFERENCE WR-YR "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "18" "31" "1" "A-YR" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DMM" BY REFERENCE M-DMM "1" "0" RETURNING RESU.
      *C-ERR
       CALL "SD_Init" USING
            "C-ERR" " " "0" "0" "67" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-ERR" " " "24" "0" "67" " " "C-ERR" RETURNING RESU.
       CALL "SD_Init" USING
            "E-STAT" "X" "24" "10" "2" " " "01C-ERR" RETURNING RESU.
       CALL "SD_From" USING
            "E-STAT" BY REFERENCE ERR-STAT "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME1" "X" "24" "15" "30" "E-STAT" " " RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME2" "X" "24" "15" "30" "E-ME1" " " RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME99" "X" "24" "75" "5" "E-ME2" " " RETURNING RESU.
      *
           ACCEPT USER_ID FROM ARGUMENT-VALUE.
           ACCEPT COMPLETION_CODE FROM ARGUMENT-VALUE.
      *
       R-05.
           MOVE    SPACE    TO  ERR-STAT.
           MOVE    ZERO     TO  RESU.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "SD_Output" USING "C-MID" C-MID "p" RETURNING RESU.
           MOVE  ZERO  TO SEL-MODE M-DMM WR-NG WR-YR.
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
               GO TO R-12
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
           IF  WR-NG = ZERO
               GO TO R-10
           END-IF
           GO TO R-20.
       R-12.
           CALL "SD_Accept" USING BY REFERENCE A-YR "A-YR" "9" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-08
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-12
           END-IF
           IF  WR-YR = ZERO
               GO TO R-12
           END-IF.
       R-20.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               IF  SEL-MODE = 1
                   GO TO R-10
               ELSE
                   GO TO R-12
               END-IF
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-20
           END-IF
           IF  M-DMM NOT = 1  AND  9
               GO TO R-20
           END-IF
           IF  M-DMM = 9
               GO TO R-05
           END-IF
           PERFORM  WT-SCAN-RTN  THRU  WT-SCAN-RTN-EXIT.
           IF  WT-CNT = ZERO
               CALL "SD_Output" USING
                "E-ME1" E-ME1 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-20
           END-IF
           CALL "DB_F_Open" USING
            "INPUT" T-M_PNAME1 "SHARED" BY REFERENCE T-M_IDLST
            "2" "T-KEY" BY REFERENCE T-KEY "T-KEY2" BY REFERENCE
            T-KEY2.
           IF  SEL-MODE = 1
               PERFORM  MON-RPT-RTN  THRU  MON-RPT-RTN-EXIT
           ELSE
               PERFORM  ANN-RPT-RTN  THRU  ANN-RPT-RTN-EXIT
           END-IF
           CALL "DB_F_Close" USING
            BY REFERENCE T-M_IDLST T-M_PNAME1.
           CALL "SD_Output" USING
            "E-ME2" E-ME2 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO R-05.
      *
      *    WT-SCAN-RTN  -  sequential WHTF pass: every payment dated
      *    in the month (mode 1) or year (mode 2) is added into its
      *    payee/class row, and into the class and overall totals.
      *
       WT-SCAN-RTN.
           MOVE  ZERO  TO WT-CNT WG-PAYEE WG-PCNT WG-GROSS WG-TAX.
           INITIALIZE WT-TBL WC-TBL.
           CALL "DB_F_Open" USING
            "INPUT" WHTF_PNAME1 " " BY REFERENCE WHTF_IDLST "0".
       WT-SCAN-010.
           CALL "DB_Read" USING
            "AT END" WHTF_PNAME1 BY REFERENCE WHT-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO WT-SCAN-020
           END-IF
           IF  SEL-MODE = 1
               COMPUTE  WR-WK = WHT-NGP / 100
               IF  WR-WK NOT = WR-NG
                   GO TO WT-SCAN-010
               END-IF
           ELSE
               COMPUTE  WR-WK = WHT-NGP / 10000
               IF  WR-WK NOT = WR-YR
                   GO TO WT-SCAN-010
               END-IF
           END-IF
           IF  WHT-WHK NOT = 2
               MOVE  1  TO WHT-WHK
           END-IF
           PERFORM  WT-ACC-RTN  THRU  WT-ACC-RTN-EXIT.
           GO TO WT-SCAN-010.
       WT-SCAN-020.
           CALL "DB_F_Close" USING
            BY REFERENCE WHTF_IDLST WHTF_PNAME1.
       WT-SCAN-RTN-EXIT.
           EXIT.
      *
      *    WT-ACC-RTN  -  find the payee/class row, or open one at
      *    its place in supplier-code order by moving the rows after
      *    it down one slot, then add the payment in.
      *
       WT-ACC-RTN.
           MOVE  1  TO WT-IX.
       WT-ACC-010.
           IF  WT-IX > WT-CNT
               GO TO WT-ACC-020
           END-IF
           IF  WT-TCD(WT-IX) = WHT-TCD  AND  WT-WHK(WT-IX) = WHT-WHK
               GO TO WT-ACC-040
           END-IF
           IF  WT-TCD(WT-IX) > WHT-TCD
               GO TO WT-ACC-020
           END-IF
           IF  WT-TCD(WT-IX) = WHT-TCD  AND  WT-WHK(WT-IX) > WHT-WHK
               GO TO WT-ACC-020
           END-IF
           ADD  1  TO WT-IX.
           GO TO WT-ACC-010.
       WT-ACC-020.
           IF  WT-CNT NOT < 200
               GO TO WT-ACC-RTN-EXIT
           END-IF
           MOVE  WT-CNT  TO WT-JX.
       WT-ACC-030.
           IF  WT-JX NOT < WT-IX
               MOVE  WT-ENT(WT-JX)  TO WT-ENT(WT-JX + 1)
               SUBTRACT  1  FROM WT-JX
               IF  WT-JX > ZERO
                   GO TO WT-ACC-030
               END-IF
           END-IF
           ADD  1  TO WT-CNT.
           MOVE  WHT-TCD  TO WT-TCD(WT-IX).
           MOVE  WHT-WHK  TO WT-WHK(WT-IX).
           MOVE  ZERO     TO WT-PCNT(WT-IX) WT-GROSS(WT-IX)
                             WT-TAX(WT-IX).
           MOVE  WHT-WHK  TO WC-IX.
           ADD  1  TO WC-PAYEE(WC-IX) WG-PAYEE.
       WT-ACC-040.
           MOVE  WHT-WHK  TO WC-IX.
           ADD  1          TO WT-PCNT(WT-IX) WC-PCNT(WC-IX) WG-PCNT.
           ADD  WHT-GROSS  TO WT-GROSS(WT-IX) WC-GROSS(WC-IX)
                              WG-GROSS.
           ADD  WHT-TAX    TO WT-TAX(WT-IX) WC-TAX(WC-IX) WG-TAX.
       WT-ACC-RTN-EXIT.
           EXIT.
      *
      *    MON-RPT-RTN  -  mode 1: a line per payee/class, a
      *    subtotal per class and the month's total with the date
      *    it is due at the tax office.
      *
       MON-RPT-RTN.
           CALL "PR_Open" RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-WR-HD   TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  WR-NG        TO WORK-WR-NG.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-WR-PER  TO PRN-R (11:14).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-WR-COLHD  TO PRN-R (11:95).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  1  TO WT-IX.
       MON-RPT-010.
           IF  WT-IX > WT-CNT
               GO TO MON-RPT-020
           END-IF
           PERFORM  TM-GET-RTN  THRU  TM-GET-RTN-EXIT.
           MOVE  SPACE            TO PRN-R WORK-WR.
           MOVE  WT-TCD(WT-IX)    TO WORK-WR-TCD.
           MOVE  T-NAME           TO WORK-WR-NAME.
           MOVE  WT-WHK(WT-IX)    TO WORK-WR-WHK.
           MOVE  WT-PCNT(WT-IX)   TO WORK-WR-PCNT.
           MOVE  WT-GROSS(WT-IX)  TO WORK-WR-GROSS.
           MOVE  WT-TAX(WT-IX)    TO WORK-WR-TAX.
           MOVE  WORK-WR          TO PRN-R (11:95).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           ADD  1  TO WT-IX.
           GO TO MON-RPT-010.
       MON-RPT-020.
           MOVE  SPACE  TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  1  TO WC-IX.
       MON-RPT-030.
           IF  WC-PCNT(WC-IX) NOT = ZERO
               PERFORM  CLS-TXT-RTN  THRU  CLS-TXT-RTN-EXIT
               MOVE  WC-IX            TO WORK-WR-SWHK
               MOVE  WR-CLST          TO WORK-WR-STXT
               MOVE  WC-PCNT(WC-IX)   TO WORK-WR-SPCNT
               MOVE  WC-GROSS(WC-IX)  TO WORK-WR-SGROSS
               MOVE  WC-TAX(WC-IX)    TO WORK-WR-STAX
               MOVE  SPACE            TO PRN-R
               MOVE  WORK-WR-SUB      TO PRN-R (11:95)
               CALL "PR_Write" USING PRN-R RETURNING RESP
           END-IF
           IF  WC-IX < 2
               ADD  1  TO WC-IX
               GO TO MON-RPT-030
           END-IF
           MOVE  WG-PCNT      TO WORK-WR-GPCNT.
           MOVE  WG-GROSS     TO WORK-WR-GGROSS.
           MOVE  WG-TAX       TO WORK-WR-GTAX.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-WR-GT   TO PRN-R (11:95).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
      *
      *    withheld tax is paid over by the 10th of the month after
      *    the payment.
      *
           COMPUTE  WR-DYR = WR-NG / 100.
           COMPUTE  WR-DMO = WR-NG - WR-DYR * 100 + 1.
           IF  WR-DMO > 12
               MOVE  1  TO WR-DMO
               ADD   1  TO WR-DYR
           END-IF
           COMPUTE  WR-DUE = WR-DYR * 10000 + WR-DMO * 100 + 10.
           MOVE  WR-DUE       TO WORK-WR-DUED.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-WR-DUE  TO PRN-R (11:32).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "PR_Close" RETURNING RESP.
       MON-RPT-RTN-EXIT.
           EXIT.
      *
      *    ANN-RPT-RTN  -  mode 2: a statement page per payee/class,
      *    then the total sheet.
      *
       ANN-RPT-RTN.
           CALL "PR_Open" RETURNING RESP.
           MOVE  1  TO WT-IX.
       ANN-RPT-010.
           IF  WT-IX > WT-CNT
               GO TO ANN-RPT-020
           END-IF
           IF  WT-IX > 1
               CALL "PR_NewPage" RETURNING RESP
           END-IF
           PERFORM  TM-GET-RTN  THRU  TM-GET-RTN-EXIT.
           MOVE  WT-WHK(WT-IX)  TO WC-IX.
           PERFORM  CLS-TXT-RTN  THRU  CLS-TXT-RTN-EXIT.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-ST-HD     TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  WR-YR          TO WORK-ST-YEAR.
           MOVE  WORK-ST-YR     TO PRN-R (11:16).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  WT-TCD(WT-IX)  TO WORK-ST-TCD.
           MOVE  T-NAME         TO WORK-ST-NAME.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-ST-PAYEE  TO PRN-R (11:70).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  T-INVNO        TO WORK-ST-REGNO.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-ST-REG    TO PRN-R (11:26).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  WT-WHK(WT-IX)  TO WORK-ST-WHK.
           MOVE  WR-CLST        TO WORK-ST-CLST.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-ST-CLS    TO PRN-R (11:45).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  WT-PCNT(WT-IX)   TO WORK-ST-PCNT.
           MOVE  WT-GROSS(WT-IX)  TO WORK-ST-GROSS.
           MOVE  WT-TAX(WT-IX)    TO WORK-ST-TAX.
           MOVE  WORK-ST-AMT      TO PRN-R (11:66).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           ADD  1  TO WT-IX.
           GO TO ANN-RPT-010.
       ANN-RPT-020.
           CALL "PR_NewPage" RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-TS-HD     TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WR-YR          TO WORK-ST-YEAR.
           MOVE  WORK-ST-YR     TO PRN-R (11:16).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-TS-COLHD  TO PRN-R (11:74).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  1  TO WC-IX.
       ANN-RPT-030.
           PERFORM  CLS-TXT-RTN  THRU  CLS-TXT-RTN-EXIT.
           MOVE  SPACE            TO PRN-R WORK-TS.
           MOVE  WC-IX            TO WORK-TS-WHK.
           MOVE  WR-CLST          TO WORK-TS-CLST.
           MOVE  WC-PAYEE(WC-IX)  TO WORK-TS-PAYEE.
           MOVE  WC-PCNT(WC-IX)   TO WORK-TS-PCNT.
           MOVE  WC-GROSS(WC-IX)  TO WORK-TS-GROSS.
           MOVE  WC-TAX(WC-IX)    TO WORK-TS-TAX.
           MOVE  WORK-TS          TO PRN-R (11:74).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           IF  WC-IX < 2
               ADD  1  TO WC-IX
               GO TO ANN-RPT-030
           END-IF
           MOVE  SPACE  TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  WG-PAYEE     TO WORK-TS-GPAYEE.
           MOVE  WG-PCNT      TO WORK-TS-GPCNT.
           MOVE  WG-GROSS     TO WORK-TS-GGROSS.
           MOVE  WG-TAX       TO WORK-TS-GTAX.
           MOVE  WORK-TS-GT   TO PRN-R (11:74).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "PR_Close" RETURNING RESP.
       ANN-RPT-RTN-EXIT.
           EXIT.
      *
      *    TM-GET-RTN  -  the WT-IX payee off T-M; a code no longer
      *    on file prints with its name blank.
      *
       TM-GET-RTN.
           MOVE  WT-TCD(WT-IX)  TO T-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" T-M_PNAME1 BY REFERENCE T-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  SPACE  TO T-NAME T-INVNO
           END-IF.
       TM-GET-RTN-EXIT.
           EXIT.
      *
      *    CLS-TXT-RTN  -  the printed name of rate class WC-IX.
      *
       CLS-TXT-RTN.
           IF  WC-IX = 2
               MOVE  "SALES AGENT COMMISSION"  TO WR-CLST
           ELSE
               MOVE  "FEES DESIGN/PROFESSIONAL"  TO WR-CLST
           END-IF.
       CLS-TXT-RTN-EXIT.
           EXIT.
      *
       R-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_Close".
           STOP RUN.
