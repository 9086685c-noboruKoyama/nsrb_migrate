       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         DED100.
      *********************************************************
      *    PROGRAM         :  CUSTOMER DEDUCTION REGISTER      *
      *    PRINTER TYPE    :  JIPS                             *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    the manual side of DEP100: a deposit DEP100 could not
      *    match sits on DEPSUS, and when the chain has short-paid
      *    (pricing dispute, shortage, damage, co-op ad charge) the
      *    shortfall is taken out of AR into a deduction register,
      *    DEDF, instead of aging into DUN100 letters.  SEL-MODE,
      *    the TGS100 idiom:
      *      1 = apply: the operator picks the DEPSUS row by its
      *          import date/time/line, names the head-office
      *          customer and keys the invoice (billing month and
      *          amount) it pays.  the deposit posts as DEP100's
      *          receipt credit (JCON7 classification 91); any
      *          shortfall is credited off the customer's AR into
      *          deductions pending (classification 80) and becomes
      *          a DEDF row with its reason code and the chain's
      *          claim reference.  both lines HTEKICD 728, dated the
      *          deposit's value date; the DEPSUS row is marked
      *          applied (DEPSUS-STAT 1).
      *      2 = resolve: sales' verdict on one deduction --
      *          1 = valid, written off from deductions pending to
      *              the allowance account (classification 79, no
      *              customer, so AR is untouched);
      *          2 = invalid, re-billed: debited back onto the
      *              customer's AR (classification 78), where it
      *              ages from the resolve date.
      *          both HTEKICD 729.
      *      3 = open-deductions aging: every open deduction by
      *          customer and reason, bucketed by whole months old
      *          the way ARA100 buckets AR, with the amount each
      *          customer has had re-billed as unearned, customer
      *          subtotals and a by-reason summary.
      *    a PLK-M locked month is refused for either posting.
      *    a customer code CMG100 has merged away or renumbered is
      *    carried on to its new code through CMP-M.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SYSTEM3100.
       OBJECT-COMPUTER. SYSTEM3100.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  SEL-MODE               PIC  9(001)      VALUE ZERO.
       01  M-DMM                  PIC  9(001)      VALUE ZERO.
       01  DB-LCK                 PIC  9(001)      VALUE ZERO.
       01  DB-PNG                 PIC  9(006)      VALUE ZERO.
       01  DB-CHKDT               PIC  9(008)      VALUE ZERO.
      *    entry fields.
       01  DB-SDATE               PIC  9(006)      VALUE ZERO.
       01  DB-STIME               PIC  9(006)      VALUE ZERO.
       01  DB-SSEQ                PIC  9(006)      VALUE ZERO.
       01  DB-TCD                 PIC  9(004)      VALUE ZERO.
       01  DB-BILNG               PIC  9(006)      VALUE ZERO.
       01  DB-INVAMT              PIC  9(010)      VALUE ZERO.
       01  DB-DAMT                PIC  9(010)      VALUE ZERO.
       01  DB-RSN                 PIC  9(001)      VALUE ZERO.
       01  DB-CLREF               PIC  X(020)      VALUE SPACE.
       01  DB-VERD                PIC  9(001)      VALUE ZERO.
       01  DB-RESDT               PIC  9(008)      VALUE ZERO.
       01  DB-INVNO               PIC  X(014)      VALUE SPACE.
       01  DB-RTXT                PIC  X(010)      VALUE SPACE.
       01  D-INFO                 PIC  X(060)      VALUE SPACE.
       01  WORK-INFO.
           02  F                  PIC  X(06)  VALUE  "VALUE ".
           02  WORK-INFO-VDATE    PIC  9(008).
           02  F                  PIC  X(05)  VALUE  " AMT ".
           02  WORK-INFO-AMT      PIC  ZZZZZZZZZ9.
       01  WORK-INFO2.
           02  F                  PIC  X(05)  VALUE  "CUST ".
           02  WORK-INFO2-TCD     PIC  9(004).
           02  F                  PIC  X(05)  VALUE  " DED ".
           02  WORK-INFO2-AMT     PIC  ZZZZZZZZZ9.
           02  F                  PIC  X(05)  VALUE  " RSN ".
           02  WORK-INFO2-RSN     PIC  9(001).
           02  F                  PIC  X(05)  VALUE  " REF ".
           02  WORK-INFO2-REF     PIC  X(020).
      *    posting parameters for POST-RTN.
       01  PS-CLS                 PIC  9(002)      VALUE ZERO.
       01  PS-DRCR                PIC  9(001)      VALUE ZERO.
       01  PS-DATE                PIC  9(008)      VALUE ZERO.
       01  PS-AMT                 PIC  9(010)      VALUE ZERO.
       01  PS-CUST                PIC  9(005)      VALUE ZERO.
       01  PS-INVNO               PIC  X(014)      VALUE SPACE.
       01  PS-TEKI                PIC  9(003)      VALUE ZERO.
       01  PS-DOCREF              PIC  X(024)      VALUE SPACE.
       01  POST-JUNLNO            PIC  9(006)      VALUE ZERO.
       01  POST-LINENO            PIC  9(002)      VALUE ZERO.
       01  WORK-DOCKEY.
           02  WORK-DK-NAME       PIC  X(006).
           02  WORK-DK-KEY        PIC  X(018).
      *    as-of date parts for the month-age buckets, ARA100's.
       01  WORK-TODATE.
           02  WORK-TD-YY         PIC  9(002).
           02  WORK-TD-MM         PIC  9(002).
           02  WORK-TD-DD         PIC  9(002).
       01  AR-ASOF-CCYY           PIC  9(004)      VALUE ZERO.
       01  AR-ASOF-BASE           PIC  9(006)      VALUE ZERO.
       01  AR-TR-YEAR             PIC  9(004)      VALUE ZERO.
       01  AR-TR-MONTH            PIC  9(002)      VALUE ZERO.
       01  AR-TR-BASE             PIC  9(006)      VALUE ZERO.
       01  AR-AGE-MOS             PIC S9(004)      VALUE ZERO.
       01  AR-JX                  PIC  9(001)      VALUE ZERO.
      *    customer x reason accumulator, kept in code order by
      *    find-or-insert.
       01  AG-FND                 PIC  9(001)      VALUE ZERO.
       01  AG-CNT                 PIC  9(003)      VALUE ZERO.
       01  AG-IX                  PIC  9(003)      VALUE ZERO.
       01  AG-JX                  PIC  9(003)      VALUE ZERO.
       01  AG-TBL.
           02  AG-ENT   OCCURS  300.
               03  AG-TCD         PIC  9(004).
               03  AG-RSN         PIC  9(001).
               03  AG-BKT         PIC  9(010)  OCCURS 4.
               03  AG-RBL         PIC  9(010).
      *    by-reason summary -- 1 to 4 as coded, 5 = reason 9.
       01  RT-IX                  PIC  9(001)      VALUE ZERO.
       01  RT-TBL.
           02  RT-ENT   OCCURS  5.
               03  RT-BKT         PIC  9(010)  OCCURS 4.
               03  RT-RBL         PIC  9(010).
       01  CS-TCD                 PIC  9(004)      VALUE ZERO.
       01  CS-BKT-TBL.
           02  CS-BKT             PIC  9(010)  OCCURS 4.
       01  CS-RBL                 PIC  9(010)      VALUE ZERO.
       01  CS-OPEN                PIC  9(010)      VALUE ZERO.
       01  PRN-R                  PIC  X(132).
       77  RESP                   PIC  9(001).
       01  WORK-AG-HD             PIC  X(050)      VALUE
            "*** OPEN DEDUCTIONS AGING ***".
       01  WORK-AG-DT.
           02  F                  PIC  X(08)  VALUE  "AS OF   ".
           02  WORK-AG-ASOF       PIC  9(008).
       01  WORK-AG-COLHD.
           02  F                  PIC  X(050)      VALUE
                "CUST  REASON         CURRENT     1 MONTH    2 MONT".
           02  F                  PIC  X(038)      VALUE
                "HS   3+ MONTHS        OPEN    REBILLED".
       01  WORK-AG.
           02  WORK-AG-TCD        PIC  X(004).
           02  F                  PIC  X(02).
           02  WORK-AG-RSN        PIC  X(010).
           02  F                  PIC  X(02).
           02  WORK-AG-B1         PIC  ZZZZZZZZZ9.
           02  F                  PIC  X(02).
           02  WORK-AG-B2         PIC  ZZZZZZZZZ9.
           02  F                  PIC  X(02).
           02  WORK-AG-B3         PIC  ZZZZZZZZZ9.
           02  F                  PIC  X(02).
           02  WORK-AG-B4         PIC  ZZZZZZZZZ9.
           02  F                  PIC  X(02).
           02  WORK-AG-OPEN       PIC  ZZZZZZZZZ9.
           02  F                  PIC  X(02).
           02  WORK-AG-RBL        PIC  ZZZZZZZZZ9.
       01  WORK-AG-RHD            PIC  X(050)      VALUE
            "*** BY REASON ***".
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
           COPY  LIBPLK.
           COPY  L-JCON.
      *FD  KMK-M
           COPY LIKMK.
      *FD  TC-M
           COPY LITCM.
      *FD  DEDF
           COPY LIDEDF.
      *FD  CMP-M
           COPY LICMPM.
      *FD  DEPSUS
      *    DEP100's unapplied-deposit suspense -- this program is
      *    its manual deposit screen, marking a row applied
      *    (DEPSUS-STAT 1) once its deposit is posted.
       01  DEPSUS_DED100.
           02  DEPSUS_PNAME1      PIC  X(006) VALUE "DEPSUS".
           02  F                  PIC  X(001).
           02  DEPSUS_LNAME       PIC  X(013) VALUE "DEPSUS_DED100".
           02  F                  PIC  X(001).
           02  DEPSUS_KEY1        PIC  X(100) VALUE SPACE.
           02  DEPSUS_SORT        PIC  X(100) VALUE SPACE.
           02  DEPSUS_IDLST       PIC  X(100) VALUE SPACE.
           02  DEPSUS_RES         USAGE  POINTER.
       01  DEPSUS-REC.
           02  DEPSUS-KEY.
               03  DEPSUS-DATE    PIC  9(006).
               03  DEPSUS-TIME    PIC  9(006).
               03  DEPSUS-SEQ     PIC  9(006).
           02  DEPSUS-VDATE       PIC  9(008).
           02  DEPSUS-AMT         PIC  9(010).
           02  DEPSUS-NAME        PIC  N(020).
           02  DEPSUS-RSN         PIC  X(010).
           02  DEPSUS-STAT        PIC  9(001).
           02  FILLER             PIC  X(05).
       77  F                      PIC  X(001).
      *FD  SIWAKH
       01  SIWAKH_DED100.
           02  SIWAKH_PNAME1      PIC  X(006) VALUE "SIWAKH".
           02  F                  PIC  X(001).
           02  SIWAKH_LNAME       PIC  X(013) VALUE "SIWAKH_DED100".
           02  F                  PIC  X(001).
           02  SIWAKH_KEY1        PIC  X(100) VALUE SPACE.
           02  SIWAKH_SORT        PIC  X(100) VALUE SPACE.
           02  SIWAKH_IDLST       PIC  X(100) VALUE SPACE.
           02  SIWAKH_RES         USAGE  POINTER.
           COPY SIWAKH.
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
                "CUSTOMER DEDUCTION REGISTER".
           02  FILLER  PIC  X(030) VALUE
                "1=APPLY 2=RESOLVE 3=AGING".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-MID2.
           02  FILLER  PIC  X(020) VALUE
                "DEPOSIT DATE/TIME/LN".
           02  FILLER  PIC  X(020) VALUE
                "CUSTOMER CODE".
           02  FILLER  PIC  X(020) VALUE
                "BILLING MONTH".
           02  FILLER  PIC  X(020) VALUE
                "INVOICE AMOUNT".
           02  FILLER  PIC  X(020) VALUE
                "REASON CODE".
           02  FILLER  PIC  X(040) VALUE
                "1=PRICE 2=SHORT 3=DAMAGE 4=CO-OP 9=OTH".
           02  FILLER  PIC  X(020) VALUE
                "CLAIM REFERENCE".
       01  C-MID3.
           02  FILLER  PIC  X(020) VALUE
                "DEDUCTION KEY".
           02  FILLER  PIC  X(020) VALUE
                "VERDICT 1=VAL 2=INV".
           02  FILLER  PIC  X(020) VALUE
                "RESOLVE   CCYYMMDD".
       01  C-DSP.
           02  D-INFOF    PIC  X(060).
       01  C-ACP.
           02  A-MODE     PIC  9(001).
           02  A-SDATE    PIC  9(006).
           02  A-STIME    PIC  9(006).
           02  A-SSEQ     PIC  9(006).
           02  A-TCD      PIC  9(004).
           02  A-BILNG    PIC  9(006).
           02  A-INVAMT   PIC  9(010).
           02  A-RSN      PIC  9(001).
           02  A-CLREF    PIC  X(020).
           02  A-VERD     PIC  9(001).
           02  A-RESDT    PIC  9(008).
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
             03  E-ME1   PIC  X(030) VALUE
                  "***  NO SUCH DEPOSIT       ***".
             03  E-ME2   PIC  X(030) VALUE
                  "***  ALREADY APPLIED       ***".
             03  E-ME3   PIC  X(030) VALUE
                  "***  NO SUCH CUSTOMER      ***".
             03  E-ME4   PIC  X(030) VALUE
                  "***  BELOW DEPOSIT AMOUNT  ***".
             03  E-ME5   PIC  X(030) VALUE
                  "***  PERIOD LOCKED         ***".
             03  E-ME6   PIC  X(030) VALUE
                  "***  NO SUCH DEDUCTION     ***".
             03  E-ME7   PIC  X(030) VALUE
                  "***  ALREADY RESOLVED      ***".
             03  E-ME8   PIC  X(030) VALUE
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
            "C-MID" " " "0" "0" "90" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-MID" "X" "3" "10" "40" " " "C-MID" RETURNING RESU.
       CALL "SD_Init" USING
            "02C-MID" "X" "5" "10" "30" "01C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "03C-MID" "X" "18" "10" "20" "02C-MID" " " RETURNING RESU.
      *C-MID2
       CALL "SD_Init" USING
            "C-MID2" " " "0" "0" "160" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-MID2" "X" "7" "10" "20" " " "C-MID2" RETURNING RESU.
       CALL "SD_Init" USING
            "02C-MID2" "X" "10" "10" "20" "01C-MID2" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "03C-MID2" "X" "11" "10" "20" "02C-MID2" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "04C-MID2" "X" "12" "10" "20" "03C-MID2" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "05C-MID2" "X" "13" "10" "20" "04C-MID2" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "06C-MID2" "X" "13" "40" "40" "05C-MID2" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "07C-MID2" "X" "14" "10" "20" "06C-MID2" " "
            RETURNING RESU.
      *C-MID3
       CALL "SD_Init" USING
            "C-MID3" " " "0" "0" "60" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-MID3" "X" "7" "10" "20" " " "C-MID3" RETURNING RESU.
       CALL "SD_Init" USING
            "02C-MID3" "X" "16" "10" "20" "01C-MID3" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "03C-MID3" "X" "17" "10" "20" "02C-MID3" " "
            RETURNING RESU.
      *C-DSP
       CALL "SD_Init" USING
            "C-DSP" " " "0" "0" "60" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "D-INFOF" "X" "8" "10" "60" " " "C-DSP" RETURNING RESU.
       CALL "SD_From" USING
            "D-INFOF" BY REFERENCE D-INFO "60" "0" RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "70" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-MODE" "9" "5" "45" "1" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-MODE" BY REFERENCE SEL-MODE "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-SDATE" "9" "7" "31" "6" "A-MODE" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-SDATE" BY REFERENCE DB-SDATE "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-STIME" "9" "7" "38" "6" "A-SDATE" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-STIME" BY REFERENCE DB-STIME "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-SSEQ" "9" "7" "45" "6" "A-STIME" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-SSEQ" BY REFERENCE DB-SSEQ "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-TCD" "9" "10" "31" "4" "A-SSEQ" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-TCD" BY REFERENCE DB-TCD "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-BILNG" "9" "11" "31" "6" "A-TCD" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-BILNG" BY REFERENCE DB-BILNG "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-INVAMT" "9" "12" "31" "10" "A-BILNG" " "
            RETURNING RESU.
       CALL "SD_Using" USING
            "A-INVAMT" BY REFERENCE DB-INVAMT "10" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-RSN" "9" "13" "31" "1" "A-INVAMT" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-RSN" BY REFERENCE DB-RSN "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-CLREF" "X" "14" "31" "20" "A-RSN" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-CLREF" BY REFERENCE DB-CLREF "20" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-VERD" "9" "16" "31" "1" "A-CLREF" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-VERD" BY REFERENCE DB-VERD "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-RESDT" "9" "17" "31" "8" "A-VERD" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-RESDT" BY REFERENCE DB-RESDT "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "18" "31" "1" "A-RESDT" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DMM" BY REFERENCE M-DMM "1" "0" RETURNING RESU.
      *C-ERR
       CALL "SD_Init" USING
            "C-ERR" " " "0" "0" "247" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-ERR" " " "24" "0" "247" " " "C-ERR" RETURNING RESU.
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
            "E-ME7" "X" "24" "15" "30" "E-ME6" " " RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME8" "X" "24" "15" "30" "E-ME7" " " RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME99" "X" "24" "75" "5" "E-ME8" " " RETURNING RESU.
      *
           ACCEPT USER_ID FROM ARGUMENT-VALUE.
           ACCEPT COMPLETION_CODE FROM ARGUMENT-VALUE.
      *
       R-05.
           MOVE    SPACE    TO  ERR-STAT.
           MOVE    ZERO     TO  RESU.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "SD_Output" USING "C-MID" C-MID "p" RETURNING RESU.
           MOVE  ZERO   TO SEL-MODE M-DMM DB-SDATE DB-STIME DB-SSEQ
                           DB-TCD DB-BILNG DB-INVAMT DB-DAMT DB-RSN
                           DB-VERD DB-RESDT.
           MOVE  SPACE  TO DB-CLREF D-INFO.
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
           IF  SEL-MODE = 1
               CALL "SD_Output" USING
                "C-MID2" C-MID2 "p" RETURNING RESU
               GO TO M-10
           END-IF
           IF  SEL-MODE = 2
               CALL "SD_Output" USING
                "C-MID3" C-MID3 "p" RETURNING RESU
               GO TO M-40
           END-IF
           IF  SEL-MODE NOT = 3
               GO TO R-08
           END-IF.
       R-20.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-05
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
           PERFORM  AGE-RTN  THRU  AGE-RTN-EXIT.
           CALL "SD_Output" USING
            "E-ME8" E-ME8 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO R-05.
      *
      *    mode 1 -- apply one suspended deposit.
      *
       M-10.
           CALL "SD_Accept" USING BY REFERENCE A-SDATE "A-SDATE" "9"
            "6" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-05
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-10
           END-IF.
       M-11.
           CALL "SD_Accept" USING BY REFERENCE A-STIME "A-STIME" "9"
            "6" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-10
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-11
           END-IF.
       M-12.
           CALL "SD_Accept" USING BY REFERENCE A-SSEQ "A-SSEQ" "9"
            "6" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-11
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-12
           END-IF
           CALL "DB_F_Open" USING
            "INPUT" DEPSUS_PNAME1 "SHARED" BY REFERENCE DEPSUS_IDLST
            "1" "DEPSUS-KEY" BY REFERENCE DEPSUS-KEY.
           MOVE  DB-SDATE  TO DEPSUS-DATE.
           MOVE  DB-STIME  TO DEPSUS-TIME.
           MOVE  DB-SSEQ   TO DEPSUS-SEQ.
           CALL "DB_Read" USING
            "INVALID KEY" DEPSUS_PNAME1 BY REFERENCE DEPSUS-REC
            "UNLOCK" RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE DEPSUS_IDLST DEPSUS_PNAME1.
           IF  RET = 1
               CALL "SD_Output" USING
                "E-ME1" E-ME1 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-10
           END-IF
           IF  DEPSUS-STAT NOT = 0
               CALL "SD_Output" USING
                "E-ME2" E-ME2 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-10
           END-IF
           MOVE  DEPSUS-VDATE  TO DB-CHKDT.
           PERFORM  PLK-CHK-RTN  THRU  PLK-CHK-RTN-EXIT.
           IF  DB-LCK = 1
               CALL "SD_Output" USING
                "E-ME5" E-ME5 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-10
           END-IF
           MOVE  DEPSUS-VDATE  TO WORK-INFO-VDATE.
           MOVE  DEPSUS-AMT    TO WORK-INFO-AMT.
           MOVE  WORK-INFO     TO D-INFO.
           CALL "SD_Output" USING "C-DSP" C-DSP "p" RETURNING RESU.
       M-14.
           CALL "SD_Accept" USING BY REFERENCE A-TCD "A-TCD" "9" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-12
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-14
           END-IF
           CALL "DB_F_Open" USING
            "INPUT" TC-M_PNAME1 "SHARED" BY REFERENCE TC-M_IDLST "1"
            "TC-KEY" BY REFERENCE TC-KEY.
           MOVE  DB-TCD  TO TC-TCD.
           MOVE  1       TO TC-CCD.
           CALL "DB_Read" USING
            "INVALID KEY" TC-M_PNAME1 BY REFERENCE TC-R "UNLOCK"
            RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE TC-M_IDLST TC-M_PNAME1.
           IF  RET = 1
               PERFORM  CMP-RTN  THRU  CMP-RTN-EXIT
           END-IF
           IF  RET = 1
               CALL "SD_Output" USING
                "E-ME3" E-ME3 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-14
           END-IF
           MOVE  TC-INVNO  TO DB-INVNO.
       M-15.
           CALL "SD_Accept" USING BY REFERENCE A-BILNG "A-BILNG" "9"
            "6" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-14
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-15
           END-IF.
       M-16.
           CALL "SD_Accept" USING BY REFERENCE A-INVAMT "A-INVAMT" "9"
            "10" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-15
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-16
           END-IF
           IF  DB-INVAMT < DEPSUS-AMT
               CALL "SD_Output" USING
                "E-ME4" E-ME4 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-16
           END-IF
           COMPUTE  DB-DAMT = DB-INVAMT - DEPSUS-AMT.
           IF  DB-DAMT = ZERO
               MOVE  ZERO   TO DB-RSN
               MOVE  SPACE  TO DB-CLREF
               GO TO M-30
           END-IF.
       M-17.
           CALL "SD_Accept" USING BY REFERENCE A-RSN "A-RSN" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-16
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-17
           END-IF
           IF  DB-RSN NOT = 1  AND  2  AND  3  AND  4  AND  9
               GO TO M-17
           END-IF.
       M-18.
           CALL "SD_Accept" USING BY REFERENCE A-CLREF "A-CLREF" "X"
            "20" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-17
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-18
           END-IF.
       M-30.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               IF  DB-DAMT = ZERO
                   GO TO M-16
               ELSE
                   GO TO M-18
               END-IF
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-30
           END-IF
           IF  M-DMM NOT = 1  AND  9
               GO TO M-30
           END-IF
           IF  M-DMM = 9
               GO TO R-05
           END-IF
           PERFORM  APPLY-RTN  THRU  APPLY-RTN-EXIT.
           CALL "SD_Output" USING
            "E-ME8" E-ME8 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO R-05.
      *
      *    mode 2 -- resolve one open deduction.
      *
       M-40.
           CALL "SD_Accept" USING BY REFERENCE A-SDATE "A-SDATE" "9"
            "6" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-05
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-40
           END-IF.
       M-41.
           CALL "SD_Accept" USING BY REFERENCE A-STIME "A-STIME" "9"
            "6" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-40
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-41
           END-IF.
       M-42.
           CALL "SD_Accept" USING BY REFERENCE A-SSEQ "A-SSEQ" "9"
            "6" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-41
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-42
           END-IF
           CALL "DB_F_Open" USING
            "INPUT" DEDF_PNAME1 "SHARED" BY REFERENCE DEDF_IDLST "1"
            "DED-KEY" BY REFERENCE DED-KEY.
           MOVE  DB-SDATE  TO DED-SDATE.
           MOVE  DB-STIME  TO DED-STIME.
           MOVE  DB-SSEQ   TO DED-SSEQ.
           CALL "DB_Read" USING
            "INVALID KEY" DEDF_PNAME1 BY REFERENCE DED-R "UNLOCK"
            RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE DEDF_IDLST DEDF_PNAME1.
           IF  RET = 1
               CALL "SD_Output" USING
                "E-ME6" E-ME6 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-40
           END-IF
           IF  DED-STAT NOT = 0
               CALL "SD_Output" USING
                "E-ME7" E-ME7 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-40
           END-IF
           MOVE  DED-TCD      TO WORK-INFO2-TCD.
           MOVE  DED-AMT      TO WORK-INFO2-AMT.
           MOVE  DED-RSN      TO WORK-INFO2-RSN.
           MOVE  DED-CLREF    TO WORK-INFO2-REF.
           MOVE  WORK-INFO2   TO D-INFO.
           CALL "SD_Output" USING "C-DSP" C-DSP "p" RETURNING RESU.
       M-44.
           CALL "SD_Accept" USING BY REFERENCE A-VERD "A-VERD" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-42
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-44
           END-IF
           IF  DB-VERD NOT = 1  AND  2
               GO TO M-44
           END-IF.
       M-45.
           CALL "SD_Accept" USING BY REFERENCE A-RESDT "A-RESDT" "9"
            "8" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-44
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-45
           END-IF
           IF  DB-RESDT = ZERO
               GO TO M-45
           END-IF
           MOVE  DB-RESDT  TO DB-CHKDT.
           PERFORM  PLK-CHK-RTN  THRU  PLK-CHK-RTN-EXIT.
           IF  DB-LCK = 1
               CALL "SD_Output" USING
                "E-ME5" E-ME5 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-45
           END-IF.
       M-50.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-45
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-50
           END-IF
           IF  M-DMM NOT = 1  AND  9
               GO TO M-50
           END-IF
           IF  M-DMM = 9
               GO TO R-05
           END-IF
           PERFORM  RESOLVE-RTN  THRU  RESOLVE-RTN-EXIT.
           CALL "SD_Output" USING
            "E-ME8" E-ME8 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO R-05.
      *
      *    PLK-CHK-RTN  -  DB-LCK = 1 when the month of DB-CHKDT is
      *    locked on PLK-M.
      *
       PLK-CHK-RTN.
           MOVE  ZERO  TO DB-LCK.
           COMPUTE  DB-PNG = DB-CHKDT / 100.
           CALL "DB_F_Open" USING
            "INPUT" PLK-M_PNAME1 " " BY REFERENCE PLK-M_IDLST "0".
           MOVE  DB-PNG  TO PLK-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" PLK-M_PNAME1 BY REFERENCE PLK-R " "
            RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE PLK-M_IDLST PLK-M_PNAME1.
           IF  RET = 0  AND  PLK-STAT = 1
               MOVE  1  TO DB-LCK
           END-IF.
       PLK-CHK-RTN-EXIT.
           EXIT.
      *
      *    APPLY-RTN  -  the deposit as a receipt, the shortfall off
      *    AR into deductions pending with its DEDF row, and the
      *    DEPSUS row marked applied.
      *
       APPLY-RTN.
           ACCEPT  POST-JUNLNO  FROM  TIME.
           MOVE  ZERO  TO POST-LINENO.
           PERFORM  POST-OPEN-RTN  THRU  POST-OPEN-RTN-EXIT.
           CALL "DB_F_Open" USING
            "I-O" DEPSUS_PNAME1 "SHARED" BY REFERENCE DEPSUS_IDLST "1"
            "DEPSUS-KEY" BY REFERENCE DEPSUS-KEY.
           CALL "DB_F_Open" USING
            "I-O" DEDF_PNAME1 "SHARED" BY REFERENCE DEDF_IDLST "1"
            "DED-KEY" BY REFERENCE DED-KEY.
           MOVE  DB-SDATE  TO DEPSUS-DATE.
           MOVE  DB-STIME  TO DEPSUS-TIME.
           MOVE  DB-SSEQ   TO DEPSUS-SEQ.
           CALL "DB_Read" USING
            "INVALID KEY" DEPSUS_PNAME1 BY REFERENCE DEPSUS-REC " "
            RETURNING RET.
           IF  RET = 1  OR  DEPSUS-STAT NOT = 0
               GO TO APPLY-090
           END-IF
           MOVE  "DEPSUS"      TO WORK-DK-NAME.
           MOVE  DEPSUS-KEY    TO WORK-DK-KEY.
           MOVE  91            TO PS-CLS.
           MOVE  1             TO PS-DRCR.
           MOVE  DEPSUS-VDATE  TO PS-DATE.
           MOVE  DEPSUS-AMT    TO PS-AMT.
           MOVE  DB-TCD        TO PS-CUST.
           MOVE  DB-INVNO      TO PS-INVNO.
           MOVE  728           TO PS-TEKI.
           MOVE  WORK-DOCKEY   TO PS-DOCREF.
           PERFORM  POST-RTN  THRU  POST-RTN-EXIT.
           IF  DB-DAMT = ZERO
               GO TO APPLY-080
           END-IF
           MOVE  "DEDF"        TO WORK-DK-NAME.
           MOVE  80            TO PS-CLS.
           MOVE  DB-DAMT       TO PS-AMT.
           MOVE  WORK-DOCKEY   TO PS-DOCREF.
           PERFORM  POST-RTN  THRU  POST-RTN-EXIT.
           INITIALIZE DED-R.
           MOVE  DEPSUS-KEY    TO DED-KEY.
           MOVE  DB-TCD        TO DED-TCD.
           MOVE  DEPSUS-VDATE  TO DED-DDATE.
           MOVE  DB-BILNG      TO DED-BILNG.
           MOVE  DB-INVAMT     TO DED-INVAMT.
           MOVE  DEPSUS-AMT    TO DED-DEPAMT.
           MOVE  DB-DAMT       TO DED-AMT.
           MOVE  DB-RSN        TO DED-RSN.
           MOVE  DB-CLREF      TO DED-CLREF.
           MOVE  ZERO          TO DED-STAT DED-RESDT DED-RESJN.
           MOVE  POST-JUNLNO   TO DED-JUNLNO.
           MOVE  USER_ID       TO DED-USER.
           MOVE  SPACE         TO DED-RESUSR.
           CALL "DB_Insert" USING
            DEDF_PNAME1 DEDF_LNAME DED-R RETURNING RET.
       APPLY-080.
           MOVE  1  TO DEPSUS-STAT.
           CALL "DB_Update" USING
            DEPSUS_PNAME1 DEPSUS_LNAME DEPSUS-REC RETURNING RET.
       APPLY-090.
           CALL "DB_F_Close" USING
            BY REFERENCE DEDF_IDLST DEDF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE DEPSUS_IDLST DEPSUS_PNAME1.
           PERFORM  POST-CLSE-RTN  THRU  POST-CLSE-RTN-EXIT.
       APPLY-RTN-EXIT.
           EXIT.
      *
      *    RESOLVE-RTN  -  the verdict posted and stamped on DEDF.
      *
       RESOLVE-RTN.
           ACCEPT  POST-JUNLNO  FROM  TIME.
           MOVE  ZERO  TO POST-LINENO.
           PERFORM  POST-OPEN-RTN  THRU  POST-OPEN-RTN-EXIT.
           CALL "DB_F_Open" USING
            "I-O" DEDF_PNAME1 "SHARED" BY REFERENCE DEDF_IDLST "1"
            "DED-KEY" BY REFERENCE DED-KEY.
           MOVE  DB-SDATE  TO DED-SDATE.
           MOVE  DB-STIME  TO DED-STIME.
           MOVE  DB-SSEQ   TO DED-SSEQ.
           CALL "DB_Read" USING
            "INVALID KEY" DEDF_PNAME1 BY REFERENCE DED-R " "
            RETURNING RET.
           IF  RET = 1  OR  DED-STAT NOT = 0
               GO TO RESOLVE-090
           END-IF
           MOVE  "DEDF"        TO WORK-DK-NAME.
           MOVE  DED-KEY       TO WORK-DK-KEY.
           MOVE  DB-RESDT      TO PS-DATE.
           MOVE  DED-AMT       TO PS-AMT.
           MOVE  729           TO PS-TEKI.
           MOVE  WORK-DOCKEY   TO PS-DOCREF.
           IF  DB-VERD = 1
               MOVE  79        TO PS-CLS
               MOVE  1         TO PS-DRCR
               MOVE  ZERO      TO PS-CUST
               MOVE  SPACE     TO PS-INVNO
           ELSE
               MOVE  78        TO PS-CLS
               MOVE  0         TO PS-DRCR
               MOVE  DED-TCD   TO PS-CUST
               MOVE  DED-TCD   TO TC-TCD
               MOVE  1         TO TC-CCD
               CALL "DB_F_Open" USING
                "INPUT" TC-M_PNAME1 "SHARED" BY REFERENCE TC-M_IDLST
                "1" "TC-KEY" BY REFERENCE TC-KEY
               CALL "DB_Read" USING
                "INVALID KEY" TC-M_PNAME1 BY REFERENCE TC-R "UNLOCK"
                RETURNING RET
               CALL "DB_F_Close" USING
                BY REFERENCE TC-M_IDLST TC-M_PNAME1
               IF  RET = 1
                   MOVE  SPACE     TO TC-INVNO
               END-IF
               MOVE  TC-INVNO  TO PS-INVNO
           END-IF
           PERFORM  POST-RTN  THRU  POST-RTN-EXIT.
           MOVE  DB-VERD       TO DED-STAT.
           MOVE  DB-RESDT      TO DED-RESDT.
           MOVE  POST-JUNLNO   TO DED-RESJN.
           MOVE  USER_ID       TO DED-RESUSR.
           CALL "DB_Update" USING
            DEDF_PNAME1 DEDF_LNAME DED-R RETURNING RET.
       RESOLVE-090.
           CALL "DB_F_Close" USING
            BY REFERENCE DEDF_IDLST DEDF_PNAME1.
           PERFORM  POST-CLSE-RTN  THRU  POST-CLSE-RTN-EXIT.
       RESOLVE-RTN-EXIT.
           EXIT.
      *
       POST-OPEN-RTN.
           CALL "DB_F_Open" USING
            "INPUT" JCON_PNAME1 "SHARED" BY REFERENCE JCON_IDLST "1"
            "JCON2-KEY" BY REFERENCE JCON2-KEY.
           CALL "DB_F_Open" USING
            "INPUT" KMK-M_PNAME1 "SHARED" BY REFERENCE KMK-M_IDLST
            "1".
           CALL "DB_F_Open" USING
            "I-O" SIWAKH_PNAME1 "SHARED" BY REFERENCE SIWAKH_IDLST "1"
            "SH-KEY3" BY REFERENCE SH-KEY3.
       POST-OPEN-RTN-EXIT.
           EXIT.
      *
       POST-CLSE-RTN.
           CALL "DB_F_Close" USING
            BY REFERENCE SIWAKH_IDLST SIWAKH_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE KMK-M_IDLST KMK-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE JCON_IDLST JCON_PNAME1.
       POST-CLSE-RTN-EXIT.
           EXIT.
      *
      *    POST-RTN  -  one SIWAKH line through the PS-CLS JCON7 map
      *    with the 9999 fallback, DEP100's APPLY-RTN entry.
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
           MOVE  PS-DATE         TO HTRDATE HTRDATE2.
           MOVE  POST-JUNLNO     TO HJUNLNO HJUNLNO2.
           MOVE  POST-LINENO     TO HLINENO HLINENO2.
           MOVE  PS-DRCR         TO HDR-CR HDR-CR2.
           MOVE  JCON7-DEPT      TO HSECTCD.
           MOVE  "0"             TO HTAXKB.
           MOVE  PS-AMT          TO HAMOUNT.
           MOVE  JCON7-OPPACCT   TO HOPPCD.
           MOVE  JCON7-HOOPPACCT TO HHOOPPCD.
           MOVE  PS-CUST         TO HCUSTCD.
           MOVE  PS-INVNO        TO HINVNO.
           MOVE  PS-DOCREF       TO HDOCREF.
           MOVE  PS-TEKI         TO HTEKICD.
           CALL "DB_Insert" USING
            SIWAKH_PNAME1 SIWAKH_LNAME SH-REC RETURNING RET.
       POST-RTN-EXIT.
           EXIT.
      *
      *    AGE-RTN  -  mode 3: open deductions by customer and
      *    reason, bucketed by months old, with the re-billed
      *    (invalid) history alongside.
      *
       AGE-RTN.
           ACCEPT  WORK-TODATE  FROM  DATE.
           COMPUTE  AR-ASOF-CCYY = 2000 + WORK-TD-YY.
           COMPUTE  AR-ASOF-BASE = (AR-ASOF-CCYY * 12) + WORK-TD-MM.
           MOVE  ZERO  TO AG-CNT.
           INITIALIZE AG-TBL RT-TBL.
           CALL "DB_F_Open" USING
            "INPUT" DEDF_PNAME1 " " BY REFERENCE DEDF_IDLST "0".
       AGE-010.
           CALL "DB_Read" USING
            "AT END" DEDF_PNAME1 BY REFERENCE DED-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO AGE-020
           END-IF
           IF  DED-STAT = 1
               GO TO AGE-010
           END-IF
           PERFORM  AG-FIND-RTN  THRU  AG-FIND-RTN-EXIT.
           IF  AG-FND = 0
               GO TO AGE-010
           END-IF
           IF  DED-RSN = 9  OR  DED-RSN = 0
               MOVE  5        TO RT-IX
           ELSE
               MOVE  DED-RSN  TO RT-IX
           END-IF
           IF  DED-STAT = 2
               ADD  DED-AMT  TO AG-RBL(AG-IX) RT-RBL(RT-IX)
               GO TO AGE-010
           END-IF
           MOVE     DED-DDATE (1:4)  TO AR-TR-YEAR.
           MOVE     DED-DDATE (5:2)  TO AR-TR-MONTH.
           COMPUTE  AR-TR-BASE = (AR-TR-YEAR * 12) + AR-TR-MONTH.
           COMPUTE  AR-AGE-MOS = AR-ASOF-BASE - AR-TR-BASE.
           IF  AR-AGE-MOS < 1
               MOVE  1  TO AR-JX
           ELSE
           IF  AR-AGE-MOS = 1
               MOVE  2  TO AR-JX
           ELSE
           IF  AR-AGE-MOS = 2
               MOVE  3  TO AR-JX
           ELSE
               MOVE  4  TO AR-JX
           END-IF
           END-IF
           END-IF
           ADD  DED-AMT  TO AG-BKT(AG-IX AR-JX) RT-BKT(RT-IX AR-JX).
           GO TO AGE-010.
       AGE-020.
           CALL "DB_F_Close" USING
            BY REFERENCE DEDF_IDLST DEDF_PNAME1.
           CALL "PR_Open" RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-AG-HD   TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           COMPUTE  WORK-AG-ASOF = AR-ASOF-CCYY * 10000
                                 + WORK-TD-MM * 100 + WORK-TD-DD.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-AG-DT   TO PRN-R (11:16).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-AG-COLHD  TO PRN-R (11:88).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  ZERO  TO CS-TCD CS-RBL.
           INITIALIZE CS-BKT-TBL.
           MOVE  1     TO AG-IX.
       AGE-030.
           IF  AG-IX > AG-CNT
               GO TO AGE-040
           END-IF
           IF  AG-IX > 1  AND  AG-TCD(AG-IX) NOT = CS-TCD
               PERFORM  CS-PRN-RTN  THRU  CS-PRN-RTN-EXIT
           END-IF
           MOVE  AG-TCD(AG-IX)  TO CS-TCD.
           MOVE  SPACE          TO PRN-R WORK-AG.
           MOVE  AG-TCD(AG-IX)  TO WORK-AG-TCD.
           MOVE  AG-RSN(AG-IX)  TO DED-RSN.
           PERFORM  RSN-TXT-RTN  THRU  RSN-TXT-RTN-EXIT.
           MOVE  DB-RTXT        TO WORK-AG-RSN.
           MOVE  AG-BKT(AG-IX 1)  TO WORK-AG-B1.
           MOVE  AG-BKT(AG-IX 2)  TO WORK-AG-B2.
           MOVE  AG-BKT(AG-IX 3)  TO WORK-AG-B3.
           MOVE  AG-BKT(AG-IX 4)  TO WORK-AG-B4.
           COMPUTE  WORK-AG-OPEN = AG-BKT(AG-IX 1) + AG-BKT(AG-IX 2)
                                 + AG-BKT(AG-IX 3) + AG-BKT(AG-IX 4).
           MOVE  AG-RBL(AG-IX)  TO WORK-AG-RBL.
           MOVE  WORK-AG        TO PRN-R (11:88).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           ADD  AG-BKT(AG-IX 1)  TO CS-BKT(1).
           ADD  AG-BKT(AG-IX 2)  TO CS-BKT(2).
           ADD  AG-BKT(AG-IX 3)  TO CS-BKT(3).
           ADD  AG-BKT(AG-IX 4)  TO CS-BKT(4).
           ADD  AG-RBL(AG-IX)    TO CS-RBL.
           ADD  1  TO AG-IX.
           GO TO AGE-030.
       AGE-040.
           IF  AG-CNT > ZERO
               PERFORM  CS-PRN-RTN  THRU  CS-PRN-RTN-EXIT
           END-IF
      *
      *    by-reason summary.
      *
           MOVE  SPACE        TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-AG-RHD  TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  1  TO RT-IX.
       AGE-050.
           IF  RT-IX > 5
               GO TO AGE-060
           END-IF
           MOVE  SPACE          TO PRN-R WORK-AG.
           IF  RT-IX = 5
               MOVE  9      TO DED-RSN
           ELSE
               MOVE  RT-IX  TO DED-RSN
           END-IF
           PERFORM  RSN-TXT-RTN  THRU  RSN-TXT-RTN-EXIT.
           MOVE  DB-RTXT        TO WORK-AG-RSN.
           MOVE  RT-BKT(RT-IX 1)  TO WORK-AG-B1.
           MOVE  RT-BKT(RT-IX 2)  TO WORK-AG-B2.
           MOVE  RT-BKT(RT-IX 3)  TO WORK-AG-B3.
           MOVE  RT-BKT(RT-IX 4)  TO WORK-AG-B4.
           COMPUTE  WORK-AG-OPEN = RT-BKT(RT-IX 1) + RT-BKT(RT-IX 2)
                                 + RT-BKT(RT-IX 3) + RT-BKT(RT-IX 4).
           MOVE  RT-RBL(RT-IX)  TO WORK-AG-RBL.
           MOVE  WORK-AG        TO PRN-R (11:88).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           ADD  1  TO RT-IX.
           GO TO AGE-050.
       AGE-060.
           CALL "PR_Close" RETURNING RESP.
       AGE-RTN-EXIT.
           EXIT.
      *
      *    CS-PRN-RTN  -  the CS-TCD customer's subtotal line, then
      *    a blank line, accumulators cleared.
      *
       CS-PRN-RTN.
           MOVE  SPACE        TO PRN-R WORK-AG.
           MOVE  "* TOTAL"    TO WORK-AG-RSN.
           MOVE  CS-BKT(1)    TO WORK-AG-B1.
           MOVE  CS-BKT(2)    TO WORK-AG-B2.
           MOVE  CS-BKT(3)    TO WORK-AG-B3.
           MOVE  CS-BKT(4)    TO WORK-AG-B4.
           COMPUTE  CS-OPEN = CS-BKT(1) + CS-BKT(2)
                            + CS-BKT(3) + CS-BKT(4).
           MOVE  CS-OPEN      TO WORK-AG-OPEN.
           MOVE  CS-RBL       TO WORK-AG-RBL.
           MOVE  WORK-AG      TO PRN-R (11:88).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  ZERO  TO CS-RBL.
           INITIALIZE CS-BKT-TBL.
       CS-PRN-RTN-EXIT.
           EXIT.
      *
      *    AG-FIND-RTN  -  find-or-insert DED-TCD/DED-RSN in AG-TBL
      *    in code order; AG-FND = 0 when the table is full.
      *
       AG-FIND-RTN.
           MOVE  1  TO AG-FND.
           MOVE  1  TO AG-IX.
       AG-FIND-010.
           IF  AG-IX > AG-CNT
               GO TO AG-FIND-020
           END-IF
           IF  AG-TCD(AG-IX) = DED-TCD  AND  AG-RSN(AG-IX) = DED-RSN
               GO TO AG-FIND-RTN-EXIT
           END-IF
           IF  AG-TCD(AG-IX) > DED-TCD
               OR  (AG-TCD(AG-IX) = DED-TCD
                    AND  AG-RSN(AG-IX) > DED-RSN)
               GO TO AG-FIND-020
           END-IF
           ADD  1  TO AG-IX.
           GO TO AG-FIND-010.
       AG-FIND-020.
           IF  AG-CNT NOT < 300
               MOVE  0  TO AG-FND
               GO TO AG-FIND-RTN-EXIT
           END-IF
           MOVE  AG-CNT  TO AG-JX.
       AG-FIND-030.
           IF  AG-JX < AG-IX
               GO TO AG-FIND-040
           END-IF
           MOVE  AG-ENT(AG-JX)  TO AG-ENT(AG-JX + 1).
           SUBTRACT  1  FROM AG-JX.
           GO TO AG-FIND-030.
       AG-FIND-040.
           ADD  1  TO AG-CNT.
           INITIALIZE AG-ENT(AG-IX).
           MOVE  DED-TCD  TO AG-TCD(AG-IX).
           MOVE  DED-RSN  TO AG-RSN(AG-IX).
       AG-FIND-RTN-EXIT.
           EXIT.
      *
      *    RSN-TXT-RTN  -  DED-RSN in words.
      *
       RSN-TXT-RTN.
           EVALUATE  DED-RSN
             WHEN 1     MOVE "PRICING"    TO DB-RTXT
             WHEN 2     MOVE "SHORTAGE"   TO DB-RTXT
             WHEN 3     MOVE "DAMAGE"     TO DB-RTXT
             WHEN 4     MOVE "CO-OP AD"   TO DB-RTXT
             WHEN OTHER MOVE "OTHER"      TO DB-RTXT
           END-EVALUATE.
       RSN-TXT-RTN-EXIT.
           EXIT.
      *
      *    CMP-RTN  -  a retired customer code: CMP-M gives the code
      *    it went to, shown in its place and read again from TC-M.
      *
       CMP-RTN.
           CALL "DB_F_Open" USING
            "INPUT" CMP-M_PNAME1 "SHARED" BY REFERENCE CMP-M_IDLST "1"
            "CMP-KEY" BY REFERENCE CMP-KEY.
           MOVE  1       TO CMP-KIND.
           MOVE  DB-TCD  TO CMP-OLD.
           CALL "DB_Read" USING
            "INVALID KEY" CMP-M_PNAME1 BY REFERENCE CMP-R "UNLOCK"
            RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE CMP-M_IDLST CMP-M_PNAME1.
           IF  RET = 1
               GO TO CMP-RTN-EXIT
           END-IF
           MOVE  CMP-NEW  TO DB-TCD.
           CALL "SD_Output" USING "A-TCD" A-TCD "p" RETURNING RESU.
           CALL "DB_F_Open" USING
            "INPUT" TC-M_PNAME1 "SHARED" BY REFERENCE TC-M_IDLST "1"
            "TC-KEY" BY REFERENCE TC-KEY.
           MOVE  DB-TCD  TO TC-TCD.
           MOVE  1       TO TC-CCD.
           CALL "DB_Read" USING
            "INVALID KEY" TC-M_PNAME1 BY REFERENCE TC-R "UNLOCK"
            RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE TC-M_IDLST TC-M_PNAME1.
       CMP-RTN-EXIT.
           EXIT.
      *
       R-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_Close".
           STOP RUN.
