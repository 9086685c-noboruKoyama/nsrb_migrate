       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         BDA100.
      *********************************************************
      *    PROGRAM         :  DOUBTFUL ACCOUNTS / BAD DEBT     *
      *    PRINTER TYPE    :  JIPS                             *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    SEL-MODE, the same mode-menu idiom as FAD100:
      *      1 = month-end general allowance: every customer's open
      *          SIWAKH balance up to the end of the operator-entered
      *          month is aged current/30/60/90+ exactly as ARA100
      *          ages it (AR-ACC-RTN cloned, months old against the
      *          month entered instead of today).  a customer with a
      *          positive balance on a head-office TC-M row that is
      *          not flagged written off contributes each positive
      *          bucket to the base; the base times the bucket rate
      *          is the required allowance.  the rates are JCON
      *          kind-1 parameters 0004 (current), 0005 (30), 0006
      *          (60) and 0007 (90+) in hundredths of a per cent, so
      *          150 is 1.50%; 0.50 / 2.00 / 10.00 / 50.00 stand in
      *          when no row exists yet.  the book balance of the
      *          allowance account (the credit side of JCON7
      *          classification 71, mirrored where it rides HOPPCD as
      *          BRC100 reads its cash account) is netted off and only
      *          the difference posts, through classification 71
      *          (bad-debt expense / allowance) -- a debit to raise
      *          the allowance, a credit to release it -- HTEKICD 732,
      *          dated the 28th as FAD100's run is.  BDALOG keyed by
      *          month refuses a second run and a PLK-M-locked month
      *          is refused, FAD100's two gates.
      *      2 = write-off: for one head-office customer the open
      *          balance is closed against the allowance through
      *          classification 70 (AR / allowance), a credit line
      *          carrying the customer in HCUSTCD so the customer's
      *          AR nets to zero, HTEKICD 733, dated today.  a BDWF
      *          row records the write-off and the head-office TC-M
      *          row is flagged TC-BDKBN = 1 so ARA100, DUN100 and
      *          STM100 stop chasing the customer.
      *      3 = recovery: money received later from a written-off
      *          customer posts through classification 69 (cash /
      *          bad-debt recovery income), HTEKICD 734, with no
      *          HCUSTCD so the closed AR is left alone, and
      *          accumulates on the customer's latest open BDWF row
      *          -- never more than was written off; the row closes
      *          when fully recovered.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SYSTEM3100.
       OBJECT-COMPUTER. SYSTEM3100.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  SEL-MODE               PIC  9(001)      VALUE ZERO.
       01  BD-NG                  PIC  9(006)      VALUE ZERO.
       01  BD-DMM                 PIC  9(001)      VALUE ZERO.
       01  BD-TCD                 PIC  9(004)      VALUE ZERO.
       01  BD-AMT                 PIC  9(010)      VALUE ZERO.
       01  BD-RSN                 PIC  N(020).
       01  BD-LCK                 PIC  9(001)      VALUE ZERO.
       01  BD-CHKDT               PIC  9(008)      VALUE ZERO.
       01  BD-PNG                 PIC  9(006)      VALUE ZERO.
       01  BD-CUTDT               PIC  9(008)      VALUE ZERO.
       01  BD-OPEN                PIC S9(011)      VALUE ZERO.
       01  BD-AVAIL               PIC  9(010)      VALUE ZERO.
       01  BD-FOUND               PIC  9(001)      VALUE ZERO.
       01  BD-WKEY                PIC  X(012)      VALUE SPACE.
       01  BD-CTOT                PIC S9(011)      VALUE ZERO.
      *    allowance computation -- base, rate (hundredths of a per
      *    cent) and allowance per age bucket.
       01  BK-IX                  PIC  9(001)      VALUE ZERO.
       01  BK-TBL.
           02  BK-ENT   OCCURS  4.
               03  BK-BASE        PIC S9(012).
               03  BK-PCT         PIC  9(005).
               03  BK-ALW         PIC S9(012).
       01  BD-REQ                 PIC S9(012)      VALUE ZERO.
       01  BD-BOOK                PIC S9(012)      VALUE ZERO.
       01  BD-CHG                 PIC S9(012)      VALUE ZERO.
       01  ALW-ACCT               PIC  9(004)      VALUE ZERO.
      *    as-of parts for the month-age buckets, ARA100's, with the
      *    as-of month the run month instead of today's.
       01  AR-ASOF-BASE           PIC  9(006)      VALUE ZERO.
       01  AR-TR-YEAR             PIC  9(004)      VALUE ZERO.
       01  AR-TR-MONTH            PIC  9(002)      VALUE ZERO.
       01  AR-TR-BASE             PIC  9(006)      VALUE ZERO.
       01  AR-AGE-MOS             PIC S9(004)      VALUE ZERO.
      *    customer aging accumulator, cloned from ARA100's AR-TBL.
       01  AR-FOUND               PIC  9(001)      VALUE ZERO.
       01  AR-CNT                 PIC  9(003)      VALUE ZERO.
       01  AR-IX                  PIC  9(003)      VALUE ZERO.
       01  AR-JX                  PIC  9(003)      VALUE ZERO.
       01  AR-TBL.
           02  AR-ENT   OCCURS  300.
               03  AR-CUST        PIC  9(005).
               03  AR-BKT         PIC S9(010)  OCCURS 4.
      *    posting parameters for POST-RTN.
       01  PS-CLS                 PIC  9(002)      VALUE ZERO.
       01  PS-DRCR                PIC  9(001)      VALUE ZERO.
       01  PS-DATE                PIC  9(008)      VALUE ZERO.
       01  PS-AMT                 PIC  9(010)      VALUE ZERO.
       01  PS-CUST                PIC  9(005)      VALUE ZERO.
       01  PS-TEKI                PIC  9(003)      VALUE ZERO.
       01  POST-JUNLNO            PIC  9(006)      VALUE ZERO.
       01  POST-LINENO            PIC  9(002)      VALUE ZERO.
       01  WORK-DOCKEY.
           02  WORK-DK-NAME       PIC  X(006).
           02  WORK-DK-KEY        PIC  X(018).
       01  WORK-TODATE.
           02  WORK-TD-YY         PIC  9(002).
           02  WORK-TD-MM         PIC  9(002).
           02  WORK-TD-DD         PIC  9(002).
       01  W-TODAY                PIC  9(008)      VALUE ZERO.
       01  D-INFO                 PIC  X(060)      VALUE SPACE.
       01  WORK-INFO.
           02  F                  PIC  X(13)  VALUE  "OPEN BALANCE ".
           02  WORK-INFO-BAL      PIC  -9(010).
       01  WORK-INFO2.
           02  F                  PIC  X(12)  VALUE  "WRITTEN OFF ".
           02  WORK-INFO2-DATE    PIC  9(008).
           02  F                  PIC  X(01)  VALUE  SPACE.
           02  WORK-INFO2-AMT     PIC  ZZZZZZZZZ9.
           02  F                  PIC  X(11)  VALUE  " RECOVERED ".
           02  WORK-INFO2-REC     PIC  ZZZZZZZZZ9.
       01  PRN-R                  PIC  X(132).
       77  RESP                   PIC  9(001).
       01  WORK-AL-HD             PIC  X(050)      VALUE
            "*** ALLOWANCE FOR DOUBTFUL ACCOUNTS ***".
       01  WORK-AL-PER.
           02  F                  PIC  X(07)  VALUE  "MONTH  ".
           02  WORK-AL-NG         PIC  9(006).
       01  WORK-AL-COLHD          PIC  X(050)      VALUE
            "BUCKET        AR BALANCE  RATE %      ALLOWANCE".
       01  WORK-AL.
           02  WORK-AL-LBL        PIC  X(010).
           02  F                  PIC  X(01).
           02  WORK-AL-BASE       PIC  -9(012).
           02  F                  PIC  X(02).
           02  WORK-AL-PCT        PIC  ZZ9.99.
           02  F                  PIC  X(02).
           02  WORK-AL-ALW        PIC  -9(012).
       01  WORK-AL-TL.
           02  WORK-AL-TLBL       PIC  X(034).
           02  WORK-AL-TAMT       PIC  -9(012).
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
           COPY  LIBPLK.
           COPY  L-JCON.
      *FD  KMK-M
           COPY LIKMK.
      *FD  TC-M
           COPY LITCM.
      *FD  BDWF
           COPY LIBDWF.
      *FD  SIWAKH
       01  SIWAKH_BDA100.
           02  SIWAKH_PNAME1      PIC  X(006) VALUE "SIWAKH".
           02  F                  PIC  X(001).
           02  SIWAKH_LNAME       PIC  X(013) VALUE "SIWAKH_BDA100".
           02  F                  PIC  X(001).
           02  SIWAKH_KEY1        PIC  X(100) VALUE SPACE.
           02  SIWAKH_SORT        PIC  X(100) VALUE SPACE.
           02  SIWAKH_IDLST       PIC  X(100) VALUE SPACE.
           02  SIWAKH_RES         USAGE  POINTER.
           COPY SIWAKH.
       77  F                      PIC  X(001).
      *FD  BDALOG
      *    one row per month whose allowance has been set -- the
      *    same month-dedup duty as FADLOG, carrying the figures.
       01  BDALOG_BDA100.
           02  BDALOG_PNAME1      PIC  X(006) VALUE "BDALOG".
           02  F                  PIC  X(001).
           02  BDALOG_LNAME       PIC  X(013) VALUE "BDALOG_BDA100".
           02  F                  PIC  X(001).
           02  BDALOG_KEY1        PIC  X(100) VALUE SPACE.
           02  BDALOG_SORT        PIC  X(100) VALUE SPACE.
           02  BDALOG_IDLST       PIC  X(100) VALUE SPACE.
           02  BDALOG_RES         USAGE  POINTER.
       01  BDALOG-REC.
           02  BDALOG-KEY.
               03  BDALOG-NG      PIC  9(006).
           02  BDALOG-JUNLNO      PIC  9(006).
           02  BDALOG-PSTDATE     PIC  9(008).
           02  BDALOG-USER        PIC  X(006).
           02  BDALOG-REQ         PIC S9(012).
           02  BDALOG-BOOK        PIC S9(012).
           02  BDALOG-CHG         PIC S9(012).
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
                "DOUBTFUL ACCOUNTS / BAD DEBT".
           02  FILLER  PIC  X(040) VALUE
                "MODE  1=ALLOWANCE 2=WRITE-OFF 3=RECOVER".
           02  FILLER  PIC  X(020) VALUE
                "MONTH      CCYYMM".
           02  FILLER  PIC  X(020) VALUE
                "CUSTOMER".
           02  FILLER  PIC  X(020) VALUE
                "RECOVERED AMOUNT".
           02  FILLER  PIC  X(020) VALUE
                "REASON".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-DSP.
           02  D-NAME     PIC  N(026).
           02  D-INFOF    PIC  X(060).
       01  C-ACP.
           02  A-MODE     PIC  9(001).
           02  A-NG       PIC  9(006).
           02  A-TCD      PIC  9(004).
           02  A-AMT      PIC  9(010).
           02  A-RSN      PIC  N(020).
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
             03  E-ME4   PIC  X(030) VALUE
                  "***  NO SUCH CUSTOMER      ***".
             03  E-ME5   PIC  X(030) VALUE
                  "***  ALREADY WRITTEN OFF   ***".
             03  E-ME6   PIC  X(030) VALUE
                  "***  NO OPEN BALANCE       ***".
             03  E-ME7   PIC  X(030) VALUE
                  "***  NO WRITE-OFF ON FILE  ***".
             03  E-ME8   PIC  X(030) VALUE
                  "***  AMOUNT OVER BALANCE   ***".
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
            "C-MID" " " "0" "0" "180" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-MID" "X" "3" "10" "40" " " "C-MID" RETURNING RESU.
       CALL "SD_Init" USING
            "02C-MID" "X" "5" "10" "40" "01C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "03C-MID" "X" "7" "10" "20" "02C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "04C-MID" "X" "9" "10" "20" "03C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "05C-MID" "X" "13" "10" "20" "04C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "06C-MID" "X" "15" "10" "20" "05C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "07C-MID" "X" "18" "10" "20" "06C-MID" " " RETURNING RESU.
      *C-DSP
       CALL "SD_Init" USING
            "C-DSP" " " "0" "0" "86" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "D-NAME" "N" "9" "37" "26" " " "C-DSP" RETURNING RESU.
       CALL "SD_From" USING
            "D-NAME" BY REFERENCE TC-NAME "26" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "D-INFOF" "X" "11" "10" "60" "D-NAME" " " RETURNING RESU.
       CALL "SD_From" USING
            "D-INFOF" BY REFERENCE D-INFO "60" "0" RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "42" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-MODE" "9" "5" "51" "1" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-MODE" BY REFERENCE SEL-MODE "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-NG" "9" "7" "31" "6" "A-MODE" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-NG" BY REFERENCE BD-NG "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-TCD" "9" "9" "31" "4" "A-NG" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-TCD" BY REFERENCE BD-TCD "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-AMT" "9" "13" "31" "10" "A-TCD" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-AMT" BY REFERENCE BD-AMT "10" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-RSN" "N" "15" "31" "20" "A-AMT" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-RSN" BY REFERENCE BD-RSN "20" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "18" "31" "1" "A-RSN" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DMM" BY REFERENCE BD-DMM "1" "0" RETURNING RESU.
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
           MOVE  ZERO   TO SEL-MODE BD-DMM BD-NG BD-TCD BD-AMT.
           MOVE  SPACE  TO BD-RSN D-INFO.
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
           IF  SEL-MODE = 2  OR  3
               GO TO R-20
           END-IF
           IF  SEL-MODE NOT = 1
               GO TO R-08
           END-IF.
      *
      *    mode 1 -- the month, with FAD100's lock and re-run gates.
      *
       R-10.
           CALL "SD_Accept" USING BY REFERENCE A-NG "A-NG" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-08
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-10
           END-IF
           IF  BD-NG = ZERO
               GO TO R-10
           END-IF
           COMPUTE  BD-CHKDT = BD-NG * 100 + 1.
           PERFORM  PLK-CHK-RTN  THRU  PLK-CHK-RTN-EXIT.
           IF  BD-LCK = 1
               CALL "SD_Output" USING
                "E-ME2" E-ME2 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-10
           END-IF
           CALL "DB_F_Open" USING
            "I-O" BDALOG_PNAME1 "SHARED" BY REFERENCE BDALOG_IDLST "1"
            "BDALOG-KEY" BY REFERENCE BDALOG-KEY.
           MOVE  BD-NG  TO BDALOG-NG.
           CALL "DB_Read" USING
            "INVALID KEY" BDALOG_PNAME1 BY REFERENCE BDALOG-REC
            "UNLOCK" RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE BDALOG_IDLST BDALOG_PNAME1.
           IF  RET = 0
               CALL "SD_Output" USING
                "E-ME1" E-ME1 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-10
           END-IF
           GO TO R-30.
      *
      *    modes 2 and 3 -- the customer, its head-office TC-M row,
      *    and what there is to write off or recover.
      *
       R-20.
           CALL "SD_Accept" USING BY REFERENCE A-TCD "A-TCD" "9" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-08
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-20
           END-IF
           CALL "DB_F_Open" USING
            "INPUT" TC-M_PNAME1 "SHARED" BY REFERENCE TC-M_IDLST "1"
            "TC-KEY" BY REFERENCE TC-KEY.
           MOVE  BD-TCD  TO TC-TCD.
           MOVE  1       TO TC-CCD.
           CALL "DB_Read" USING
            "INVALID KEY" TC-M_PNAME1 BY REFERENCE TC-R "UNLOCK"
            RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE TC-M_IDLST TC-M_PNAME1.
           IF  RET = 1
               CALL "SD_Output" USING
                "E-ME4" E-ME4 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-20
           END-IF
           MOVE  W-TODAY  TO BD-CHKDT.
           PERFORM  PLK-CHK-RTN  THRU  PLK-CHK-RTN-EXIT.
           IF  BD-LCK = 1
               CALL "SD_Output" USING
                "E-ME2" E-ME2 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-20
           END-IF
           IF  SEL-MODE = 3
               GO TO R-23
           END-IF
           IF  TC-BDKBN = 1
               CALL "SD_Output" USING
                "E-ME5" E-ME5 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-20
           END-IF
           PERFORM  BAL-RTN  THRU  BAL-RTN-EXIT.
           IF  BD-OPEN NOT > ZERO
               CALL "SD_Output" USING
                "E-ME6" E-ME6 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-20
           END-IF
           MOVE  BD-OPEN    TO WORK-INFO-BAL.
           MOVE  WORK-INFO  TO D-INFO.
           CALL "SD_Output" USING "C-DSP" C-DSP "p" RETURNING RESU.
       R-22.
           CALL "SD_Accept" USING BY REFERENCE A-RSN "A-RSN" "N" "20"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-20
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-22
           END-IF
           GO TO R-30.
       R-23.
           PERFORM  BDW-FIND-RTN  THRU  BDW-FIND-RTN-EXIT.
           IF  BD-FOUND = 0
               CALL "SD_Output" USING
                "E-ME7" E-ME7 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-20
           END-IF
           COMPUTE  BD-AVAIL = BDW-AMT - BDW-REC.
           MOVE  BDW-DATE    TO WORK-INFO2-DATE.
           MOVE  BDW-AMT     TO WORK-INFO2-AMT.
           MOVE  BDW-REC     TO WORK-INFO2-REC.
           MOVE  WORK-INFO2  TO D-INFO.
           CALL "SD_Output" USING "C-DSP" C-DSP "p" RETURNING RESU.
       R-24.
           CALL "SD_Accept" USING BY REFERENCE A-AMT "A-AMT" "9" "10"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-20
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-24
           END-IF
           IF  BD-AMT = ZERO
               GO TO R-24
           END-IF
           IF  BD-AMT > BD-AVAIL
               CALL "SD_Output" USING
                "E-ME8" E-ME8 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-24
           END-IF.
       R-30.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               IF  SEL-MODE = 1
                   GO TO R-10
               END-IF
               IF  SEL-MODE = 2
                   GO TO R-22
               END-IF
               GO TO R-24
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-30
           END-IF
           IF  BD-DMM NOT = 1  AND  9
               GO TO R-30
           END-IF
           IF  BD-DMM = 9
               GO TO R-05
           END-IF
      *
           IF  SEL-MODE = 1
               PERFORM  ALW-RUN-RTN  THRU  ALW-RUN-RTN-EXIT
           END-IF
           IF  SEL-MODE = 2
               PERFORM  WOF-RTN  THRU  WOF-RTN-EXIT
           END-IF
           IF  SEL-MODE = 3
               PERFORM  RCV-RTN  THRU  RCV-RTN-EXIT
           END-IF
           CALL "SD_Output" USING
            "E-ME3" E-ME3 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO R-05.
      *
      *    PLK-CHK-RTN  -  BD-LCK = 1 when the month of BD-CHKDT is
      *    locked on PLK-M.
      *
       PLK-CHK-RTN.
           MOVE  ZERO  TO BD-LCK.
           COMPUTE  BD-PNG = BD-CHKDT / 100.
           CALL "DB_F_Open" USING
            "INPUT" PLK-M_PNAME1 " " BY REFERENCE PLK-M_IDLST "0".
           MOVE  BD-PNG  TO PLK-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" PLK-M_PNAME1 BY REFERENCE PLK-R " "
            RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE PLK-M_IDLST PLK-M_PNAME1.
           IF  RET = 0  AND  PLK-STAT = 1
               MOVE  1  TO BD-LCK
           END-IF.
       PLK-CHK-RTN-EXIT.
           EXIT.
      *
      *    BAL-RTN  -  the BD-TCD customer's open SIWAKH balance,
      *    debit up / credit down as ARA100 nets it.
      *
       BAL-RTN.
           MOVE  ZERO  TO BD-OPEN.
           CALL "DB_F_Open" USING
            "INPUT" SIWAKH_PNAME1 " " BY REFERENCE SIWAKH_IDLST "0".
       BAL-010.
           CALL "DB_Read" USING
            "AT END" SIWAKH_PNAME1 BY REFERENCE SH-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO BAL-020
           END-IF
           IF  HCUSTCD NOT = BD-TCD
               GO TO BAL-010
           END-IF
           IF  HDR-CR = 0
               ADD       HAMOUNT  TO BD-OPEN
           ELSE
               SUBTRACT  HAMOUNT  FROM BD-OPEN
           END-IF
           GO TO BAL-010.
       BAL-020.
           CALL "DB_F_Close" USING
            BY REFERENCE SIWAKH_IDLST SIWAKH_PNAME1.
       BAL-RTN-EXIT.
           EXIT.
      *
      *    BDW-FIND-RTN  -  the BD-TCD customer's latest BDWF row
      *    still open for recovery (rows run in date order within
      *    the customer, so the last one met is kept).
      *
       BDW-FIND-RTN.
           MOVE  ZERO   TO BD-FOUND.
           MOVE  SPACE  TO BD-WKEY.
           CALL "DB_F_Open" USING
            "INPUT" BDWF_PNAME1 " " BY REFERENCE BDWF_IDLST "0".
       BDW-FIND-010.
           CALL "DB_Read" USING
            "AT END" BDWF_PNAME1 BY REFERENCE BDW-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO BDW-FIND-020
           END-IF
           IF  BDW-TCD = BD-TCD  AND  BDW-STAT = 0
               MOVE  1        TO BD-FOUND
               MOVE  BDW-KEY  TO BD-WKEY
           END-IF
           GO TO BDW-FIND-010.
       BDW-FIND-020.
           CALL "DB_F_Close" USING
            BY REFERENCE BDWF_IDLST BDWF_PNAME1.
           IF  BD-FOUND = 0
               GO TO BDW-FIND-RTN-EXIT
           END-IF
           CALL "DB_F_Open" USING
            "INPUT" BDWF_PNAME1 "SHARED" BY REFERENCE BDWF_IDLST "1"
            "BDW-KEY" BY REFERENCE BDW-KEY.
           MOVE  BD-WKEY  TO BDW-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" BDWF_PNAME1 BY REFERENCE BDW-R "UNLOCK"
            RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE BDWF_IDLST BDWF_PNAME1.
       BDW-FIND-RTN-EXIT.
           EXIT.
      *
      *    ALW-RUN-RTN  -  mode 1: age AR to the month end, size the
      *    required allowance, net off the book balance, post the
      *    difference, stamp BDALOG and print the working.
      *
       ALW-RUN-RTN.
           ACCEPT  POST-JUNLNO  FROM  TIME.
           MOVE  ZERO  TO POST-LINENO AR-CNT BD-REQ BD-BOOK BD-CHG.
           INITIALIZE AR-TBL BK-TBL.
           COMPUTE  BD-CUTDT = BD-NG * 100 + 31.
           COMPUTE  AR-ASOF-BASE = (BD-NG / 100) * 12
                  + (BD-NG - (BD-NG / 100) * 100).
           PERFORM  POST-OPEN-RTN  THRU  POST-OPEN-RTN-EXIT.
           PERFORM  PRM-RTN  THRU  PRM-RTN-EXIT.
           CALL "DB_F_Close" USING
            BY REFERENCE SIWAKH_IDLST SIWAKH_PNAME1.
           PERFORM  ALW-SCAN-RTN  THRU  ALW-SCAN-RTN-EXIT.
           PERFORM  ALW-BASE-RTN  THRU  ALW-BASE-RTN-EXIT.
           MOVE  1  TO BK-IX.
       ALW-RUN-010.
           COMPUTE  BK-ALW(BK-IX) ROUNDED =
                    BK-BASE(BK-IX) * BK-PCT(BK-IX) / 10000.
           ADD  BK-ALW(BK-IX)  TO BD-REQ.
           IF  BK-IX < 4
               ADD  1  TO BK-IX
               GO TO ALW-RUN-010
           END-IF
           COMPUTE  BD-CHG = BD-REQ - BD-BOOK.
           CALL "DB_F_Open" USING
            "I-O" SIWAKH_PNAME1 "SHARED" BY REFERENCE SIWAKH_IDLST "1"
            "SH-KEY3" BY REFERENCE SH-KEY3.
           IF  BD-CHG NOT = ZERO
               MOVE  "BDALOG"  TO WORK-DK-NAME
               MOVE  BD-NG     TO WORK-DK-KEY
               MOVE  71        TO PS-CLS
               IF  BD-CHG > ZERO
                   MOVE  0       TO PS-DRCR
                   MOVE  BD-CHG  TO PS-AMT
               ELSE
                   MOVE  1       TO PS-DRCR
                   COMPUTE  PS-AMT = ZERO - BD-CHG
               END-IF
               COMPUTE  PS-DATE = BD-NG * 100 + 28
               MOVE  ZERO      TO PS-CUST
               MOVE  732       TO PS-TEKI
               PERFORM  POST-RTN  THRU  POST-RTN-EXIT
           END-IF
           PERFORM  POST-CLSE-RTN  THRU  POST-CLSE-RTN-EXIT.
           CALL "DB_F_Open" USING
            "I-O" BDALOG_PNAME1 "SHARED" BY REFERENCE BDALOG_IDLST "1"
            "BDALOG-KEY" BY REFERENCE BDALOG-KEY.
           MOVE  BD-NG        TO BDALOG-NG.
           MOVE  POST-JUNLNO  TO BDALOG-JUNLNO.
           MOVE  W-TODAY      TO BDALOG-PSTDATE.
           MOVE  USER_ID      TO BDALOG-USER.
           MOVE  BD-REQ       TO BDALOG-REQ.
           MOVE  BD-BOOK      TO BDALOG-BOOK.
           MOVE  BD-CHG       TO BDALOG-CHG.
           CALL "DB_Insert" USING
            BDALOG_PNAME1 BDALOG_LNAME BDALOG-REC RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE BDALOG_IDLST BDALOG_PNAME1.
           PERFORM  ALW-PRT-RTN  THRU  ALW-PRT-RTN-EXIT.
       ALW-RUN-RTN-EXIT.
           EXIT.
      *
      *    PRM-RTN  -  the four bucket rates off JCON kind 1, and the
      *    allowance account off the classification-71 map (the
      *    account POST-RTN would credit, 9999 on the same fallback).
      *
       PRM-RTN.
           MOVE  1  TO BK-IX.
       PRM-010.
           MOVE  1  TO JCON1-01.
           COMPUTE  JCON1-02 = BK-IX + 3.
           CALL "DB_Read" USING
            "INVALID KEY" JCON_PNAME1 BY REFERENCE JCON-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0
               MOVE  JCON1-VAL  TO BK-PCT(BK-IX)
           ELSE
               IF  BK-IX = 1
                   MOVE  50    TO BK-PCT(BK-IX)
               END-IF
               IF  BK-IX = 2
                   MOVE  200   TO BK-PCT(BK-IX)
               END-IF
               IF  BK-IX = 3
                   MOVE  1000  TO BK-PCT(BK-IX)
               END-IF
               IF  BK-IX = 4
                   MOVE  5000  TO BK-PCT(BK-IX)
               END-IF
           END-IF
           IF  BK-IX < 4
               ADD  1  TO BK-IX
               GO TO PRM-010
           END-IF
           MOVE  7   TO  JCON7-01.
           MOVE  71  TO  JCON7-02.
           CALL "DB_Read" USING
            "INVALID KEY" JCON_PNAME1 BY REFERENCE JCON-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  9999  TO ALW-ACCT
               GO TO PRM-RTN-EXIT
           END-IF
           MOVE  JCON7-OPPACCT  TO ALW-ACCT.
           MOVE  JCON7-ACCT     TO KMK-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" KMK-M_PNAME1 BY REFERENCE KMK-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  9999  TO ALW-ACCT
           END-IF.
       PRM-RTN-EXIT.
           EXIT.
      *
      *    ALW-SCAN-RTN  -  one SIWAKH pass to the month end: customer
      *    lines age into AR-TBL, and the allowance account's own
      *    lines net into BD-BOOK credit-up, the HOPPCD side read
      *    mirrored.
      *
       ALW-SCAN-RTN.
           CALL "DB_F_Open" USING
            "INPUT" SIWAKH_PNAME1 " " BY REFERENCE SIWAKH_IDLST "0".
       ALW-SCAN-010.
           CALL "DB_Read" USING
            "AT END" SIWAKH_PNAME1 BY REFERENCE SH-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO ALW-SCAN-020
           END-IF
           IF  HTRDATE > BD-CUTDT
               GO TO ALW-SCAN-010
           END-IF
           IF  HCUSTCD NOT = ZERO
               PERFORM  AR-ACC-RTN  THRU  AR-ACC-RTN-EXIT
           END-IF
           IF  HACCNTCD = ALW-ACCT
               IF  HDR-CR = 1
                   ADD       HAMOUNT  TO BD-BOOK
               ELSE
                   SUBTRACT  HAMOUNT  FROM BD-BOOK
               END-IF
               GO TO ALW-SCAN-010
           END-IF
           IF  HOPPCD = ALW-ACCT
               IF  HDR-CR = 0
                   ADD       HAMOUNT  TO BD-BOOK
               ELSE
                   SUBTRACT  HAMOUNT  FROM BD-BOOK
               END-IF
           END-IF
           GO TO ALW-SCAN-010.
       ALW-SCAN-020.
           CALL "DB_F_Close" USING
            BY REFERENCE SIWAKH_IDLST SIWAKH_PNAME1.
       ALW-SCAN-RTN-EXIT.
           EXIT.
      *
      *    AR-ACC-RTN  -  ARA100's find-or-insert and month bucket.
      *
       AR-ACC-RTN.
           MOVE  ZERO  TO AR-FOUND.
           MOVE  1     TO AR-IX.
       AR-ACC-010.
           IF  AR-IX > AR-CNT
               GO TO AR-ACC-020
           END-IF
           IF  AR-CUST(AR-IX) = HCUSTCD
               MOVE  1  TO AR-FOUND
               GO TO AR-ACC-030
           END-IF
           ADD  1  TO AR-IX.
           GO TO AR-ACC-010.
       AR-ACC-020.
           IF  AR-CNT < 300
               ADD  1          TO AR-CNT
               MOVE  AR-CNT    TO AR-IX
               MOVE  HCUSTCD   TO AR-CUST(AR-IX)
               MOVE  ZERO      TO AR-BKT(AR-IX 1) AR-BKT(AR-IX 2)
                                  AR-BKT(AR-IX 3) AR-BKT(AR-IX 4)
           ELSE
               GO TO AR-ACC-RTN-EXIT
           END-IF.
       AR-ACC-030.
           MOVE     HTRDATE (1:4)  TO AR-TR-YEAR.
           MOVE     HTRDATE (5:2)  TO AR-TR-MONTH.
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
           IF  HDR-CR = 0
               ADD       HAMOUNT  TO AR-BKT(AR-IX AR-JX)
           ELSE
               SUBTRACT  HAMOUNT  FROM AR-BKT(AR-IX AR-JX)
           END-IF.
       AR-ACC-RTN-EXIT.
           EXIT.
      *
      *    ALW-BASE-RTN  -  each aged customer that is a live head-
      *    office customer with a positive balance adds its positive
      *    buckets to the allowance base.
      *
       ALW-BASE-RTN.
           CALL "DB_F_Open" USING
            "INPUT" TC-M_PNAME1 "SHARED" BY REFERENCE TC-M_IDLST "1"
            "TC-KEY" BY REFERENCE TC-KEY.
           MOVE  1  TO AR-IX.
       ALW-BASE-010.
           IF  AR-IX > AR-CNT
               GO TO ALW-BASE-030
           END-IF
           COMPUTE  BD-CTOT = AR-BKT(AR-IX 1) + AR-BKT(AR-IX 2)
                            + AR-BKT(AR-IX 3) + AR-BKT(AR-IX 4).
           IF  BD-CTOT NOT > ZERO
               ADD  1  TO AR-IX
               GO TO ALW-BASE-010
           END-IF
           MOVE  AR-CUST(AR-IX)  TO TC-TCD.
           MOVE  1               TO TC-CCD.
           CALL "DB_Read" USING
            "INVALID KEY" TC-M_PNAME1 BY REFERENCE TC-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1  OR  TC-BDKBN = 1
               ADD  1  TO AR-IX
               GO TO ALW-BASE-010
           END-IF
           MOVE  1  TO BK-IX.
       ALW-BASE-020.
           IF  AR-BKT(AR-IX BK-IX) > ZERO
               ADD  AR-BKT(AR-IX BK-IX)  TO BK-BASE(BK-IX)
           END-IF
           IF  BK-IX < 4
               ADD  1  TO BK-IX
               GO TO ALW-BASE-020
           END-IF
           ADD  1  TO AR-IX.
           GO TO ALW-BASE-010.
       ALW-BASE-030.
           CALL "DB_F_Close" USING
            BY REFERENCE TC-M_IDLST TC-M_PNAME1.
       ALW-BASE-RTN-EXIT.
           EXIT.
      *
      *    ALW-PRT-RTN  -  the allowance working: base, rate and
      *    allowance per bucket, then required, book and change.
      *
       ALW-PRT-RTN.
           CALL "PR_Open" RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-AL-HD   TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  BD-NG        TO WORK-AL-NG.
           MOVE  WORK-AL-PER  TO PRN-R (11:13).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-AL-COLHD  TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  1  TO BK-IX.
       ALW-PRT-010.
           MOVE  SPACE  TO PRN-R WORK-AL.
           IF  BK-IX = 1
               MOVE  "CURRENT"   TO WORK-AL-LBL
           END-IF
           IF  BK-IX = 2
               MOVE  "30 DAYS"   TO WORK-AL-LBL
           END-IF
           IF  BK-IX = 3
               MOVE  "60 DAYS"   TO WORK-AL-LBL
           END-IF
           IF  BK-IX = 4
               MOVE  "90+ DAYS"  TO WORK-AL-LBL
           END-IF
           MOVE  BK-BASE(BK-IX)  TO WORK-AL-BASE.
           COMPUTE  WORK-AL-PCT = BK-PCT(BK-IX) / 100.
           MOVE  BK-ALW(BK-IX)   TO WORK-AL-ALW.
           MOVE  WORK-AL         TO PRN-R (11:47).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           IF  BK-IX < 4
               ADD  1  TO BK-IX
               GO TO ALW-PRT-010
           END-IF
           MOVE  SPACE  TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE  TO PRN-R WORK-AL-TL.
           MOVE  "REQUIRED ALLOWANCE"  TO WORK-AL-TLBL.
           MOVE  BD-REQ                TO WORK-AL-TAMT.
           MOVE  WORK-AL-TL            TO PRN-R (11:47).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE  TO PRN-R WORK-AL-TL.
           MOVE  "BOOK BALANCE BEFORE RUN"  TO WORK-AL-TLBL.
           MOVE  BD-BOOK                    TO WORK-AL-TAMT.
           MOVE  WORK-AL-TL                 TO PRN-R (11:47).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE  TO PRN-R WORK-AL-TL.
           MOVE  "CHANGE POSTED (+ RAISE - RELEASE)"  TO WORK-AL-TLBL.
           MOVE  BD-CHG                     TO WORK-AL-TAMT.
           MOVE  WORK-AL-TL                 TO PRN-R (11:47).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "PR_Close" RETURNING RESP.
       ALW-PRT-RTN-EXIT.
           EXIT.
      *
      *    WOF-RTN  -  mode 2: the open balance off AR against the
      *    allowance, the BDWF row, and the TC-M flag.
      *
       WOF-RTN.
           ACCEPT  POST-JUNLNO  FROM  TIME.
           MOVE  ZERO  TO POST-LINENO.
           PERFORM  POST-OPEN-RTN  THRU  POST-OPEN-RTN-EXIT.
           MOVE  "BDWF"    TO WORK-DK-NAME.
           MOVE  SPACE     TO WORK-DK-KEY.
           MOVE  BD-TCD    TO WORK-DK-KEY (1:4).
           MOVE  W-TODAY   TO WORK-DK-KEY (5:8).
           MOVE  70        TO PS-CLS.
           MOVE  1         TO PS-DRCR.
           MOVE  W-TODAY   TO PS-DATE.
           MOVE  BD-OPEN   TO PS-AMT.
           MOVE  BD-TCD    TO PS-CUST.
           MOVE  733       TO PS-TEKI.
           PERFORM  POST-RTN  THRU  POST-RTN-EXIT.
           PERFORM  POST-CLSE-RTN  THRU  POST-CLSE-RTN-EXIT.
           CALL "DB_F_Open" USING
            "I-O" BDWF_PNAME1 "SHARED" BY REFERENCE BDWF_IDLST "1"
            "BDW-KEY" BY REFERENCE BDW-KEY.
           INITIALIZE BDW-R.
           MOVE  BD-TCD       TO BDW-TCD.
           MOVE  W-TODAY      TO BDW-DATE.
           MOVE  BD-OPEN      TO BDW-AMT.
           MOVE  ZERO         TO BDW-REC BDW-LRDT BDW-STAT.
           MOVE  BD-RSN       TO BDW-RSN.
           MOVE  POST-JUNLNO  TO BDW-JUNLNO.
           MOVE  USER_ID      TO BDW-USER.
           CALL "DB_Insert" USING
            BDWF_PNAME1 BDWF_LNAME BDW-R RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE BDWF_IDLST BDWF_PNAME1.
           CALL "DB_F_Open" USING
            "I-O" TC-M_PNAME1 "SHARED" BY REFERENCE TC-M_IDLST "1"
            "TC-KEY" BY REFERENCE TC-KEY.
           MOVE  BD-TCD  TO TC-TCD.
           MOVE  1       TO TC-CCD.
           CALL "DB_Read" USING
            "INVALID KEY" TC-M_PNAME1 BY REFERENCE TC-R " "
            RETURNING RET.
           IF  RET = 0
               MOVE  1        TO TC-BDKBN
               MOVE  W-TODAY  TO TC-BDDATE
               CALL "DB_Update" USING
                TC-M_PNAME1 TC-M_LNAME TC-R RETURNING RET
           END-IF
           CALL "DB_F_Close" USING
            BY REFERENCE TC-M_IDLST TC-M_PNAME1.
       WOF-RTN-EXIT.
           EXIT.
      *
      *    RCV-RTN  -  mode 3: the recovery to income and onto the
      *    customer's BDWF row.
      *
       RCV-RTN.
           ACCEPT  POST-JUNLNO  FROM  TIME.
           MOVE  ZERO  TO POST-LINENO.
           PERFORM  POST-OPEN-RTN  THRU  POST-OPEN-RTN-EXIT.
           MOVE  "BDWF"    TO WORK-DK-NAME.
           MOVE  BD-WKEY   TO WORK-DK-KEY.
           MOVE  69        TO PS-CLS.
           MOVE  0         TO PS-DRCR.
           MOVE  W-TODAY   TO PS-DATE.
           MOVE  BD-AMT    TO PS-AMT.
           MOVE  ZERO      TO PS-CUST.
           MOVE  734       TO PS-TEKI.
           PERFORM  POST-RTN  THRU  POST-RTN-EXIT.
           PERFORM  POST-CLSE-RTN  THRU  POST-CLSE-RTN-EXIT.
           CALL "DB_F_Open" USING
            "I-O" BDWF_PNAME1 "SHARED" BY REFERENCE BDWF_IDLST "1"
            "BDW-KEY" BY REFERENCE BDW-KEY.
           MOVE  BD-WKEY  TO BDW-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" BDWF_PNAME1 BY REFERENCE BDW-R " "
            RETURNING RET.
           IF  RET = 0
               ADD   BD-AMT   TO BDW-REC
               MOVE  W-TODAY  TO BDW-LRDT
               IF  BDW-REC NOT < BDW-AMT
                   MOVE  1  TO BDW-STAT
               END-IF
               CALL "DB_Update" USING
                BDWF_PNAME1 BDWF_LNAME BDW-R RETURNING RET
           END-IF
           CALL "DB_F_Close" USING
            BY REFERENCE BDWF_IDLST BDWF_PNAME1.
       RCV-RTN-EXIT.
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
      *    with the 9999 fallback.
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
           MOVE  WORK-DOCKEY     TO HDOCREF.
           MOVE  PS-TEKI         TO HTEKICD.
           CALL "DB_Insert" USING
            SIWAKH_PNAME1 SIWAKH_LNAME SH-REC RETURNING RET.
       POST-RTN-EXIT.
           EXIT.
      *
       R-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_Close".
           STOP RUN.
