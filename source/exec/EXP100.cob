       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         EXP100.
      *********************************************************
      *    PROGRAM         :  EMPLOYEE EXPENSE CLAIMS          *
      *    PRINTER TYPE    :  JIPS                             *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    employee expense claims from the paper claim form to the
      *    ledger.  SEL-MODE, the same mode-menu idiom as ACR100:
      *      1 = claim entry: employee (EMP-M, active) and claim-
      *          form number, then the receipts line by line --
      *          expense account (KMK-M validated), tax class,
      *          receipt date (not after today), amount as the
      *          receipt shows it, narrative.  a zero account ends
      *          the claim and writes its header (EXP-SEQ 0) with
      *          the line count, total and the keying operator,
      *          awaiting approval;
      *      2 = approval: the checker half of the maker-checker
      *          gate, APR100's rule -- the operator who keyed the
      *          claim cannot approve it, and where EMP-APPID names
      *          the employee's manager only that user can.  the
      *          claim is echoed, the verdict keyed; approval posts
      *          it into SIWAKH dated today (a PLK-M locked month
      *          refuses it) and leaves it for TPY100 to reimburse,
      *          rejection just closes it;
      *      3 = open claim list: every claim awaiting approval or
      *          approved and not yet reimbursed.
      *    posting, the SIV100 payable shape: per receipt line one
      *    credit to the claims-payable account of the JCON7
      *    classification-68 map with the expense account riding
      *    HOPPCD under the line's HTAXKB rate class, and for a
      *    taxable line a second credit for the input tax carried
      *    in the receipt (10/110 or 8/108, fractions cut) against
      *    the input-tax account of the classification-85 map under
      *    HTAXKB "0", so TXE100 counts the base once.  HSECTCD is
      *    the employee's department, HTEKIYO the line narrative,
      *    HDOCREF the EXPF key, HTEKICD 735; no HCUSTCD, so the
      *    supplier nettings never see an employee.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SYSTEM3100.
       OBJECT-COMPUTER. SYSTEM3100.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  SEL-MODE               PIC  9(001)      VALUE ZERO.
       01  M-DMM                  PIC  9(001)      VALUE ZERO.
       01  A-EMPV                 PIC  9(005)      VALUE ZERO.
       01  A-CLNOV                PIC  9(006)      VALUE ZERO.
       01  A-ACCTV                PIC  9(004)      VALUE ZERO.
       01  A-TAXV                 PIC  9(001)      VALUE ZERO.
       01  A-RCDTV                PIC  9(008)      VALUE ZERO.
       01  A-AMTV                 PIC  9(009)      VALUE ZERO.
       01  A-TEKIYOV              PIC  N(020)      VALUE SPACE.
       01  A-VERDV                PIC  9(001)      VALUE ZERO.
      *    claim being keyed / approved: lines so far and total.
       01  EX-LCNT                PIC  9(002)      VALUE ZERO.
       01  EX-TOTAL               PIC  9(010)      VALUE ZERO.
       01  EX-IX                  PIC  9(002)      VALUE ZERO.
       01  EX-CNT                 PIC  9(004)      VALUE ZERO.
       01  EX-SUM                 PIC  9(011)      VALUE ZERO.
       01  EX-ERR                 PIC  9(001)      VALUE ZERO.
      *    posting work: the claims-payable and input-tax accounts
      *    off the JCON7 maps, and the split of the line in hand.
       01  EX-CLS                 PIC  9(002)      VALUE ZERO.
       01  EX-PAYACCT             PIC  9(004)      VALUE ZERO.
       01  EX-PAYHO               PIC  9(004)      VALUE ZERO.
       01  EX-ITAX                PIC  9(004)      VALUE ZERO.
       01  EX-ITAXHO              PIC  9(004)      VALUE ZERO.
       01  EX-TAX                 PIC  9(009)      VALUE ZERO.
       01  EX-NET                 PIC  9(009)      VALUE ZERO.
       01  EX-OPP                 PIC  9(004)      VALUE ZERO.
       01  EX-OPPHO               PIC  9(004)      VALUE ZERO.
       01  EX-TAXKB               PIC  X(001)      VALUE SPACE.
       01  EX-PAMT                PIC  9(010)      VALUE ZERO.
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
           02  F                  PIC  X(06)  VALUE  "LINES ".
           02  WORK-INFO-LINES    PIC  Z9.
           02  F                  PIC  X(07)  VALUE  " TOTAL ".
           02  WORK-INFO-TOTAL    PIC  ZZZZZZZZZ9.
       01  WORK-INFO2.
           02  F                  PIC  X(06)  VALUE  "LINES ".
           02  WORK-INFO2-LINES   PIC  Z9.
           02  F                  PIC  X(07)  VALUE  " TOTAL ".
           02  WORK-INFO2-TOTAL   PIC  ZZZZZZZZZ9.
           02  F                  PIC  X(04)  VALUE  " BY ".
           02  WORK-INFO2-BY      PIC  X(006).
           02  F                  PIC  X(04)  VALUE  " ON ".
           02  WORK-INFO2-DATE    PIC  9(008).
       01  PRN-R                  PIC  X(132).
       77  RESP                   PIC  9(001).
       01  WORK-EX-HD             PIC  X(050)      VALUE
            "*** OPEN EXPENSE CLAIM LIST ***".
       01  WORK-EX-COLHD          PIC  X(070)      VALUE
            "EMPL   CLAIM   ENTERED   LN       TOTAL  BY      APPR
      -     "STATUS".
       01  WORK-EX.
           02  WORK-EX-EMP        PIC  9(005).
           02  F                  PIC  X(02).
           02  WORK-EX-CLNO       PIC  9(006).
           02  F                  PIC  X(02).
           02  WORK-EX-ENTDT      PIC  9(008).
           02  F                  PIC  X(02).
           02  WORK-EX-LINES      PIC  Z9.
           02  F                  PIC  X(02).
           02  WORK-EX-TOTAL      PIC  ZZZZZZZZZ9.
           02  F                  PIC  X(02).
           02  WORK-EX-BY         PIC  X(006).
           02  F                  PIC  X(02).
           02  WORK-EX-APPBY      PIC  X(006).
           02  F                  PIC  X(05).
           02  WORK-EX-STS        PIC  X(010).
       01  WORK-EX-TOT.
           02  F                  PIC  X(08)  VALUE  "CLAIMS :".
           02  WORK-EX-CNT        PIC  ZZZ9.
           02  F                  PIC  X(09)  VALUE  "  TOTAL :".
           02  WORK-EX-SUM        PIC  ZZZZZZZZZZ9.
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
      *
           COPY L-JCON.
           COPY LIBPLK.
      *FD  KMK-M
           COPY LIKMK.
      *FD  EMP-M
           COPY LIEMPM.
      *FD  EXPF
           COPY LIEXPF.
      *FD  SIWAKH
       01  SIWAKH_EXP100.
           02  SIWAKH_PNAME1      PIC  X(006) VALUE "SIWAKH".
           02  F                  PIC  X(001).
           02  SIWAKH_LNAME       PIC  X(013) VALUE "SIWAKH_EXP100".
           02  F                  PIC  X(001).
           02  SIWAKH_KEY1        PIC  X(100) VALUE SPACE.
           02  SIWAKH_SORT        PIC  X(100) VALUE SPACE.
           02  SIWAKH_IDLST       PIC  X(100) VALUE SPACE.
           02  SIWAKH_RES         USAGE  POINTER.
           COPY SIWAKH.
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
                "EMPLOYEE EXPENSE CLAIMS".
           02  FILLER  PIC  X(035) VALUE
                "MODE 1=ENTRY 2=APPROVE 3=LIST".
       01  C-MID2.
           02  FILLER  PIC  X(020) VALUE
                "EMPLOYEE CODE".
           02  FILLER  PIC  X(020) VALUE
                "CLAIM NO".
           02  FILLER  PIC  X(020) VALUE
                "EXPENSE ACCOUNT".
           02  FILLER  PIC  X(020) VALUE
                "TAX 0=NO 1=10% 2=8%".
           02  FILLER  PIC  X(020) VALUE
                "RECEIPT   CCYYMMDD".
           02  FILLER  PIC  X(020) VALUE
                "AMOUNT TAX INCL".
           02  FILLER  PIC  X(020) VALUE
                "NARRATIVE".
           02  FILLER  PIC  X(020) VALUE
                "VERDICT 1=APP 9=REJ".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-DSP.
           02  D-ENAME    PIC  N(010).
           02  D-INFOF    PIC  X(060).
       01  C-ACP.
           02  A-MODE     PIC  9(001).
           02  A-EMP      PIC  9(005).
           02  A-CLNO     PIC  9(006).
           02  A-ACCT     PIC  9(004).
           02  A-TAX      PIC  9(001).
           02  A-RCDT     PIC  9(008).
           02  A-AMT      PIC  9(009).
           02  A-TEKIYO   PIC  N(020).
           02  A-VERD     PIC  9(001).
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
             03  E-ME1   PIC  X(030) VALUE
                  "***  NO SUCH EMPLOYEE      ***".
             03  E-ME2   PIC  X(030) VALUE
                  "***  CLAIM NO ALREADY USED ***".
             03  E-ME3   PIC  X(030) VALUE
                  "***  NO SUCH ACCOUNT CODE  ***".
             03  E-ME4   PIC  X(030) VALUE
                  "***  RECEIPT DATE IN FUTURE***".
             03  E-ME5   PIC  X(030) VALUE
                  "***  NO PENDING CLAIM      ***".
             03  E-ME6   PIC  X(030) VALUE
                  "***  CANNOT SELF-APPROVE   ***".
             03  E-ME7   PIC  X(030) VALUE
                  "***  NOT THE APPROVER      ***".
             03  E-ME8   PIC  X(030) VALUE
                  "***  PERIOD LOCKED         ***".
             03  E-ME9   PIC  X(030) VALUE
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
            "C-MID" " " "0" "0" "75" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-MID" "X" "3" "10" "40" " " "C-MID" RETURNING RESU.
       CALL "SD_Init" USING
            "02C-MID" "X" "5" "10" "35" "01C-MID" " " RETURNING RESU.
      *C-MID2
       CALL "SD_Init" USING
            "C-MID2" " " "0" "0" "180" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-MID2" "X" "7" "10" "20" " " "C-MID2" RETURNING RESU.
       CALL "SD_Init" USING
            "02C-MID2" "X" "8" "10" "20" "01C-MID2" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "03C-MID2" "X" "10" "10" "20" "02C-MID2" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "04C-MID2" "X" "11" "10" "20" "03C-MID2" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "05C-MID2" "X" "12" "10" "20" "04C-MID2" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "06C-MID2" "X" "13" "10" "20" "05C-MID2" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "07C-MID2" "X" "14" "10" "20" "06C-MID2" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "08C-MID2" "X" "16" "10" "20" "07C-MID2" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "09C-MID2" "X" "18" "10" "20" "08C-MID2" " "
            RETURNING RESU.
      *C-DSP
       CALL "SD_Init" USING
            "C-DSP" " " "0" "0" "70" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "D-ENAME" "N" "7" "38" "10" " " "C-DSP" RETURNING RESU.
       CALL "SD_From" USING
            "D-ENAME" BY REFERENCE EMP-NAME "10" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "D-INFOF" "X" "20" "10" "60" "D-ENAME" " " RETURNING RESU.
       CALL "SD_From" USING
            "D-INFOF" BY REFERENCE D-INFO "60" "0" RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "56" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-MODE" "9" "5" "50" "1" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-MODE" BY REFERENCE SEL-MODE "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-EMP" "9" "7" "31" "5" "A-MODE" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-EMP" BY REFERENCE A-EMPV "5" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-CLNO" "9" "8" "31" "6" "A-EMP" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-CLNO" BY REFERENCE A-CLNOV "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-ACCT" "9" "10" "31" "4" "A-CLNO" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-ACCT" BY REFERENCE A-ACCTV "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-TAX" "9" "11" "31" "1" "A-ACCT" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-TAX" BY REFERENCE A-TAXV "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-RCDT" "9" "12" "31" "8" "A-TAX" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-RCDT" BY REFERENCE A-RCDTV "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-AMT" "9" "13" "31" "9" "A-RCDT" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-AMT" BY REFERENCE A-AMTV "9" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-TEKIYO" "N" "14" "31" "20" "A-AMT" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-TEKIYO" BY REFERENCE A-TEKIYOV "20" "0"
            RETURNING RESU.
       CALL "SD_Init" USING
            "A-VERD" "9" "16" "31" "1" "A-TEKIYO" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-VERD" BY REFERENCE A-VERDV "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "18" "31" "1" "A-VERD" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DMM" BY REFERENCE M-DMM "1" "0" RETURNING RESU.
      *C-ERR
       CALL "SD_Init" USING
            "C-ERR" " " "0" "0" "277" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-ERR" " " "24" "0" "277" " " "C-ERR" RETURNING RESU.
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
            "E-ME9" "X" "24" "15" "30" "E-ME8" " " RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME99" "X" "24" "75" "5" "E-ME9" " " RETURNING RESU.
      *
           ACCEPT USER_ID FROM ARGUMENT-VALUE.
           ACCEPT COMPLETION_CODE FROM ARGUMENT-VALUE.
      *
           CALL "DB_F_Open" USING
            "INPUT" EMP-M_PNAME1 "SHARED" BY REFERENCE EMP-M_IDLST "1"
            "EMP-KEY" BY REFERENCE EMP-KEY.
           CALL "DB_F_Open" USING
            "I-O" EXPF_PNAME1 "SHARED" BY REFERENCE EXPF_IDLST "1"
            "EXP-KEY" BY REFERENCE EXP-KEY.
      *
       R-05.
           MOVE    SPACE    TO  ERR-STAT.
           MOVE    ZERO     TO  RESU.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "SD_Output" USING "C-MID" C-MID "p" RETURNING RESU.
           MOVE  ZERO   TO SEL-MODE M-DMM A-EMPV A-CLNOV A-VERDV
                           EX-LCNT EX-TOTAL.
           MOVE  SPACE  TO D-INFO.
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
           IF  SEL-MODE = 3
               PERFORM  LIST-RTN  THRU  LIST-RTN-EXIT
               GO TO R-05
           END-IF
           IF  SEL-MODE NOT = 1  AND  2
               GO TO R-08
           END-IF
           CALL "SD_Output" USING "C-MID2" C-MID2 "p" RETURNING RESU.
      *
      *    M-10/M-11  -  employee and claim number, both modes.
      *
       M-10.
           CALL "SD_Accept" USING BY REFERENCE A-EMP "A-EMP" "9" "5"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-05
           END-IF
           IF  ESTAT = PF9
               CALL "C3_Set_Jrcode" USING
                USER_ID BY REFERENCE COMPLETION_CODE  255
               GO TO R-95
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-10
           END-IF
           MOVE  A-EMPV  TO EMP-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" EMP-M_PNAME1 BY REFERENCE EMP-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1  OR  (SEL-MODE = 1  AND  EMP-STAT = 9)
               CALL "SD_Output" USING
                "E-ME1" E-ME1 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-10
           END-IF
           CALL "SD_Output" USING "D-ENAME" D-ENAME "p" RETURNING RESU.
       M-11.
           CALL "SD_Accept" USING BY REFERENCE A-CLNO "A-CLNO" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-10
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-11
           END-IF
           IF  A-CLNOV = ZERO
               GO TO M-11
           END-IF
           MOVE  A-EMPV   TO EXP-EMP.
           MOVE  A-CLNOV  TO EXP-CLNO.
           MOVE  ZERO     TO EXP-SEQ.
           CALL "DB_Read" USING
            "INVALID KEY" EXPF_PNAME1 BY REFERENCE EXP-R " "
            RETURNING RET.
           IF  SEL-MODE = 2
               GO TO AP-10
           END-IF
           IF  RET = 0
               CALL "SD_Output" USING
                "E-ME2" E-ME2 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-11
           END-IF
           MOVE  ZERO  TO EX-LCNT EX-TOTAL.
      *
      *    L-10 .. L-20  -  mode 1: one receipt line per pass; a
      *    zero account closes the claim.
      *
       L-10.
           CALL "SD_Accept" USING BY REFERENCE A-ACCT "A-ACCT" "9" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB  AND  EX-LCNT = ZERO
               GO TO M-11
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO L-10
           END-IF
           IF  A-ACCTV = ZERO
               GO TO L-90
           END-IF
           CALL "DB_F_Open" USING
            "INPUT" KMK-M_PNAME1 "SHARED" BY REFERENCE KMK-M_IDLST
            "1".
           MOVE  A-ACCTV  TO KMK-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" KMK-M_PNAME1 BY REFERENCE KMK-R "UNLOCK"
            RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE KMK-M_IDLST KMK-M_PNAME1.
           IF  RET = 1
               CALL "SD_Output" USING
                "E-ME3" E-ME3 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO L-10
           END-IF.
       L-11.
           CALL "SD_Accept" USING BY REFERENCE A-TAX "A-TAX" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO L-10
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO L-11
           END-IF
           IF  A-TAXV NOT = 0  AND  1  AND  2
               GO TO L-11
           END-IF.
       L-12.
           CALL "SD_Accept" USING BY REFERENCE A-RCDT "A-RCDT" "9" "8"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO L-11
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO L-12
           END-IF
           IF  A-RCDTV = ZERO
               GO TO L-12
           END-IF
           IF  A-RCDTV > W-TODAY
               CALL "SD_Output" USING
                "E-ME4" E-ME4 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO L-12
           END-IF.
       L-13.
           CALL "SD_Accept" USING BY REFERENCE A-AMT "A-AMT" "9" "9"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO L-12
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO L-13
           END-IF
           IF  A-AMTV = ZERO
               GO TO L-13
           END-IF.
       L-14.
           CALL "SD_Accept" USING BY REFERENCE A-TEKIYO "A-TEKIYO"
            "N" "20" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO L-13
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO L-14
           END-IF.
       L-20.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO L-14
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO L-20
           END-IF
           IF  M-DMM NOT = 1  AND  9
               GO TO L-20
           END-IF
           IF  M-DMM = 1
               ADD  1  TO EX-LCNT
               INITIALIZE EXP-R
               MOVE  A-EMPV     TO EXP-EMP
               MOVE  A-CLNOV    TO EXP-CLNO
               MOVE  EX-LCNT    TO EXP-SEQ
               MOVE  A-ACCTV    TO EXP-ACCT
               MOVE  A-TAXV     TO EXP-TAXKB
               MOVE  A-RCDTV    TO EXP-RCDT
               MOVE  A-AMTV     TO EXP-AMT
               MOVE  A-TEKIYOV  TO EXP-TEKIYO
               CALL "DB_Insert" USING
                EXPF_PNAME1 EXPF_LNAME EXP-R RETURNING RET
               ADD  A-AMTV  TO EX-TOTAL
               MOVE  EX-LCNT    TO WORK-INFO-LINES
               MOVE  EX-TOTAL   TO WORK-INFO-TOTAL
               MOVE  WORK-INFO  TO D-INFO
               CALL "SD_Output" USING
                "D-INFOF" D-INFOF "p" RETURNING RESU
           END-IF
           MOVE  ZERO   TO A-ACCTV A-TAXV A-RCDTV A-AMTV M-DMM.
           MOVE  SPACE  TO A-TEKIYOV.
           CALL "SD_Output" USING "A-ACCT" A-ACCT "p" RETURNING RESU.
           CALL "SD_Output" USING "A-TAX" A-TAX "p" RETURNING RESU.
           CALL "SD_Output" USING "A-RCDT" A-RCDT "p" RETURNING RESU.
           CALL "SD_Output" USING "A-AMT" A-AMT "p" RETURNING RESU.
           CALL "SD_Output" USING
            "A-TEKIYO" A-TEKIYO "p" RETURNING RESU.
           CALL "SD_Output" USING "A-DMM" A-DMM "p" RETURNING RESU.
           IF  EX-LCNT < 99
               GO TO L-10
           END-IF.
      *
      *    L-90  -  the claim header, awaiting approval.
      *
       L-90.
           IF  EX-LCNT = ZERO
               GO TO R-05
           END-IF
           INITIALIZE EXP-R.
           MOVE  A-EMPV     TO EXP-EMP.
           MOVE  A-CLNOV    TO EXP-CLNO.
           MOVE  ZERO       TO EXP-SEQ.
           MOVE  W-TODAY    TO EXP-ENTDT.
           MOVE  EX-LCNT    TO EXP-LINES.
           MOVE  EX-TOTAL   TO EXP-TOTAL.
           MOVE  0          TO EXP-STAT.
           MOVE  USER_ID    TO EXP-BY.
           MOVE  SPACE      TO EXP-APPBY.
           MOVE  ZERO       TO EXP-APPDT EXP-PJUNL EXP-PAYDT EXP-YJUNL.
           CALL "DB_Insert" USING
            EXPF_PNAME1 EXPF_LNAME EXP-R RETURNING RET.
           CALL "SD_Output" USING
            "E-ME9" E-ME9 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO R-05.
      *
      *    AP-10 .. AP-20  -  mode 2: the pending claim echoed and
      *    the verdict keyed.
      *
       AP-10.
           IF  RET = 1  OR  EXP-STAT NOT = 0
               CALL "SD_Output" USING
                "E-ME5" E-ME5 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-11
           END-IF
      *
      *    the operator who keyed the claim cannot approve it, and a
      *    named manager is the only one who can.
      *
           IF  EXP-BY = USER_ID
               CALL "SD_Output" USING
                "E-ME6" E-ME6 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-11
           END-IF
           IF  EMP-APPID NOT = SPACE  AND  NOT = USER_ID
               CALL "SD_Output" USING
                "E-ME7" E-ME7 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-11
           END-IF
           MOVE  EXP-LINES  TO EX-LCNT.
           MOVE  EXP-LINES  TO WORK-INFO2-LINES.
           MOVE  EXP-TOTAL  TO WORK-INFO2-TOTAL.
           MOVE  EXP-BY     TO WORK-INFO2-BY.
           MOVE  EXP-ENTDT  TO WORK-INFO2-DATE.
           MOVE  WORK-INFO2 TO D-INFO.
           CALL "SD_Output" USING "D-INFOF" D-INFOF "p" RETURNING RESU.
       AP-11.
           CALL "SD_Accept" USING BY REFERENCE A-VERD "A-VERD" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-11
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO AP-11
           END-IF
           IF  A-VERDV NOT = 1  AND  9
               GO TO AP-11
           END-IF.
       AP-20.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO AP-11
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO AP-20
           END-IF
           IF  M-DMM NOT = 1  AND  9
               GO TO AP-20
           END-IF
           IF  M-DMM = 9
               GO TO R-05
           END-IF
           MOVE  ZERO  TO EX-ERR POST-JUNLNO.
           IF  A-VERDV = 1
               PERFORM  AP-POST-RTN  THRU  AP-POST-RTN-EXIT
               IF  EX-ERR = 1
                   GO TO AP-20
               END-IF
           END-IF
      *
      *    the header again -- the posting pass read the lines over
      *    the same record area.
      *
           MOVE  A-EMPV   TO EXP-EMP.
           MOVE  A-CLNOV  TO EXP-CLNO.
           MOVE  ZERO     TO EXP-SEQ.
           CALL "DB_Read" USING
            "INVALID KEY" EXPF_PNAME1 BY REFERENCE EXP-R " "
            RETURNING RET.
           IF  A-VERDV = 1
               MOVE  1            TO EXP-STAT
               MOVE  W-TODAY      TO EXP-APPDT
               MOVE  POST-JUNLNO  TO EXP-PJUNL
           ELSE
               MOVE  9            TO EXP-STAT
           END-IF
           MOVE  USER_ID  TO EXP-APPBY.
           CALL "DB_Update" USING
            EXPF_PNAME1 EXPF_LNAME EXP-R RETURNING RET.
           CALL "SD_Output" USING
            "E-ME9" E-ME9 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO R-05.
      *
      *    AP-POST-RTN  -  the approved claim into SIWAKH dated
      *    today, one voucher for the whole claim; a locked month
      *    comes back with EX-ERR 1 and nothing posted.
      *
       AP-POST-RTN.
           CALL "DB_F_Open" USING
            "INPUT" PLK-M_PNAME1 " " BY REFERENCE PLK-M_IDLST "0".
           COMPUTE  PLK-KEY = W-TODAY / 100.
           CALL "DB_Read" USING
            "INVALID KEY" PLK-M_PNAME1 BY REFERENCE PLK-R " "
            RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE PLK-M_IDLST PLK-M_PNAME1.
           IF  RET = 0  AND  PLK-STAT = 1
               CALL "SD_Output" USING
                "E-ME8" E-ME8 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               MOVE  1  TO EX-ERR
               GO TO AP-POST-RTN-EXIT
           END-IF
           ACCEPT  POST-JUNLNO  FROM  TIME.
           MOVE  ZERO  TO POST-LINENO.
           CALL "DB_F_Open" USING
            "INPUT" JCON_PNAME1 "SHARED" BY REFERENCE JCON_IDLST "1"
            "JCON2-KEY" BY REFERENCE JCON2-KEY.
           CALL "DB_F_Open" USING
            "INPUT" KMK-M_PNAME1 "SHARED" BY REFERENCE KMK-M_IDLST
            "1".
           CALL "DB_F_Open" USING
            "I-O" SIWAKH_PNAME1 "SHARED" BY REFERENCE SIWAKH_IDLST "1"
            "SH-KEY3" BY REFERENCE SH-KEY3.
           MOVE  68  TO EX-CLS.
           PERFORM  MAP-RTN  THRU  MAP-RTN-EXIT.
           MOVE  JCON7-ACCT       TO EX-PAYACCT.
           MOVE  JCON7-HOACCT     TO EX-PAYHO.
           MOVE  85  TO EX-CLS.
           PERFORM  MAP-RTN  THRU  MAP-RTN-EXIT.
           MOVE  JCON7-OPPACCT    TO EX-ITAX.
           MOVE  JCON7-HOOPPACCT  TO EX-ITAXHO.
           MOVE  "EXPF"           TO WORK-DK-NAME.
           MOVE  ZERO  TO EX-IX.
       AP-POST-010.
           ADD  1  TO EX-IX.
           IF  EX-IX > EX-LCNT
               GO TO AP-POST-090
           END-IF
           MOVE  A-EMPV   TO EXP-EMP.
           MOVE  A-CLNOV  TO EXP-CLNO.
           MOVE  EX-IX    TO EXP-SEQ.
           CALL "DB_Read" USING
            "INVALID KEY" EXPF_PNAME1 BY REFERENCE EXP-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO TO AP-POST-010
           END-IF
           MOVE  EXP-KEY  TO WORK-DK-KEY.
           MOVE  ZERO     TO EX-TAX.
           IF  EXP-TAXKB = 1
               COMPUTE  EX-TAX = EXP-AMT * 10 / 110
           END-IF
           IF  EXP-TAXKB = 2
               COMPUTE  EX-TAX = EXP-AMT * 8 / 108
           END-IF
           COMPUTE  EX-NET = EXP-AMT - EX-TAX.
           MOVE  EXP-ACCT   TO EX-OPP.
           MOVE  ZERO       TO EX-OPPHO.
           MOVE  EXP-TAXKB  TO EX-TAXKB.
           MOVE  EX-NET     TO EX-PAMT.
           PERFORM  AP-LINE-RTN  THRU  AP-LINE-RTN-EXIT.
           IF  EX-TAX NOT = ZERO
               MOVE  EX-ITAX    TO EX-OPP
               MOVE  EX-ITAXHO  TO EX-OPPHO
               MOVE  "0"        TO EX-TAXKB
               MOVE  EX-TAX     TO EX-PAMT
               PERFORM  AP-LINE-RTN  THRU  AP-LINE-RTN-EXIT
           END-IF
           GO TO AP-POST-010.
       AP-POST-090.
           CALL "DB_F_Close" USING
            BY REFERENCE SIWAKH_IDLST SIWAKH_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE KMK-M_IDLST KMK-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE JCON_IDLST JCON_PNAME1.
       AP-POST-RTN-EXIT.
           EXIT.
      *
      *    MAP-RTN  -  the JCON7 EX-CLS map, KMK-M checked with the
      *    9999 fallback, the JTK170 sequence.
      *
       MAP-RTN.
           MOVE  7       TO  JCON7-01.
           MOVE  EX-CLS  TO  JCON7-02.
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
           END-IF.
       MAP-RTN-EXIT.
           EXIT.
      *
      *    AP-LINE-RTN  -  one credit to claims payable with EX-OPP
      *    on the other side.
      *
       AP-LINE-RTN.
           ADD  1  TO POST-LINENO.
           INITIALIZE SH-REC.
           MOVE  EX-PAYACCT      TO HACCNTCD HACCNTCD2.
           MOVE  EX-PAYHO        TO HHOACCNT.
           MOVE  W-TODAY         TO HTRDATE HTRDATE2.
           MOVE  POST-JUNLNO     TO HJUNLNO HJUNLNO2.
           MOVE  POST-LINENO     TO HLINENO HLINENO2.
           MOVE  1               TO HDR-CR HDR-CR2.
           MOVE  EMP-DEPT        TO HSECTCD.
           MOVE  EX-TAXKB        TO HTAXKB.
           MOVE  EX-PAMT         TO HAMOUNT.
           MOVE  EX-OPP          TO HOPPCD.
           MOVE  EX-OPPHO        TO HHOOPPCD.
           MOVE  EXP-TEKIYO      TO HTEKIYO.
           MOVE  WORK-DOCKEY     TO HDOCREF.
           MOVE  735             TO HTEKICD.
           CALL "DB_Insert" USING
            SIWAKH_PNAME1 SIWAKH_LNAME SH-REC RETURNING RET.
       AP-LINE-RTN-EXIT.
           EXIT.
      *
      *    LIST-RTN  -  mode 3: every claim header still open
      *    (awaiting approval, or approved and not yet reimbursed).
      *
       LIST-RTN.
           MOVE  ZERO  TO EX-CNT EX-SUM.
           CALL "PR_Open" RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-EX-HD   TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-EX-COLHD  TO PRN-R (11:70).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "DB_F_Close" USING
            BY REFERENCE EXPF_IDLST EXPF_PNAME1.
           CALL "DB_F_Open" USING
            "INPUT" EXPF_PNAME1 " " BY REFERENCE EXPF_IDLST "0".
       LIST-010.
           CALL "DB_Read" USING
            "AT END" EXPF_PNAME1 BY REFERENCE EXP-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO LIST-020
           END-IF
           IF  EXP-SEQ NOT = ZERO
               GO TO LIST-010
           END-IF
           IF  EXP-STAT NOT = 0  AND  1
               GO TO LIST-010
           END-IF
           ADD  1          TO EX-CNT.
           ADD  EXP-TOTAL  TO EX-SUM.
           MOVE  SPACE        TO PRN-R WORK-EX.
           MOVE  EXP-EMP      TO WORK-EX-EMP.
           MOVE  EXP-CLNO     TO WORK-EX-CLNO.
           MOVE  EXP-ENTDT    TO WORK-EX-ENTDT.
           MOVE  EXP-LINES    TO WORK-EX-LINES.
           MOVE  EXP-TOTAL    TO WORK-EX-TOTAL.
           MOVE  EXP-BY       TO WORK-EX-BY.
           MOVE  EXP-APPBY    TO WORK-EX-APPBY.
           IF  EXP-STAT = 0
               MOVE  "PENDING"   TO WORK-EX-STS
           ELSE
               MOVE  "APPROVED"  TO WORK-EX-STS
           END-IF
           MOVE  WORK-EX      TO PRN-R (11:70).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           GO TO LIST-010.
       LIST-020.
           CALL "DB_F_Close" USING
            BY REFERENCE EXPF_IDLST EXPF_PNAME1.
           CALL "DB_F_Open" USING
            "I-O" EXPF_PNAME1 "SHARED" BY REFERENCE EXPF_IDLST "1"
            "EXP-KEY" BY REFERENCE EXP-KEY.
           MOVE  SPACE  TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  EX-CNT       TO WORK-EX-CNT.
           MOVE  EX-SUM       TO WORK-EX-SUM.
           MOVE  WORK-EX-TOT  TO PRN-R (11:32).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "PR_Close" RETURNING RESP.
       LIST-RTN-EXIT.
           EXIT.
      *
       R-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_F_Close" USING
            BY REFERENCE EXPF_IDLST EXPF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE EMP-M_IDLST EMP-M_PNAME1.
           CALL "DB_Close".
           STOP RUN.
