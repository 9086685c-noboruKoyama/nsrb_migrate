       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         BRC100.
      *********************************************************
      *    PROGRAM         :  BANK ACCOUNT RECONCILIATION      *
      *    PRINTER TYPE    :  JIPS                             *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    ties the whole bank statement -- deposits and
      *    withdrawals -- to the book side of one cash account,
      *    instead of the passbook being ticked against a SIWAKH
      *    printout every month.  the account is named by the
      *    SIWAKH account code it is booked under (KMK-M).  a book
      *    line belongs to it when that code is the line's HACCNTCD
      *    (debit = money in), or -- the single-sided convention
      *    TPY100/DEP100/DDB100 post under -- its HOPPCD, where the
      *    line's own side is mirrored (a debit to the payable =
      *    money out of the bank).  SEL-MODE, the TGS100 idiom:
      *      1 = import: the bank's BNKST statement file (header
      *          with period, opening and closing balance, then one
      *          line per deposit or withdrawal, DEPF's fixed-length
      *          shape) onto BRCF under the account and the closing
      *          date; a statement already on file is refused.
      *      2 = reconcile: every open statement line is matched
      *          to a book line of the same direction and amount
      *          dated within the keyed window (default 5 days,
      *          CSH100's 360/30 day serial), the book lines drawn
      *          from three months before the statement period up
      *          to its closing date less any already cleared
      *          against an earlier statement.  prints the
      *          reconciliation -- bank balance, plus deposits in
      *          transit, less outstanding payments, against the
      *          book balance, with the bank-only items and any
      *          difference left unexplained -- then both lists of
      *          unmatched items.  re-running keeps earlier matches.
      *      3 = post: walks the statement's unmatched lines one at
      *          a time; 1 posts it against the cash account (a
      *          withdrawal as a bank charge, JCON7 classification
      *          77, an incoming as bank interest, classification
      *          76, both with the cash account as HOPPCD, HTEKICD
      *          730, dated the bank's date) and clears the line,
      *          2 skips, 9 ends.  a PLK-M locked month is refused.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SYSTEM3100.
       OBJECT-COMPUTER. SYSTEM3100.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  SEL-MODE               PIC  9(001)      VALUE ZERO.
       01  M-DMM                  PIC  9(001)      VALUE ZERO.
       01  M-ACT                  PIC  9(001)      VALUE ZERO.
       01  RC-ACCT                PIC  9(004)      VALUE ZERO.
       01  RC-STDT                PIC  9(008)      VALUE ZERO.
       01  RC-WIN                 PIC  9(002)      VALUE ZERO.
       01  RC-FROM                PIC  9(008)      VALUE ZERO.
       01  RC-OPEN                PIC S9(011)      VALUE ZERO.
       01  RC-CLOSE               PIC S9(011)      VALUE ZERO.
       01  RC-FND                 PIC  9(001)      VALUE ZERO.
       01  RC-PNG                 PIC  9(006)      VALUE ZERO.
       01  RC-SEQ                 PIC  9(004)      VALUE ZERO.
       01  RC-IO                  PIC  9(001)      VALUE ZERO.
       01  RC-AMT                 PIC S9(010)      VALUE ZERO.
      *    look-back start for the book side -- three months before
      *    the statement period.
       01  RC-LBDT                PIC  9(008)      VALUE ZERO.
       01  RC-LBDT-R  REDEFINES  RC-LBDT.
           02  RC-LB-YY           PIC  9(004).
           02  RC-LB-MM           PIC  9(002).
           02  RC-LB-DD           PIC  9(002).
      *    day-serial work fields -- 360/30 approximate calendar,
      *    CSH100's SER-RTN.
       01  RC-SER-DATE            PIC  9(008)      VALUE ZERO.
       01  RC-SER                 PIC S9(008)      VALUE ZERO.
       01  RC-REM                 PIC  9(006)      VALUE ZERO.
       01  RC-SER1                PIC S9(008)      VALUE ZERO.
       01  RC-DIFF                PIC S9(008)      VALUE ZERO.
      *    reconciliation totals.
       01  RC-BOOK                PIC S9(012)      VALUE ZERO.
       01  RC-DIT                 PIC S9(012)      VALUE ZERO.
       01  RC-OUTP                PIC S9(012)      VALUE ZERO.
       01  RC-ADJ                 PIC S9(012)      VALUE ZERO.
       01  RC-BKIN                PIC S9(012)      VALUE ZERO.
       01  RC-BKOUT               PIC S9(012)      VALUE ZERO.
       01  RC-BONET               PIC S9(012)      VALUE ZERO.
       01  RC-UNEXP               PIC S9(012)      VALUE ZERO.
       01  RC-FOOT                PIC S9(012)      VALUE ZERO.
       01  RC-MCNT                PIC  9(004)      VALUE ZERO.
       01  RC-OVFL                PIC  9(006)      VALUE ZERO.
       01  RC-ICNT                PIC  9(004)      VALUE ZERO.
       01  RC-IAMT                PIC  9(012)      VALUE ZERO.
       01  RC-OCNT                PIC  9(004)      VALUE ZERO.
       01  RC-OAMT                PIC  9(012)      VALUE ZERO.
      *    the statement's lines.
       01  ST-CNT                 PIC  9(003)      VALUE ZERO.
       01  ST-IX                  PIC  9(003)      VALUE ZERO.
       01  ST-TBL.
           02  ST-ENT   OCCURS  500.
               03  ST-SEQ         PIC  9(004).
               03  ST-DATE        PIC  9(008).
               03  ST-IO          PIC  9(001).
               03  ST-AMT         PIC  9(010).
               03  ST-DESC        PIC  N(020).
               03  ST-STAT        PIC  9(001).
               03  ST-MKEY        PIC  X(025).
               03  ST-UPD         PIC  9(001).
      *    book lines on the account not yet cleared.
       01  BK-CNT                 PIC  9(004)      VALUE ZERO.
       01  BK-IX                  PIC  9(004)      VALUE ZERO.
       01  BK-TBL.
           02  BK-ENT   OCCURS  2000.
               03  BK-KEY         PIC  X(025).
               03  BK-DATE        PIC  9(008).
               03  BK-IO          PIC  9(001).
               03  BK-AMT         PIC  9(010).
               03  BK-TEKI        PIC  9(003).
               03  BK-MT          PIC  9(001).
      *    book lines already cleared by a statement line.
       01  EX-CNT                 PIC  9(004)      VALUE ZERO.
       01  EX-IX                  PIC  9(004)      VALUE ZERO.
       01  EX-TBL.
           02  EX-KEY   OCCURS  3000  PIC  X(025).
       01  POST-JUNLNO            PIC  9(006)      VALUE ZERO.
       01  POST-LINENO            PIC  9(002)      VALUE ZERO.
       01  WORK-TODATE.
           02  WORK-TD-YY         PIC  9(002).
           02  WORK-TD-MM         PIC  9(002).
           02  WORK-TD-DD         PIC  9(002).
       01  W-TODAY                PIC  9(008)      VALUE ZERO.
       01  D-INFO                 PIC  X(064)      VALUE SPACE.
       01  WORK-INFO.
           02  WORK-INFO-DATE     PIC  9(008).
           02  F                  PIC  X(01).
           02  WORK-INFO-IO       PIC  X(03).
           02  F                  PIC  X(01).
           02  WORK-INFO-AMT      PIC  ZZZZZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-INFO-DESC     PIC  N(020).
       01  PRN-R                  PIC  X(132).
       77  RESP                   PIC  9(001).
      *    the import list.
       01  WORK-IM-HD             PIC  X(050)      VALUE
            "*** BANK STATEMENT IMPORT ***".
       01  WORK-IM.
           02  F                  PIC  X(08)  VALUE  "ACCOUNT ".
           02  WORK-IM-ACCT       PIC  9(004).
           02  F                  PIC  X(08)  VALUE  "  FROM  ".
           02  WORK-IM-FROM       PIC  9(008).
           02  F                  PIC  X(06)  VALUE  "  TO  ".
           02  WORK-IM-TO         PIC  9(008).
       01  WORK-IM-TOT.
           02  F                  PIC  X(11)  VALUE  "DEPOSITS  :".
           02  WORK-IM-ICNT       PIC  ZZZ9.
           02  F                  PIC  X(01).
           02  WORK-IM-IAMT       PIC  ZZZZZZZZZZZ9.
           02  F                  PIC  X(15)  VALUE  "  WITHDRAWALS :".
           02  WORK-IM-OCNT       PIC  ZZZ9.
           02  F                  PIC  X(01).
           02  WORK-IM-OAMT       PIC  ZZZZZZZZZZZ9.
      *    the reconciliation statement.
       01  WORK-RC-HD             PIC  X(050)      VALUE
            "*** BANK RECONCILIATION STATEMENT ***".
       01  WORK-RC-ST.
           02  F                  PIC  X(08)  VALUE  "ACCOUNT ".
           02  WORK-RC-ACCT       PIC  9(004).
           02  F                  PIC  X(02).
           02  WORK-RC-ACNM       PIC  N(013).
           02  F                  PIC  X(13)  VALUE  "  STATEMENT  ".
           02  WORK-RC-FROM       PIC  9(008).
           02  F                  PIC  X(03)  VALUE  " - ".
           02  WORK-RC-TO         PIC  9(008).
       01  WORK-RC.
           02  WORK-RC-LBL        PIC  X(040).
           02  WORK-RC-AMT        PIC  -ZZZZZZZZZZZ9.
       01  WORK-RC-BHD            PIC  X(050)      VALUE
            "BOOK ITEMS NOT ON STATEMENT".
       01  WORK-RC-BCOL           PIC  X(050)      VALUE
            "DATE      DIR      AMOUNT  VOUCHER   ACCT  SRC".
       01  WORK-RC-B.
           02  WORK-RC-B-DATE     PIC  9(008).
           02  F                  PIC  X(02).
           02  WORK-RC-B-IO       PIC  X(03).
           02  F                  PIC  X(02).
           02  WORK-RC-B-AMT      PIC  ZZZZZZZZZ9.
           02  F                  PIC  X(02).
           02  WORK-RC-B-JUN      PIC  9(006).
           02  F                  PIC  X(01).
           02  WORK-RC-B-LINE     PIC  9(002).
           02  F                  PIC  X(02).
           02  WORK-RC-B-ACCT     PIC  9(004).
           02  F                  PIC  X(02).
           02  WORK-RC-B-TEKI     PIC  9(003).
       01  WORK-RC-SHD            PIC  X(050)      VALUE
            "STATEMENT ITEMS NOT IN BOOKS".
       01  WORK-RC-SCOL           PIC  X(050)      VALUE
            "DATE      DIR      AMOUNT  LINE  DESCRIPTION".
       01  WORK-RC-S.
           02  WORK-RC-S-DATE     PIC  9(008).
           02  F                  PIC  X(02).
           02  WORK-RC-S-IO       PIC  X(03).
           02  F                  PIC  X(02).
           02  WORK-RC-S-AMT      PIC  ZZZZZZZZZ9.
           02  F                  PIC  X(02).
           02  WORK-RC-S-SEQ      PIC  9(004).
           02  F                  PIC  X(02).
           02  WORK-RC-S-DESC     PIC  N(020).
       01  WORK-RC-OVF.
           02  F                  PIC  X(30)  VALUE
                "BOOK LINES NOT LOADED (FULL) :".
           02  WORK-RC-OVFL       PIC  ZZZZZ9.
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
           COPY  LIBPLK.
           COPY  L-JCON.
      *FD  KMK-M
           COPY LIKMK.
      *FD  BRCF
           COPY LIBRCF.
      *FD  SIWAKH
       01  SIWAKH_BRC100.
           02  SIWAKH_PNAME1      PIC  X(006) VALUE "SIWAKH".
           02  F                  PIC  X(001).
           02  SIWAKH_LNAME       PIC  X(013) VALUE "SIWAKH_BRC100".
           02  F                  PIC  X(001).
           02  SIWAKH_KEY1        PIC  X(100) VALUE SPACE.
           02  SIWAKH_SORT        PIC  X(100) VALUE SPACE.
           02  SIWAKH_IDLST       PIC  X(100) VALUE SPACE.
           02  SIWAKH_RES         USAGE  POINTER.
           COPY SIWAKH.
       77  F                      PIC  X(001).
      *FD  BNKST
      *    the bank's statement feed -- one header record (BKS-KBN
      *    1: the account, period and balances) then one fixed-
      *    length line per movement (BKS-KBN 2), DEPF's shape.
       01  BNKST_BRC100.
           02  BNKST_PNAME1       PIC  X(006) VALUE "BNKST".
           02  F                  PIC  X(001).
           02  BNKST_LNAME        PIC  X(012) VALUE "BNKST_BRC100".
           02  F                  PIC  X(001).
           02  BNKST_KEY1         PIC  X(100) VALUE SPACE.
           02  BNKST_SORT         PIC  X(100) VALUE SPACE.
           02  BNKST_IDLST        PIC  X(100) VALUE SPACE.
           02  BNKST_RES          USAGE  POINTER.
       01  BKS-REC.
           02  BKS-KBN            PIC  9(001).
           02  BKS-DATE           PIC  9(008).
           02  BKS-IO             PIC  9(001).
           02  BKS-AMT            PIC  9(010).
           02  BKS-DESC           PIC  N(020).
           02  FILLER             PIC  X(20).
       01  BKS-HDR  REDEFINES  BKS-REC.
           02  BKS-H-KBN          PIC  9(001).
           02  BKS-H-BANK         PIC  9(004).
           02  BKS-H-STN          PIC  9(003).
           02  BKS-H-KOZKB        PIC  9(001).
           02  BKS-H-KOZNO        PIC  9(007).
           02  BKS-H-FROM         PIC  9(008).
           02  BKS-H-TO           PIC  9(008).
           02  BKS-H-OPEN         PIC S9(011).
           02  BKS-H-CLOSE        PIC S9(011).
           02  FILLER             PIC  X(26).
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
                "BANK ACCOUNT RECONCILIATION".
           02  FILLER  PIC  X(030) VALUE
                "1=IMPORT 2=RECONCILE 3=POST".
           02  FILLER  PIC  X(025) VALUE
                "CASH ACCOUNT".
           02  FILLER  PIC  X(025) VALUE
                "STATEMENT DATE CCYYMMDD".
           02  FILLER  PIC  X(025) VALUE
                "DATE WINDOW DAYS".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-MID2.
           02  FILLER  PIC  X(025) VALUE
                "1=POST  2=SKIP  9=END".
       01  C-DSP.
           02  D-INFOF    PIC  X(064).
       01  C-ACP.
           02  A-MODE     PIC  9(001).
           02  A-ACCT     PIC  9(004).
           02  A-STDT     PIC  9(008).
           02  A-WIN      PIC  9(002).
           02  A-ACT      PIC  9(001).
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
             03  E-ME1   PIC  X(030) VALUE
                  "***  NO SUCH ACCOUNT       ***".
             03  E-ME2   PIC  X(030) VALUE
                  "***  ALREADY IMPORTED      ***".
             03  E-ME3   PIC  X(030) VALUE
                  "***  NO SUCH STATEMENT     ***".
             03  E-ME4   PIC  X(030) VALUE
                  "***  PERIOD LOCKED         ***".
             03  E-ME5   PIC  X(030) VALUE
                  "***  DONE                  ***".
             03  E-ME6   PIC  X(030) VALUE
                  "***  NO STATEMENT HEADER   ***".
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
            "C-MID" " " "0" "0" "165" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-MID" "X" "3" "10" "40" " " "C-MID" RETURNING RESU.
       CALL "SD_Init" USING
            "02C-MID" "X" "5" "10" "30" "01C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "03C-MID" "X" "7" "10" "25" "02C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "04C-MID" "X" "8" "10" "25" "03C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "05C-MID" "X" "9" "10" "25" "04C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "06C-MID" "X" "18" "10" "20" "05C-MID" " " RETURNING RESU.
      *C-MID2
       CALL "SD_Init" USING
            "C-MID2" " " "0" "0" "25" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-MID2" "X" "12" "10" "25" " " "C-MID2" RETURNING RESU.
      *C-DSP
       CALL "SD_Init" USING
            "C-DSP" " " "0" "0" "64" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "D-INFOF" "X" "11" "10" "64" " " "C-DSP" RETURNING RESU.
       CALL "SD_From" USING
            "D-INFOF" BY REFERENCE D-INFO "64" "0" RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "17" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-MODE" "9" "5" "45" "1" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-MODE" BY REFERENCE SEL-MODE "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-ACCT" "9" "7" "38" "4" "A-MODE" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-ACCT" BY REFERENCE RC-ACCT "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-STDT" "9" "8" "38" "8" "A-ACCT" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-STDT" BY REFERENCE RC-STDT "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-WIN" "9" "9" "38" "2" "A-STDT" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-WIN" BY REFERENCE RC-WIN "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-ACT" "9" "12" "38" "1" "A-WIN" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-ACT" BY REFERENCE M-ACT "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "18" "31" "1" "A-ACT" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DMM" BY REFERENCE M-DMM "1" "0" RETURNING RESU.
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
           ACCEPT  WORK-TODATE  FROM  DATE.
           COMPUTE  W-TODAY = (2000 + WORK-TD-YY) * 10000
                            + WORK-TD-MM * 100 + WORK-TD-DD.
      *
       R-05.
           MOVE    SPACE    TO  ERR-STAT.
           MOVE    ZERO     TO  RESU.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "SD_Output" USING "C-MID" C-MID "p" RETURNING RESU.
           MOVE  ZERO   TO SEL-MODE M-DMM M-ACT RC-ACCT RC-STDT RC-WIN.
           MOVE  SPACE  TO D-INFO.
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
           IF  SEL-MODE NOT = 1  AND  2  AND  3
               GO TO R-08
           END-IF.
       R-10.
           CALL "SD_Accept" USING BY REFERENCE A-ACCT "A-ACCT" "9" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-08
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-10
           END-IF
           CALL "DB_F_Open" USING
            "INPUT" KMK-M_PNAME1 "SHARED" BY REFERENCE KMK-M_IDLST
            "1".
           MOVE  RC-ACCT  TO KMK-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" KMK-M_PNAME1 BY REFERENCE KMK-R "UNLOCK"
            RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE KMK-M_IDLST KMK-M_PNAME1.
           IF  RET = 1
               CALL "SD_Output" USING
                "E-ME1" E-ME1 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-10
           END-IF
           IF  SEL-MODE = 1
               GO TO R-20
           END-IF.
       R-12.
           CALL "SD_Accept" USING BY REFERENCE A-STDT "A-STDT" "9" "8"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-10
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-12
           END-IF
           PERFORM  HDR-GET-RTN  THRU  HDR-GET-RTN-EXIT.
           IF  RC-FND = 0
               CALL "SD_Output" USING
                "E-ME3" E-ME3 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-12
           END-IF
           IF  SEL-MODE = 3
               GO TO R-20
           END-IF.
       R-14.
           CALL "SD_Accept" USING BY REFERENCE A-WIN "A-WIN" "9" "2"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-12
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-14
           END-IF
           IF  RC-WIN = ZERO
               MOVE  5  TO RC-WIN
               CALL "SD_Output" USING
                "A-WIN" A-WIN "p" RETURNING RESU
           END-IF.
       R-20.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               IF  SEL-MODE = 1
                   GO TO R-10
               END-IF
               IF  SEL-MODE = 2
                   GO TO R-14
               END-IF
               GO TO R-12
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
           IF  SEL-MODE = 3
               GO TO M-30
           END-IF
           IF  SEL-MODE = 1
               PERFORM  IMP-RTN  THRU  IMP-RTN-EXIT
               IF  RC-FND = 1
                   CALL "SD_Output" USING
                    "E-ME2" E-ME2 "p" RETURNING RESU
                   CALL "SD_Output" USING
                    "E-ME99" E-ME99 "p" RETURNING RESU
                   GO TO R-05
               END-IF
               IF  RC-FND = 2
                   CALL "SD_Output" USING
                    "E-ME6" E-ME6 "p" RETURNING RESU
                   CALL "SD_Output" USING
                    "E-ME99" E-ME99 "p" RETURNING RESU
                   GO TO R-05
               END-IF
           ELSE
               PERFORM  STLD-RTN  THRU  STLD-RTN-EXIT
               PERFORM  BOOK-RTN  THRU  BOOK-RTN-EXIT
               PERFORM  MTCH-RTN  THRU  MTCH-RTN-EXIT
               PERFORM  UPD-RTN   THRU  UPD-RTN-EXIT
               PERFORM  PRT-RTN   THRU  PRT-RTN-EXIT
           END-IF
           CALL "SD_Output" USING
            "E-ME5" E-ME5 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO R-05.
      *
      *    mode 3 -- the statement's unmatched lines one at a time.
      *
       M-30.
           PERFORM  STLD-RTN  THRU  STLD-RTN-EXIT.
           CALL "SD_Output" USING "C-MID2" C-MID2 "p" RETURNING RESU.
           MOVE  1  TO ST-IX.
       M-32.
           IF  ST-IX > ST-CNT
               CALL "SD_Output" USING
                "E-ME5" E-ME5 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-05
           END-IF
           IF  ST-STAT(ST-IX) NOT = 0
               ADD  1  TO ST-IX
               GO TO M-32
           END-IF
           MOVE  ST-DATE(ST-IX)  TO WORK-INFO-DATE.
           MOVE  ST-IO(ST-IX)    TO RC-IO.
           PERFORM  IO-TXT-RTN  THRU  IO-TXT-RTN-EXIT.
           MOVE  WORK-RC-B-IO    TO WORK-INFO-IO.
           MOVE  ST-AMT(ST-IX)   TO WORK-INFO-AMT.
           MOVE  ST-DESC(ST-IX)  TO WORK-INFO-DESC.
           MOVE  WORK-INFO       TO D-INFO.
           CALL "SD_Output" USING "C-DSP" C-DSP "p" RETURNING RESU.
           MOVE  ZERO  TO M-ACT.
       M-34.
           CALL "SD_Accept" USING BY REFERENCE A-ACT "A-ACT" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-34
           END-IF
           IF  M-ACT NOT = 1  AND  2  AND  9
               GO TO M-34
           END-IF
           IF  M-ACT = 9
               GO TO R-05
           END-IF
           IF  M-ACT = 1
               COMPUTE  RC-PNG = ST-DATE(ST-IX) / 100
               MOVE  RC-PNG  TO PLK-KEY
               CALL "DB_F_Open" USING
                "INPUT" PLK-M_PNAME1 " " BY REFERENCE PLK-M_IDLST "0"
               CALL "DB_Read" USING
                "INVALID KEY" PLK-M_PNAME1 BY REFERENCE PLK-R " "
                RETURNING RET
               CALL "DB_F_Close" USING
                BY REFERENCE PLK-M_IDLST PLK-M_PNAME1
               IF  RET = 0  AND  PLK-STAT = 1
                   CALL "SD_Output" USING
                    "E-ME4" E-ME4 "p" RETURNING RESU
                   CALL "SD_Output" USING
                    "E-ME99" E-ME99 "p" RETURNING RESU
                   GO TO M-34
               END-IF
               PERFORM  EXP-RTN  THRU  EXP-RTN-EXIT
           END-IF
           ADD  1  TO ST-IX.
           GO TO M-32.
      *
      *    HDR-GET-RTN  -  RC-FND = 1 and the header fields loaded
      *    when RC-ACCT/RC-STDT is on BRCF.
      *
       HDR-GET-RTN.
           MOVE  ZERO  TO RC-FND.
           CALL "DB_F_Open" USING
            "INPUT" BRCF_PNAME1 "SHARED" BY REFERENCE BRCF_IDLST "1"
            "BRC-KEY" BY REFERENCE BRC-KEY.
           MOVE  RC-ACCT  TO BRC-ACCT.
           MOVE  RC-STDT  TO BRC-STDT.
           MOVE  ZERO     TO BRC-SEQ.
           CALL "DB_Read" USING
            "INVALID KEY" BRCF_PNAME1 BY REFERENCE BRC-R "UNLOCK"
            RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE BRCF_IDLST BRCF_PNAME1.
           IF  RET = 1
               GO TO HDR-GET-RTN-EXIT
           END-IF
           MOVE  1          TO RC-FND.
           MOVE  BRC-FROM   TO RC-FROM.
           MOVE  BRC-OPEN   TO RC-OPEN.
           MOVE  BRC-CLOSE  TO RC-CLOSE.
       HDR-GET-RTN-EXIT.
           EXIT.
      *
      *    IMP-RTN  -  mode 1: BNKST onto BRCF.  RC-FND = 1 when the
      *    statement is already on file, 2 when the feed does not
      *    open with its header.
      *
       IMP-RTN.
           MOVE  ZERO  TO RC-ICNT RC-IAMT RC-OCNT RC-OAMT RC-SEQ.
           CALL "DB_F_Open" USING
            "INPUT" BNKST_PNAME1 " " BY REFERENCE BNKST_IDLST "0".
           CALL "DB_Read" USING
            "AT END" BNKST_PNAME1 BY REFERENCE BKS-REC " "
            RETURNING RET.
           IF  RET = 1  OR  BKS-H-KBN NOT = 1
               MOVE  2  TO RC-FND
               GO TO IMP-090
           END-IF
           MOVE  BKS-H-TO     TO RC-STDT.
           PERFORM  HDR-GET-RTN  THRU  HDR-GET-RTN-EXIT.
           MOVE  BKS-H-FROM   TO RC-FROM.
           MOVE  BKS-H-OPEN   TO RC-OPEN.
           MOVE  BKS-H-CLOSE  TO RC-CLOSE.
           IF  RC-FND = 1
               GO TO IMP-090
           END-IF
           CALL "DB_F_Open" USING
            "I-O" BRCF_PNAME1 "SHARED" BY REFERENCE BRCF_IDLST "1"
            "BRC-KEY" BY REFERENCE BRC-KEY.
           INITIALIZE BRC-R.
           MOVE  RC-ACCT       TO BRC-ACCT.
           MOVE  BKS-H-TO      TO BRC-STDT.
           MOVE  ZERO          TO BRC-SEQ.
           MOVE  BKS-H-FROM    TO BRC-FROM.
           MOVE  BKS-H-OPEN    TO BRC-OPEN.
           MOVE  BKS-H-CLOSE   TO BRC-CLOSE.
           MOVE  BKS-H-BANK    TO BRC-BANK.
           MOVE  BKS-H-STN     TO BRC-STN.
           MOVE  BKS-H-KOZNO   TO BRC-KOZNO.
           MOVE  W-TODAY       TO BRC-IMPDT.
           MOVE  USER_ID       TO BRC-USER.
           CALL "DB_Insert" USING
            BRCF_PNAME1 BRCF_LNAME BRC-R RETURNING RET.
           CALL "PR_Open" RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-IM-HD   TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  RC-ACCT      TO WORK-IM-ACCT.
           MOVE  RC-FROM      TO WORK-IM-FROM.
           MOVE  RC-STDT      TO WORK-IM-TO.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-IM      TO PRN-R (11:42).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
       IMP-010.
           CALL "DB_Read" USING
            "AT END" BNKST_PNAME1 BY REFERENCE BKS-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO IMP-020
           END-IF
           IF  BKS-KBN NOT = 2
               GO TO IMP-010
           END-IF
           ADD  1  TO RC-SEQ.
           INITIALIZE BRC-R.
           MOVE  RC-ACCT      TO BRC-ACCT.
           MOVE  RC-STDT      TO BRC-STDT.
           MOVE  RC-SEQ       TO BRC-SEQ.
           MOVE  BKS-DATE     TO BRC-DATE.
           MOVE  BKS-IO       TO BRC-IO.
           MOVE  BKS-AMT      TO BRC-AMT.
           MOVE  BKS-DESC     TO BRC-DESC.
           MOVE  ZERO         TO BRC-STAT.
           MOVE  SPACE        TO BRC-MKEY.
           CALL "DB_Insert" USING
            BRCF_PNAME1 BRCF_LNAME BRC-R RETURNING RET.
           IF  BKS-IO = 1
               ADD  1        TO RC-ICNT
               ADD  BKS-AMT  TO RC-IAMT
           ELSE
               ADD  1        TO RC-OCNT
               ADD  BKS-AMT  TO RC-OAMT
           END-IF
           GO TO IMP-010.
       IMP-020.
           CALL "DB_F_Close" USING
            BY REFERENCE BRCF_IDLST BRCF_PNAME1.
           MOVE  SPACE        TO PRN-R.
           MOVE  RC-ICNT      TO WORK-IM-ICNT.
           MOVE  RC-IAMT      TO WORK-IM-IAMT.
           MOVE  RC-OCNT      TO WORK-IM-OCNT.
           MOVE  RC-OAMT      TO WORK-IM-OAMT.
           MOVE  WORK-IM-TOT  TO PRN-R (11:60).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
      *
      *    opening + deposits - withdrawals must come to the
      *    closing balance the bank printed.
      *
           COMPUTE  RC-FOOT = RC-OPEN + RC-IAMT - RC-OAMT.
           MOVE  SPACE  TO PRN-R WORK-RC.
           IF  RC-FOOT = RC-CLOSE
               MOVE  "STATEMENT FOOTS TO CLOSING BALANCE"
                                     TO WORK-RC-LBL
           ELSE
               MOVE  "** STATEMENT DOES NOT FOOT, COMPUTED"
                                     TO WORK-RC-LBL
           END-IF
           MOVE  RC-FOOT  TO WORK-RC-AMT.
           MOVE  WORK-RC  TO PRN-R (11:53).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "PR_Close" RETURNING RESP.
           MOVE  ZERO  TO RC-FND.
       IMP-090.
           CALL "DB_F_Close" USING
            BY REFERENCE BNKST_IDLST BNKST_PNAME1.
       IMP-RTN-EXIT.
           EXIT.
      *
      *    STLD-RTN  -  one sequential BRCF pass: the statement's
      *    own lines into ST-TBL, and the book key of every line
      *    cleared on this or an earlier statement of the account
      *    into EX-TBL.
      *
       STLD-RTN.
           MOVE  ZERO  TO ST-CNT EX-CNT.
           MOVE  RC-FROM  TO RC-LBDT.
           IF  RC-LB-MM > 3
               SUBTRACT  3  FROM RC-LB-MM
           ELSE
               ADD       9  TO   RC-LB-MM
               SUBTRACT  1  FROM RC-LB-YY
           END-IF
           CALL "DB_F_Open" USING
            "INPUT" BRCF_PNAME1 " " BY REFERENCE BRCF_IDLST "0".
       STLD-010.
           CALL "DB_Read" USING
            "AT END" BRCF_PNAME1 BY REFERENCE BRC-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO STLD-020
           END-IF
           IF  BRC-ACCT NOT = RC-ACCT  OR  BRC-SEQ = ZERO
               GO TO STLD-010
           END-IF
           IF  BRC-STDT > RC-STDT
               GO TO STLD-010
           END-IF
           IF  BRC-STAT NOT = 0  AND  EX-CNT < 3000
               ADD  1  TO EX-CNT
               MOVE  BRC-MKEY  TO EX-KEY(EX-CNT)
           END-IF
           IF  BRC-STDT NOT = RC-STDT  OR  ST-CNT NOT < 500
               GO TO STLD-010
           END-IF
           ADD  1  TO ST-CNT.
           MOVE  BRC-SEQ    TO ST-SEQ(ST-CNT).
           MOVE  BRC-DATE   TO ST-DATE(ST-CNT).
           MOVE  BRC-IO     TO ST-IO(ST-CNT).
           MOVE  BRC-AMT    TO ST-AMT(ST-CNT).
           MOVE  BRC-DESC   TO ST-DESC(ST-CNT).
           MOVE  BRC-STAT   TO ST-STAT(ST-CNT).
           MOVE  BRC-MKEY   TO ST-MKEY(ST-CNT).
           MOVE  ZERO       TO ST-UPD(ST-CNT).
           GO TO STLD-010.
       STLD-020.
           CALL "DB_F_Close" USING
            BY REFERENCE BRCF_IDLST BRCF_PNAME1.
       STLD-RTN-EXIT.
           EXIT.
      *
      *    BOOK-RTN  -  one sequential SIWAKH pass: the book balance
      *    of the cash account to the statement date, and its
      *    uncleared lines from the look-back date into BK-TBL.
      *
       BOOK-RTN.
           MOVE  ZERO  TO RC-BOOK BK-CNT RC-OVFL.
           CALL "DB_F_Open" USING
            "INPUT" SIWAKH_PNAME1 " " BY REFERENCE SIWAKH_IDLST "0".
       BOOK-010.
           CALL "DB_Read" USING
            "AT END" SIWAKH_PNAME1 BY REFERENCE SH-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO BOOK-030
           END-IF
           IF  HTRDATE > RC-STDT
               GO TO BOOK-010
           END-IF
           IF  HACCNTCD = RC-ACCT
               IF  HDR-CR = 0
                   MOVE  1  TO RC-IO
               ELSE
                   MOVE  2  TO RC-IO
               END-IF
           ELSE
               IF  HOPPCD = RC-ACCT
                   IF  HDR-CR = 0
                       MOVE  2  TO RC-IO
                   ELSE
                       MOVE  1  TO RC-IO
                   END-IF
               ELSE
                   GO TO BOOK-010
               END-IF
           END-IF
           MOVE  HAMOUNT  TO RC-AMT.
           IF  RC-AMT < ZERO
               COMPUTE  RC-AMT = ZERO - RC-AMT
               IF  RC-IO = 1
                   MOVE  2  TO RC-IO
               ELSE
                   MOVE  1  TO RC-IO
               END-IF
           END-IF
           IF  RC-IO = 1
               ADD       RC-AMT  TO   RC-BOOK
           ELSE
               SUBTRACT  RC-AMT  FROM RC-BOOK
           END-IF
           IF  HTRDATE < RC-LBDT
               GO TO BOOK-010
           END-IF
           MOVE  1  TO EX-IX.
       BOOK-020.
           IF  EX-IX NOT > EX-CNT
               IF  EX-KEY(EX-IX) = SH-KEY3
                   GO TO BOOK-010
               END-IF
               ADD  1  TO EX-IX
               GO TO BOOK-020
           END-IF
           IF  BK-CNT NOT < 2000
               ADD  1  TO RC-OVFL
               GO TO BOOK-010
           END-IF
           ADD  1  TO BK-CNT.
           MOVE  SH-KEY3   TO BK-KEY(BK-CNT).
           MOVE  HTRDATE   TO BK-DATE(BK-CNT).
           MOVE  RC-IO     TO BK-IO(BK-CNT).
           MOVE  RC-AMT    TO BK-AMT(BK-CNT).
           MOVE  HTEKICD   TO BK-TEKI(BK-CNT).
           MOVE  ZERO      TO BK-MT(BK-CNT).
           GO TO BOOK-010.
       BOOK-030.
           CALL "DB_F_Close" USING
            BY REFERENCE SIWAKH_IDLST SIWAKH_PNAME1.
       BOOK-RTN-EXIT.
           EXIT.
      *
      *    MTCH-RTN  -  each open statement line against the first
      *    uncleared book line of the same direction and amount
      *    within RC-WIN days of it.
      *
       MTCH-RTN.
           MOVE  ZERO  TO RC-MCNT.
           MOVE  1     TO ST-IX.
       MTCH-010.
           IF  ST-IX > ST-CNT
               GO TO MTCH-RTN-EXIT
           END-IF
           IF  ST-STAT(ST-IX) NOT = 0
               ADD  1  TO ST-IX
               GO TO MTCH-010
           END-IF
           MOVE  ST-DATE(ST-IX)  TO RC-SER-DATE.
           PERFORM  SER-RTN  THRU  SER-RTN-EXIT.
           MOVE  RC-SER  TO RC-SER1.
           MOVE  1       TO BK-IX.
       MTCH-020.
           IF  BK-IX > BK-CNT
               ADD  1  TO ST-IX
               GO TO MTCH-010
           END-IF
           IF  BK-MT(BK-IX) NOT = 0
               OR  BK-IO(BK-IX) NOT = ST-IO(ST-IX)
               OR  BK-AMT(BK-IX) NOT = ST-AMT(ST-IX)
               ADD  1  TO BK-IX
               GO TO MTCH-020
           END-IF
           MOVE  BK-DATE(BK-IX)  TO RC-SER-DATE.
           PERFORM  SER-RTN  THRU  SER-RTN-EXIT.
           COMPUTE  RC-DIFF = RC-SER1 - RC-SER.
           IF  RC-DIFF < ZERO
               COMPUTE  RC-DIFF = ZERO - RC-DIFF
           END-IF
           IF  RC-DIFF > RC-WIN
               ADD  1  TO BK-IX
               GO TO MTCH-020
           END-IF
           MOVE  1               TO BK-MT(BK-IX).
           MOVE  1               TO ST-STAT(ST-IX) ST-UPD(ST-IX).
           MOVE  BK-KEY(BK-IX)   TO ST-MKEY(ST-IX).
           ADD  1  TO RC-MCNT.
           ADD  1  TO ST-IX.
           GO TO MTCH-010.
       MTCH-RTN-EXIT.
           EXIT.
      *
      *    UPD-RTN  -  the new matches back onto their BRCF lines.
      *
       UPD-RTN.
           IF  RC-MCNT = ZERO
               GO TO UPD-RTN-EXIT
           END-IF
           CALL "DB_F_Open" USING
            "I-O" BRCF_PNAME1 "SHARED" BY REFERENCE BRCF_IDLST "1"
            "BRC-KEY" BY REFERENCE BRC-KEY.
           MOVE  1  TO ST-IX.
       UPD-010.
           IF  ST-IX > ST-CNT
               GO TO UPD-020
           END-IF
           IF  ST-UPD(ST-IX) = 1
               MOVE  RC-ACCT         TO BRC-ACCT
               MOVE  RC-STDT         TO BRC-STDT
               MOVE  ST-SEQ(ST-IX)   TO BRC-SEQ
               CALL "DB_Read" USING
                "INVALID KEY" BRCF_PNAME1 BY REFERENCE BRC-R " "
                RETURNING RET
               IF  RET = 0
                   MOVE  1               TO BRC-STAT
                   MOVE  ST-MKEY(ST-IX)  TO BRC-MKEY
                   CALL "DB_Update" USING
                    BRCF_PNAME1 BRCF_LNAME BRC-R RETURNING RET
               END-IF
           END-IF
           ADD  1  TO ST-IX.
           GO TO UPD-010.
       UPD-020.
           CALL "DB_F_Close" USING
            BY REFERENCE BRCF_IDLST BRCF_PNAME1.
       UPD-RTN-EXIT.
           EXIT.
      *
      *    PRT-RTN  -  the reconciliation statement, then the book
      *    items not on the statement and the statement items not
      *    in the books.
      *
       PRT-RTN.
           MOVE  ZERO  TO RC-DIT RC-OUTP RC-BKIN RC-BKOUT.
           MOVE  1     TO BK-IX.
       PRT-010.
           IF  BK-IX NOT > BK-CNT
               IF  BK-MT(BK-IX) = 0
                   IF  BK-IO(BK-IX) = 1
                       ADD  BK-AMT(BK-IX)  TO RC-DIT
                   ELSE
                       ADD  BK-AMT(BK-IX)  TO RC-OUTP
                   END-IF
               END-IF
               ADD  1  TO BK-IX
               GO TO PRT-010
           END-IF
           MOVE  1     TO ST-IX.
       PRT-020.
           IF  ST-IX NOT > ST-CNT
               IF  ST-STAT(ST-IX) = 0
                   IF  ST-IO(ST-IX) = 1
                       ADD  ST-AMT(ST-IX)  TO RC-BKIN
                   ELSE
                       ADD  ST-AMT(ST-IX)  TO RC-BKOUT
                   END-IF
               END-IF
               ADD  1  TO ST-IX
               GO TO PRT-020
           END-IF
           COMPUTE  RC-ADJ   = RC-CLOSE + RC-DIT - RC-OUTP.
           COMPUTE  RC-BONET = RC-BKIN - RC-BKOUT.
           COMPUTE  RC-UNEXP = RC-ADJ - RC-BOOK - RC-BONET.
           CALL "PR_Open" RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-RC-HD   TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  RC-ACCT      TO WORK-RC-ACCT.
           MOVE  KMK-NAME     TO WORK-RC-ACNM.
           MOVE  RC-FROM      TO WORK-RC-FROM.
           MOVE  RC-STDT      TO WORK-RC-TO.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-RC-ST   TO PRN-R (11:72).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  "BALANCE PER BANK STATEMENT"    TO WORK-RC-LBL.
           MOVE  RC-CLOSE  TO WORK-RC-AMT.
           PERFORM  RC-PRN-RTN  THRU  RC-PRN-RTN-EXIT.
           MOVE  "  ADD  DEPOSITS IN TRANSIT"    TO WORK-RC-LBL.
           MOVE  RC-DIT    TO WORK-RC-AMT.
           PERFORM  RC-PRN-RTN  THRU  RC-PRN-RTN-EXIT.
           MOVE  "  LESS OUTSTANDING PAYMENTS"   TO WORK-RC-LBL.
           MOVE  RC-OUTP   TO WORK-RC-AMT.
           PERFORM  RC-PRN-RTN  THRU  RC-PRN-RTN-EXIT.
           MOVE  "ADJUSTED BANK BALANCE"         TO WORK-RC-LBL.
           MOVE  RC-ADJ    TO WORK-RC-AMT.
           PERFORM  RC-PRN-RTN  THRU  RC-PRN-RTN-EXIT.
           MOVE  SPACE        TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  "BALANCE PER BOOKS"             TO WORK-RC-LBL.
           MOVE  RC-BOOK   TO WORK-RC-AMT.
           PERFORM  RC-PRN-RTN  THRU  RC-PRN-RTN-EXIT.
           MOVE  "  BANK ITEMS NOT YET BOOKED"   TO WORK-RC-LBL.
           MOVE  RC-BONET  TO WORK-RC-AMT.
           PERFORM  RC-PRN-RTN  THRU  RC-PRN-RTN-EXIT.
           MOVE  "UNEXPLAINED DIFFERENCE"        TO WORK-RC-LBL.
           MOVE  RC-UNEXP  TO WORK-RC-AMT.
           PERFORM  RC-PRN-RTN  THRU  RC-PRN-RTN-EXIT.
           MOVE  "LINES MATCHED THIS RUN"        TO WORK-RC-LBL.
           MOVE  RC-MCNT   TO WORK-RC-AMT.
           PERFORM  RC-PRN-RTN  THRU  RC-PRN-RTN-EXIT.
           IF  RC-OVFL > ZERO
               MOVE  SPACE        TO PRN-R
               MOVE  RC-OVFL      TO WORK-RC-OVFL
               MOVE  WORK-RC-OVF  TO PRN-R (11:36)
               CALL "PR_Write" USING PRN-R RETURNING RESP
           END-IF
      *
      *    book items not on the statement.
      *
           MOVE  SPACE         TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE         TO PRN-R.
           MOVE  WORK-RC-BHD   TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE         TO PRN-R.
           MOVE  WORK-RC-BCOL  TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  1  TO BK-IX.
       PRT-030.
           IF  BK-IX > BK-CNT
               GO TO PRT-040
           END-IF
           IF  BK-MT(BK-IX) NOT = 0
               ADD  1  TO BK-IX
               GO TO PRT-030
           END-IF
           MOVE  SPACE            TO PRN-R WORK-RC-B.
           MOVE  BK-DATE(BK-IX)   TO WORK-RC-B-DATE.
           MOVE  BK-IO(BK-IX)     TO RC-IO.
           PERFORM  IO-TXT-RTN  THRU  IO-TXT-RTN-EXIT.
           MOVE  BK-AMT(BK-IX)    TO WORK-RC-B-AMT.
           MOVE  BK-KEY(BK-IX) (17:6)  TO WORK-RC-B-JUN.
           MOVE  BK-KEY(BK-IX) (23:2)  TO WORK-RC-B-LINE.
           MOVE  BK-KEY(BK-IX) (1:4)   TO WORK-RC-B-ACCT.
           MOVE  BK-TEKI(BK-IX)   TO WORK-RC-B-TEKI.
           MOVE  WORK-RC-B        TO PRN-R (11:47).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           ADD  1  TO BK-IX.
           GO TO PRT-030.
      *
      *    statement items not in the books.
      *
       PRT-040.
           MOVE  SPACE         TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE         TO PRN-R.
           MOVE  WORK-RC-SHD   TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE         TO PRN-R.
           MOVE  WORK-RC-SCOL  TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  1  TO ST-IX.
       PRT-050.
           IF  ST-IX > ST-CNT
               GO TO PRT-060
           END-IF
           IF  ST-STAT(ST-IX) NOT = 0
               ADD  1  TO ST-IX
               GO TO PRT-050
           END-IF
           MOVE  SPACE            TO PRN-R WORK-RC-S.
           MOVE  ST-DATE(ST-IX)   TO WORK-RC-S-DATE.
           MOVE  ST-IO(ST-IX)     TO RC-IO.
           PERFORM  IO-TXT-RTN  THRU  IO-TXT-RTN-EXIT.
           MOVE  WORK-RC-B-IO     TO WORK-RC-S-IO.
           MOVE  ST-AMT(ST-IX)    TO WORK-RC-S-AMT.
           MOVE  ST-SEQ(ST-IX)    TO WORK-RC-S-SEQ.
           MOVE  ST-DESC(ST-IX)   TO WORK-RC-S-DESC.
           MOVE  WORK-RC-S        TO PRN-R (11:73).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           ADD  1  TO ST-IX.
           GO TO PRT-050.
       PRT-060.
           CALL "PR_Close" RETURNING RESP.
       PRT-RTN-EXIT.
           EXIT.
      *
       RC-PRN-RTN.
           MOVE  SPACE    TO PRN-R.
           MOVE  WORK-RC  TO PRN-R (11:53).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
       RC-PRN-RTN-EXIT.
           EXIT.
      *
      *    IO-TXT-RTN  -  RC-IO as IN/OUT into WORK-RC-B-IO.
      *
       IO-TXT-RTN.
           IF  RC-IO = 1
               MOVE  "IN "  TO WORK-RC-B-IO
           ELSE
               MOVE  "OUT"  TO WORK-RC-B-IO
           END-IF.
       IO-TXT-RTN-EXIT.
           EXIT.
      *
      *    SER-RTN  -  360/30 approximate day serial of RC-SER-DATE.
      *
       SER-RTN.
           COMPUTE  RC-SER = (RC-SER-DATE / 10000) * 360.
           COMPUTE  RC-REM = RC-SER-DATE / 100.
           COMPUTE  RC-SER = RC-SER
                  + (RC-REM - (RC-SER-DATE / 10000) * 100) * 30
                  + (RC-SER-DATE - RC-REM * 100).
       SER-RTN-EXIT.
           EXIT.
      *
      *    EXP-RTN  -  mode 3: the ST-IX bank-only item posted
      *    against the cash account through the JCON7 classification
      *    77 (withdrawal) / 76 (deposit) map with the 9999
      *    fallback, and the statement line cleared against it.
      *
       EXP-RTN.
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
           CALL "DB_F_Open" USING
            "I-O" BRCF_PNAME1 "SHARED" BY REFERENCE BRCF_IDLST "1"
            "BRC-KEY" BY REFERENCE BRC-KEY.
           MOVE  RC-ACCT         TO BRC-ACCT.
           MOVE  RC-STDT         TO BRC-STDT.
           MOVE  ST-SEQ(ST-IX)   TO BRC-SEQ.
           CALL "DB_Read" USING
            "INVALID KEY" BRCF_PNAME1 BY REFERENCE BRC-R " "
            RETURNING RET.
           IF  RET = 1  OR  BRC-STAT NOT = 0
               GO TO EXP-090
           END-IF
           MOVE  7   TO  JCON7-01.
           IF  BRC-IO = 1
               MOVE  76  TO  JCON7-02
           ELSE
               MOVE  77  TO  JCON7-02
           END-IF
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
           MOVE  BRC-DATE        TO HTRDATE HTRDATE2.
           MOVE  POST-JUNLNO     TO HJUNLNO HJUNLNO2.
           MOVE  POST-LINENO     TO HLINENO HLINENO2.
           IF  BRC-IO = 1
               MOVE  1           TO HDR-CR HDR-CR2
           ELSE
               MOVE  0           TO HDR-CR HDR-CR2
           END-IF
           MOVE  JCON7-DEPT      TO HSECTCD.
           MOVE  "0"             TO HTAXKB.
           MOVE  BRC-AMT         TO HAMOUNT.
           MOVE  RC-ACCT         TO HOPPCD.
           MOVE  ZERO            TO HHOOPPCD.
           MOVE  BRC-DESC        TO HTEKIYO.
           MOVE  "BRCF"          TO HDOCREF (1:4).
           MOVE  BRC-KEY         TO HDOCREF (5:16).
           MOVE  730             TO HTEKICD.
           CALL "DB_Insert" USING
            SIWAKH_PNAME1 SIWAKH_LNAME SH-REC RETURNING RET.
           MOVE  2               TO BRC-STAT.
           MOVE  SH-KEY3         TO BRC-MKEY.
           CALL "DB_Update" USING
            BRCF_PNAME1 BRCF_LNAME BRC-R RETURNING RET.
           MOVE  2               TO ST-STAT(ST-IX).
       EXP-090.
           CALL "DB_F_Close" USING
            BY REFERENCE BRCF_IDLST BRCF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE SIWAKH_IDLST SIWAKH_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE KMK-M_IDLST KMK-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE JCON_IDLST JCON_PNAME1.
       EXP-RTN-EXIT.
           EXIT.
      *
       R-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_Close".
           STOP RUN.
