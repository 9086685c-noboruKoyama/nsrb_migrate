       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         ABC100.
      *********************************************************
      *    PROGRAM         :  ABC VELOCITY RE-SLOTTING         *
      *    PRINTER TYPE    :  JIPS                             *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    keeps the fast movers at the front of the walk.  run
      *    monthly per warehouse; SEL-MODE, the CSG100 idiom:
      *      1 = proposal run: every item with an open home bin in
      *          BIN-M for the keyed warehouse is ranked on its
      *          pick frequency -- the number of shipped JSJDRF
      *          lines (WAV100's filter) -- then on pairs shipped
      *          (JSJD-122), over the keyed number of trailing
      *          months to today.  the top A percent of the ranked
      *          items (default 20) class A, the next B percent
      *          (default 30) class B, the rest and every item that
      *          did not ship at all class C.  class A belongs in
      *          zone A, B in B and C in C.  an item sitting behind
      *          its zone is matched, fastest first, with the
      *          slowest item sitting ahead of its own class in the
      *          zone the first one belongs to, and the two home
      *          bins swap.  the estimated saving is in walk steps
      *          (BIN-SEQ positions) over the period's picks:
      *          (rear bin seq - front bin seq) * (fast item picks -
      *          slow item picks); a swap that saves nothing is not
      *          proposed.  the proposals are held on ABCF, numbered
      *          from 1 for the warehouse each run, and print with
      *          the out-of-zone items no partner could be found
      *          for;
      *      2 = apply: one proposal, or all open ones (number 0),
      *          in one confirm: the two home bins swap item and
      *          pairs in BIN-M.  a proposal whose bins no longer
      *          hold the items it was made for is voided instead;
      *          the moves print for the warehouse crew.
      *    a listed putaway task still pointing at the old home bin
      *    is turned away by PUT100's bin check and re-keyed.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SYSTEM3100.
       OBJECT-COMPUTER. SYSTEM3100.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  SEL-MODE               PIC  9(001)      VALUE ZERO.
       01  M-DMM                  PIC  9(001)      VALUE ZERO.
       01  A-WH                   PIC  9(001)      VALUE ZERO.
       01  A-MON                  PIC  9(002)      VALUE ZERO.
       01  A-APCT                 PIC  9(002)      VALUE ZERO.
       01  A-BPCT                 PIC  9(002)      VALUE ZERO.
       01  A-NO                   PIC  9(004)      VALUE ZERO.
       01  W-FROM                 PIC  9(008)      VALUE ZERO.
       01  W-FROMR  REDEFINES  W-FROM.
           02  W-FYYYY            PIC  9(004).
           02  W-FMM              PIC  9(002).
           02  W-FDD              PIC  9(002).
       01  W-FMON                 PIC S9(004)      VALUE ZERO.
       01  W-ACNT                 PIC  9(004)      VALUE ZERO.
       01  W-BCNT                 PIC  9(004)      VALUE ZERO.
       01  W-NO                   PIC  9(004)      VALUE ZERO.
       01  W-SAVE                 PIC S9(009)      VALUE ZERO.
       01  W-TSAVE                PIC  9(010)      VALUE ZERO.
       01  W-HCD                  PIC  9(006)      VALUE ZERO.
       01  W-QTY                  PIC  9(005)      VALUE ZERO.
       01  W-PHCD                 PIC  9(006)      VALUE ZERO.
       01  W-PQTY                 PIC  9(005)      VALUE ZERO.
       01  W-CCNT                 PIC  9(004)      VALUE ZERO.
       01  W-APCNT                PIC  9(004)      VALUE ZERO.
       01  W-VDCNT                PIC  9(004)      VALUE ZERO.
       01  W-BINR1                PIC  X(055)      VALUE SPACE.
       01  W-OK                   PIC  9(001)      VALUE ZERO.
      *    the warehouse's home-binned items, ranked fastest first
      *    on IT-RKEY (picks then pairs, both inverted, then item).
       01  IT-CNT                 PIC  9(004)      VALUE ZERO.
       01  IT-IX                  PIC  9(004)      VALUE ZERO.
       01  IT-JX                  PIC  9(004)      VALUE ZERO.
       01  IT-PX                  PIC  9(004)      VALUE ZERO.
       01  IT-LIMIT               PIC  9(004)      VALUE ZERO.
       01  IT-OVFL                PIC  9(005)      VALUE ZERO.
       01  IT-TBL.
           02  IT-ENT   OCCURS  2000.
               03  IT-RKEY.
                   04  IT-RPICK   PIC  9(006).
                   04  IT-RPRS    PIC  9(008).
                   04  IT-HCD     PIC  9(006).
               03  IT-PICK        PIC  9(006).
               03  IT-PRS         PIC  9(008).
               03  IT-BIN         PIC  X(006).
               03  IT-ZONE        PIC  X(001).
               03  IT-SEQ         PIC  9(005).
               03  IT-CLS         PIC  X(001).
               03  IT-USED        PIC  9(001).
       01  IT-TMP                 PIC  X(048).
      *FD  ABCF
      *    re-slotting proposals, the latest run's per warehouse.
      *    the F side is the item moving forward, the P side the
      *    item pushed back; each takes the other's home bin.
      *    ABC-STAT 0 open, 1 applied, 9 void.
       01  ABCF_ABC100.
           02  ABCF_PNAME1        PIC  X(004) VALUE "ABCF".
           02  F                  PIC  X(001).
           02  ABCF_LNAME         PIC  X(011) VALUE "ABCF_ABC100".
           02  F                  PIC  X(001).
           02  ABCF_KEY1          PIC  X(100) VALUE SPACE.
           02  ABCF_SORT          PIC  X(100) VALUE SPACE.
           02  ABCF_IDLST         PIC  X(100) VALUE SPACE.
           02  ABCF_RES           USAGE  POINTER.
       01  ABC-R.
           02  ABC-KEY.
               03  ABC-WH         PIC  9(001).
               03  ABC-NO         PIC  9(004).
           02  ABC-DATE           PIC  9(008).
           02  ABC-FHCD           PIC  9(006).
           02  ABC-FCLS           PIC  X(001).
           02  ABC-FBIN           PIC  X(006).
           02  ABC-FZONE          PIC  X(001).
           02  ABC-FSEQ           PIC  9(005).
           02  ABC-FPICK          PIC  9(006).
           02  ABC-PHCD           PIC  9(006).
           02  ABC-PCLS           PIC  X(001).
           02  ABC-PBIN           PIC  X(006).
           02  ABC-PZONE          PIC  X(001).
           02  ABC-PSEQ           PIC  9(005).
           02  ABC-PPICK          PIC  9(006).
           02  ABC-SAVE           PIC  9(009).
           02  ABC-STAT           PIC  9(001).
           02  ABC-ADATE          PIC  9(008).
           02  ABC-USER           PIC  X(006).
           02  F                  PIC  X(010).
       77  F                      PIC  X(001).
      *
       01  WORK-TODATE.
           02  WORK-TD-YY         PIC  9(002).
           02  WORK-TD-MM         PIC  9(002).
           02  WORK-TD-DD         PIC  9(002).
       01  W-TODAY                PIC  9(008)      VALUE ZERO.
       01  PRN-R                  PIC  X(132).
       77  RESP                   PIC  9(001).
       01  WORK-AB-HD             PIC  X(050)      VALUE
            "*** ABC RE-SLOTTING PROPOSALS ***".
       01  WORK-AB-SUB.
           02  F                  PIC  X(10)  VALUE  "WAREHOUSE ".
           02  WORK-AB-WH         PIC  9(001).
           02  F                  PIC  X(07)  VALUE  "  FROM ".
           02  WORK-AB-FROM       PIC  9(008).
           02  F                  PIC  X(04)  VALUE  " TO ".
           02  WORK-AB-TO         PIC  9(008).
           02  F                  PIC  X(05)  VALUE  "  A% ".
           02  WORK-AB-APCT       PIC  Z9.
           02  F                  PIC  X(05)  VALUE  "  B% ".
           02  WORK-AB-BPCT       PIC  Z9.
       01  WORK-AB-COLHD.
           02  F                  PIC  X(040)      VALUE
                "  NO FORWARD C BIN    Z   SEQ  PICKS  PU".
           02  F                  PIC  X(040)      VALUE
                "SH BACK C BIN    Z   SEQ  PICKS   SAVING".
       01  WORK-AB.
           02  WORK-AB-NO         PIC  ZZZ9.
           02  F                  PIC  X(01).
           02  WORK-AB-FHCD       PIC  9(006).
           02  F                  PIC  X(01).
           02  WORK-AB-FCLS       PIC  X(001).
           02  F                  PIC  X(01).
           02  WORK-AB-FBIN       PIC  X(006).
           02  F                  PIC  X(01).
           02  WORK-AB-FZONE      PIC  X(001).
           02  F                  PIC  X(01).
           02  WORK-AB-FSEQ       PIC  ZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-AB-FPICK      PIC  ZZZZZ9.
           02  F                  PIC  X(02).
           02  WORK-AB-PHCD       PIC  9(006).
           02  F                  PIC  X(01).
           02  WORK-AB-PCLS       PIC  X(001).
           02  F                  PIC  X(01).
           02  WORK-AB-PBIN       PIC  X(006).
           02  F                  PIC  X(01).
           02  WORK-AB-PZONE      PIC  X(001).
           02  F                  PIC  X(01).
           02  WORK-AB-PSEQ       PIC  ZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-AB-PPICK      PIC  ZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-AB-SAVE       PIC  ZZZZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-AB-STAT       PIC  X(007).
       01  WORK-AB-OZHD           PIC  X(050)      VALUE
            "*** OUT OF ZONE, NO SWAP PARTNER ***".
       01  WORK-AB-OZ.
           02  WORK-OZ-HCD        PIC  9(006).
           02  F                  PIC  X(01).
           02  WORK-OZ-CLS        PIC  X(001).
           02  F                  PIC  X(01).
           02  WORK-OZ-BIN        PIC  X(006).
           02  F                  PIC  X(01).
           02  WORK-OZ-ZONE       PIC  X(001).
           02  F                  PIC  X(01).
           02  WORK-OZ-SEQ        PIC  ZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-OZ-PICK       PIC  ZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-OZ-PRS        PIC  ZZZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-OZ-DIR        PIC  X(007).
       01  WORK-AB-TOT.
           02  F                  PIC  X(07)  VALUE  "ITEMS  ".
           02  WORK-AB-ICNT       PIC  ZZZ9.
           02  F                  PIC  X(05)  VALUE  "   A ".
           02  WORK-AB-ACNT       PIC  ZZZ9.
           02  F                  PIC  X(05)  VALUE  "   B ".
           02  WORK-AB-BCNT       PIC  ZZZ9.
           02  F                  PIC  X(05)  VALUE  "   C ".
           02  WORK-AB-CCNT       PIC  ZZZ9.
           02  F                  PIC  X(13)  VALUE
                "   PROPOSALS ".
           02  WORK-AB-PCNT       PIC  ZZZ9.
           02  F                  PIC  X(10)  VALUE
                "   SAVING ".
           02  WORK-AB-TSAVE      PIC  ZZZZZZZZZ9.
       01  WORK-AB-OV.
           02  F                  PIC  X(28)  VALUE
                "HOME BINS NOT RANKED        ".
           02  WORK-AB-OVFL       PIC  ZZZZ9.
       01  WORK-AP-HD             PIC  X(050)      VALUE
            "*** RE-SLOTTING MOVES APPLIED ***".
       01  WORK-AP-TOT.
           02  F                  PIC  X(09)  VALUE  "APPLIED  ".
           02  WORK-AP-APCNT      PIC  ZZZ9.
           02  F                  PIC  X(09)  VALUE  "   VOID  ".
           02  WORK-AP-VDCNT      PIC  ZZZ9.
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
      *FD  BIN-M
           COPY LIBINM.
      *FD  JSJDRF
       01  JSJDRF_ABC100.
           02  JSJDRF_PNAME1      PIC  X(006) VALUE "JSJDRF".
           02  F                  PIC  X(001).
           02  JSJDRF_LNAME       PIC  X(013) VALUE "JSJDRF_ABC100".
           02  F                  PIC  X(001).
           02  JSJDRF_KEY1        PIC  X(100) VALUE SPACE.
           02  JSJDRF_SORT        PIC  X(100) VALUE SPACE.
           02  JSJDRF_IDLST       PIC  X(100) VALUE SPACE.
           02  JSJDRF_RES         USAGE  POINTER.
           COPY JSJDR.
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
                "ABC VELOCITY RE-SLOTTING".
           02  FILLER  PIC  X(040) VALUE
                "MODE 1=PROPOSE 2=APPLY".
           02  FILLER  PIC  X(020) VALUE
                "WAREHOUSE".
           02  FILLER  PIC  X(020) VALUE
                "MONTHS BACK".
           02  FILLER  PIC  X(020) VALUE
                "A / B PERCENT".
           02  FILLER  PIC  X(020) VALUE
                "PROPOSAL NO (0=ALL)".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-ACP.
           02  A-MODE     PIC  9(001).
           02  A-WHF      PIC  9(001).
           02  A-MONF     PIC  9(002).
           02  A-APCTF    PIC  9(002).
           02  A-BPCTF    PIC  9(002).
           02  A-NOF      PIC  9(004).
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
             03  E-ME1   PIC  X(030) VALUE
                  "***  PERCENTS OVER 100     ***".
             03  E-ME2   PIC  X(030) VALUE
                  "***  NO OPEN PROPOSAL      ***".
             03  E-ME3   PIC  X(030) VALUE
                  "***  NO HOME BINS          ***".
             03  E-ME4   PIC  X(030) VALUE
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
            "C-MID" " " "0" "0" "180" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-MID" "X" "3" "10" "40" " " "C-MID" RETURNING RESU.
       CALL "SD_Init" USING
            "02C-MID" "X" "5" "10" "40" "01C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "03C-MID" "X" "7" "10" "20" "02C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "04C-MID" "X" "8" "10" "20" "03C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "05C-MID" "X" "9" "10" "20" "04C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "06C-MID" "X" "11" "10" "20" "05C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "07C-MID" "X" "16" "10" "20" "06C-MID" " " RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "13" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-MODE" "9" "5" "55" "1" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-MODE" BY REFERENCE SEL-MODE "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-WHF" "9" "7" "31" "1" "A-MODE" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-WHF" BY REFERENCE A-WH "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-MONF" "9" "8" "31" "2" "A-WHF" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-MONF" BY REFERENCE A-MON "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-APCTF" "9" "9" "31" "2" "A-MONF" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-APCTF" BY REFERENCE A-APCT "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-BPCTF" "9" "9" "35" "2" "A-APCTF" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-BPCTF" BY REFERENCE A-BPCT "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-NOF" "9" "11" "31" "4" "A-BPCTF" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-NOF" BY REFERENCE A-NO "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "16" "31" "1" "A-NOF" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DMM" BY REFERENCE M-DMM "1" "0" RETURNING RESU.
      *C-ERR
       CALL "SD_Init" USING
            "C-ERR" " " "0" "0" "127" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-ERR" " " "24" "0" "127" " " "C-ERR" RETURNING RESU.
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
            "E-ME99" "X" "24" "75" "5" "E-ME4" " " RETURNING RESU.
      *
           ACCEPT USER_ID FROM ARGUMENT-VALUE.
           ACCEPT COMPLETION_CODE FROM ARGUMENT-VALUE.
      *
           CALL "DB_F_Open" USING
            "I-O" ABCF_PNAME1 "SHARED" BY REFERENCE ABCF_IDLST "1"
            "ABC-KEY" BY REFERENCE ABC-KEY.
      *
       R-05.
           MOVE    SPACE    TO  ERR-STAT.
           MOVE    ZERO     TO  RESU.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "SD_Output" USING "C-MID" C-MID "p" RETURNING RESU.
           MOVE  ZERO  TO SEL-MODE M-DMM A-WH A-MON A-APCT A-BPCT A-NO.
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
           CALL "SD_Accept" USING BY REFERENCE A-WHF "A-WHF" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-08
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-10
           END-IF
           IF  A-WH = ZERO
               GO TO R-10
           END-IF
           IF  SEL-MODE = 2
               GO TO P-10
           END-IF.
      *
      *    mode 1: the proposal run.
      *
       I-10.
           CALL "SD_Accept" USING BY REFERENCE A-MONF "A-MONF" "9" "2"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-10
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO I-10
           END-IF
           IF  A-MON = ZERO
               MOVE  3  TO A-MON
               CALL "SD_Output" USING
                "A-MONF" A-MONF "p" RETURNING RESU
           END-IF.
       I-11.
           CALL "SD_Accept" USING BY REFERENCE A-APCTF "A-APCTF" "9"
            "2" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO I-10
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO I-11
           END-IF
           IF  A-APCT = ZERO
               MOVE  20  TO A-APCT
               CALL "SD_Output" USING
                "A-APCTF" A-APCTF "p" RETURNING RESU
           END-IF.
       I-12.
           CALL "SD_Accept" USING BY REFERENCE A-BPCTF "A-BPCTF" "9"
            "2" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO I-11
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO I-12
           END-IF
           IF  A-BPCT = ZERO
               MOVE  30  TO A-BPCT
               CALL "SD_Output" USING
                "A-BPCTF" A-BPCTF "p" RETURNING RESU
           END-IF
           IF  A-APCT + A-BPCT > 100
               CALL "SD_Output" USING
                "E-ME1" E-ME1 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO I-11
           END-IF.
       I-30.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO I-12
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO I-30
           END-IF
           IF  M-DMM NOT = 1  AND  9
               GO TO I-30
           END-IF
           IF  M-DMM = 9
               GO TO R-05
           END-IF
      *
      *    the trailing period: the same day A-MON months back.
      *
           MOVE  W-TODAY  TO W-FROM.
           COMPUTE  W-FMON = W-FMM - A-MON.
       I-35.
           IF  W-FMON < 1
               ADD       12  TO W-FMON
               SUBTRACT  1   FROM W-FYYYY
               GO TO I-35
           END-IF
           MOVE  W-FMON  TO W-FMM.
           PERFORM  IT-LOAD-RTN  THRU  IT-LOAD-RTN-EXIT.
           IF  IT-CNT = ZERO
               CALL "SD_Output" USING
                "E-ME3" E-ME3 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-05
           END-IF
           PERFORM  IT-PICK-RTN  THRU  IT-PICK-RTN-EXIT.
           PERFORM  IT-SORT-RTN  THRU  IT-SORT-RTN-EXIT.
           PERFORM  IT-CLS-RTN   THRU  IT-CLS-RTN-EXIT.
           CALL "PR_Open" RETURNING RESP.
           PERFORM  PR-HEAD-RTN  THRU  PR-HEAD-RTN-EXIT.
           PERFORM  PRP-RTN      THRU  PRP-RTN-EXIT.
           PERFORM  PR-OZ-RTN    THRU  PR-OZ-RTN-EXIT.
           CALL "PR_Close" RETURNING RESP.
           CALL "SD_Output" USING
            "E-ME4" E-ME4 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO R-05.
      *
      *    IT-LOAD-RTN  -  the warehouse's open home bins, one item
      *    each (BIN100 allows no second).
      *
       IT-LOAD-RTN.
           MOVE  ZERO  TO IT-CNT IT-OVFL.
           INITIALIZE IT-TBL.
           CALL "DB_F_Open" USING
            "INPUT" BIN-M_PNAME1 " " BY REFERENCE BIN-M_IDLST "0".
       IT-LOAD-010.
           CALL "DB_Read" USING
            "AT END" BIN-M_PNAME1 BY REFERENCE BIN-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO IT-LOAD-020
           END-IF
           IF  BIN-WH NOT = A-WH  OR  BIN-TYPE NOT = 1  OR
               BIN-STAT NOT = 0  OR  BIN-HCD = ZERO
               GO TO IT-LOAD-010
           END-IF
           IF  IT-CNT NOT < 2000
               ADD  1  TO IT-OVFL
               GO TO IT-LOAD-010
           END-IF
           ADD   1         TO IT-CNT.
           MOVE  BIN-HCD   TO IT-HCD(IT-CNT).
           MOVE  BIN-CD    TO IT-BIN(IT-CNT).
           MOVE  BIN-ZONE  TO IT-ZONE(IT-CNT).
           MOVE  BIN-SEQ   TO IT-SEQ(IT-CNT).
           GO TO IT-LOAD-010.
       IT-LOAD-020.
           CALL "DB_F_Close" USING
            BY REFERENCE BIN-M_IDLST BIN-M_PNAME1.
       IT-LOAD-RTN-EXIT.
           EXIT.
      *
      *    IT-PICK-RTN  -  the period's shipped lines out of the
      *    warehouse, WAV100's filter: printable (JSJD-158) and
      *    something shipped.  each line is one pick.
      *
       IT-PICK-RTN.
           CALL "DB_F_Open" USING
            "INPUT" JSJDRF_PNAME1 " " BY REFERENCE JSJDRF_IDLST "0".
       IT-PICK-010.
           CALL "DB_Read" USING
            "AT END" JSJDRF_PNAME1 BY REFERENCE JSJD-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO IT-PICK-030
           END-IF
           IF  JSJD-01 NOT = A-WH  OR  JSJD-NGP < W-FROM  OR
               JSJD-NGP > W-TODAY  OR  JSJD-158 NOT = 1  OR
               JSJD-122 NOT > ZERO
               GO TO IT-PICK-010
           END-IF
           MOVE  1  TO IT-IX.
       IT-PICK-020.
           IF  IT-IX > IT-CNT
               GO TO IT-PICK-010
           END-IF
           IF  IT-HCD(IT-IX) = JSJD-09
               ADD  1         TO IT-PICK(IT-IX)
               ADD  JSJD-122  TO IT-PRS(IT-IX)
               GO TO IT-PICK-010
           END-IF
           ADD  1  TO IT-IX.
           GO TO IT-PICK-020.
       IT-PICK-030.
           CALL "DB_F_Close" USING
            BY REFERENCE JSJDRF_IDLST JSJDRF_PNAME1.
           MOVE  1  TO IT-IX.
       IT-PICK-040.
           IF  IT-IX > IT-CNT
               GO TO IT-PICK-RTN-EXIT
           END-IF
           COMPUTE  IT-RPICK(IT-IX) = 999999 - IT-PICK(IT-IX).
           COMPUTE  IT-RPRS(IT-IX) = 99999999 - IT-PRS(IT-IX).
           ADD  1  TO IT-IX.
           GO TO IT-PICK-040.
       IT-PICK-RTN-EXIT.
           EXIT.
      *
       IT-SORT-RTN.
           IF  IT-CNT < 2
               GO TO IT-SORT-RTN-EXIT
           END-IF
           COMPUTE  IT-LIMIT = IT-CNT - 1.
           MOVE  1  TO IT-IX.
       IT-SORT-010.
           IF  IT-IX > IT-LIMIT
               GO TO IT-SORT-RTN-EXIT
           END-IF
           COMPUTE  IT-JX = IT-IX + 1.
       IT-SORT-020.
           IF  IT-JX > IT-CNT
               ADD  1  TO IT-IX
               GO TO IT-SORT-010
           END-IF
           IF  IT-RKEY(IT-JX) < IT-RKEY(IT-IX)
               MOVE  IT-ENT(IT-IX)  TO IT-TMP
               MOVE  IT-ENT(IT-JX)  TO IT-ENT(IT-IX)
               MOVE  IT-TMP         TO IT-ENT(IT-JX)
           END-IF
           ADD  1  TO IT-JX.
           GO TO IT-SORT-020.
       IT-SORT-RTN-EXIT.
           EXIT.
      *
      *    IT-CLS-RTN  -  class by rank; the A and B counts round up
      *    so a small warehouse still has an A item.
      *
       IT-CLS-RTN.
           COMPUTE  W-ACNT = (IT-CNT * A-APCT + 99) / 100.
           COMPUTE  W-BCNT = (IT-CNT * (A-APCT + A-BPCT) + 99) / 100.
           MOVE  1  TO IT-IX.
       IT-CLS-010.
           IF  IT-IX > IT-CNT
               GO TO IT-CLS-RTN-EXIT
           END-IF
           MOVE  "C"  TO IT-CLS(IT-IX).
           IF  IT-PICK(IT-IX) > ZERO  AND  IT-IX NOT > W-BCNT
               MOVE  "B"  TO IT-CLS(IT-IX)
           END-IF
           IF  IT-PICK(IT-IX) > ZERO  AND  IT-IX NOT > W-ACNT
               MOVE  "A"  TO IT-CLS(IT-IX)
           END-IF
           ADD  1  TO IT-IX.
           GO TO IT-CLS-010.
       IT-CLS-RTN-EXIT.
           EXIT.
      *
       PR-HEAD-RTN.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-AB-HD   TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  A-WH         TO WORK-AB-WH.
           MOVE  W-FROM       TO WORK-AB-FROM.
           MOVE  W-TODAY      TO WORK-AB-TO.
           MOVE  A-APCT       TO WORK-AB-APCT.
           MOVE  A-BPCT       TO WORK-AB-BPCT.
           MOVE  WORK-AB-SUB  TO PRN-R (11:52).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-AB-COLHD  TO PRN-R (11:80).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
       PR-HEAD-RTN-EXIT.
           EXIT.
      *
      *    PRP-RTN  -  walks the ranked items fastest first; each
      *    one behind its zone looks, slowest first, for an unused
      *    item ahead of its own class in the zone it belongs to.
      *    the swaps become this run's ABCF proposals, numbered
      *    from 1; whatever the last run left above them is voided.
      *
       PRP-RTN.
           MOVE  ZERO  TO W-NO W-TSAVE.
           MOVE  1     TO IT-IX.
       PRP-010.
           IF  IT-IX > IT-CNT
               GO TO PRP-050
           END-IF
           IF  IT-USED(IT-IX) = 1  OR  IT-CLS(IT-IX) = "C"  OR
               IT-ZONE(IT-IX) NOT > IT-CLS(IT-IX)
               GO TO PRP-040
           END-IF
           MOVE  IT-CNT  TO IT-PX.
       PRP-020.
           IF  IT-PX NOT > IT-IX
               GO TO PRP-040
           END-IF
           IF  IT-USED(IT-PX) = 1  OR
               IT-ZONE(IT-PX) NOT = IT-CLS(IT-IX)  OR
               IT-CLS(IT-PX) NOT > IT-ZONE(IT-PX)
               GO TO PRP-030
           END-IF
           COMPUTE  W-SAVE = (IT-SEQ(IT-IX) - IT-SEQ(IT-PX))
                           * (IT-PICK(IT-IX) - IT-PICK(IT-PX)).
           IF  W-SAVE NOT > ZERO
               GO TO PRP-030
           END-IF
           MOVE  1  TO IT-USED(IT-IX) IT-USED(IT-PX).
           ADD   1  TO W-NO.
           ADD   W-SAVE  TO W-TSAVE.
           PERFORM  PRP-WRT-RTN  THRU  PRP-WRT-RTN-EXIT.
           GO TO PRP-040.
       PRP-030.
           SUBTRACT  1  FROM IT-PX.
           GO TO PRP-020.
       PRP-040.
           ADD  1  TO IT-IX.
           GO TO PRP-010.
       PRP-050.
           MOVE  A-WH  TO ABC-WH.
           MOVE  W-NO  TO ABC-NO.
       PRP-060.
           IF  ABC-NO NOT < 9999
               GO TO PRP-RTN-EXIT
           END-IF
           ADD  1  TO ABC-NO.
           CALL "DB_Read" USING
            "INVALID KEY" ABCF_PNAME1 BY REFERENCE ABC-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO PRP-RTN-EXIT
           END-IF
           IF  ABC-STAT = 0
               MOVE  9  TO ABC-STAT
               CALL "DB_Update" USING
                ABCF_PNAME1 ABCF_LNAME ABC-R RETURNING RET
           END-IF
           GO TO PRP-060.
       PRP-RTN-EXIT.
           EXIT.
      *
      *    PRP-WRT-RTN  -  proposal W-NO: IT-IX forward into
      *    IT-PX's bin, IT-PX back into IT-IX's; written over the
      *    last run's row of the same number, and printed.
      *
       PRP-WRT-RTN.
           MOVE  A-WH  TO ABC-WH.
           MOVE  W-NO  TO ABC-NO.
           CALL "DB_Read" USING
            "INVALID KEY" ABCF_PNAME1 BY REFERENCE ABC-R " "
            RETURNING RET.
           MOVE  RET  TO W-OK.
           INITIALIZE ABC-R.
           MOVE  A-WH             TO ABC-WH.
           MOVE  W-NO             TO ABC-NO.
           MOVE  W-TODAY          TO ABC-DATE.
           MOVE  IT-HCD(IT-IX)    TO ABC-FHCD.
           MOVE  IT-CLS(IT-IX)    TO ABC-FCLS.
           MOVE  IT-BIN(IT-IX)    TO ABC-FBIN.
           MOVE  IT-ZONE(IT-IX)   TO ABC-FZONE.
           MOVE  IT-SEQ(IT-IX)    TO ABC-FSEQ.
           MOVE  IT-PICK(IT-IX)   TO ABC-FPICK.
           MOVE  IT-HCD(IT-PX)    TO ABC-PHCD.
           MOVE  IT-CLS(IT-PX)    TO ABC-PCLS.
           MOVE  IT-BIN(IT-PX)    TO ABC-PBIN.
           MOVE  IT-ZONE(IT-PX)   TO ABC-PZONE.
           MOVE  IT-SEQ(IT-PX)    TO ABC-PSEQ.
           MOVE  IT-PICK(IT-PX)   TO ABC-PPICK.
           MOVE  W-SAVE           TO ABC-SAVE.
           MOVE  ZERO             TO ABC-STAT ABC-ADATE.
           MOVE  SPACE            TO ABC-USER.
           IF  W-OK = 0
               CALL "DB_Update" USING
                ABCF_PNAME1 ABCF_LNAME ABC-R RETURNING RET
           ELSE
               CALL "DB_Insert" USING
                ABCF_PNAME1 ABCF_LNAME ABC-R RETURNING RET
           END-IF
           MOVE  SPACE  TO WORK-AB-STAT.
           PERFORM  PR-ABC-RTN  THRU  PR-ABC-RTN-EXIT.
       PRP-WRT-RTN-EXIT.
           EXIT.
      *
      *    PR-ABC-RTN  -  one proposal line from ABC-R.
      *
       PR-ABC-RTN.
           MOVE  SPACE        TO PRN-R.
           MOVE  ABC-NO       TO WORK-AB-NO.
           MOVE  ABC-FHCD     TO WORK-AB-FHCD.
           MOVE  ABC-FCLS     TO WORK-AB-FCLS.
           MOVE  ABC-FBIN     TO WORK-AB-FBIN.
           MOVE  ABC-FZONE    TO WORK-AB-FZONE.
           MOVE  ABC-FSEQ     TO WORK-AB-FSEQ.
           MOVE  ABC-FPICK    TO WORK-AB-FPICK.
           MOVE  ABC-PHCD     TO WORK-AB-PHCD.
           MOVE  ABC-PCLS     TO WORK-AB-PCLS.
           MOVE  ABC-PBIN     TO WORK-AB-PBIN.
           MOVE  ABC-PZONE    TO WORK-AB-PZONE.
           MOVE  ABC-PSEQ     TO WORK-AB-PSEQ.
           MOVE  ABC-PPICK    TO WORK-AB-PPICK.
           MOVE  ABC-SAVE     TO WORK-AB-SAVE.
           MOVE  WORK-AB      TO PRN-R (11:85).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
       PR-ABC-RTN-EXIT.
           EXIT.
      *
      *    PR-OZ-RTN  -  out-of-zone items left without a partner,
      *    then the run's counts.
      *
       PR-OZ-RTN.
           MOVE  SPACE         TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  WORK-AB-OZHD  TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  ZERO  TO W-ACNT W-BCNT W-CCNT.
           MOVE  1  TO IT-IX.
       PR-OZ-010.
           IF  IT-IX > IT-CNT
               GO TO PR-OZ-020
           END-IF
           IF  IT-CLS(IT-IX) = "A"
               ADD  1  TO W-ACNT
           END-IF
           IF  IT-CLS(IT-IX) = "B"
               ADD  1  TO W-BCNT
           END-IF
           IF  IT-CLS(IT-IX) = "C"
               ADD  1  TO W-CCNT
           END-IF
           IF  IT-USED(IT-IX) = 1  OR
               IT-ZONE(IT-IX) = IT-CLS(IT-IX)
               ADD  1  TO IT-IX
               GO TO PR-OZ-010
           END-IF
           MOVE  SPACE            TO PRN-R.
           MOVE  IT-HCD(IT-IX)    TO WORK-OZ-HCD.
           MOVE  IT-CLS(IT-IX)    TO WORK-OZ-CLS.
           MOVE  IT-BIN(IT-IX)    TO WORK-OZ-BIN.
           MOVE  IT-ZONE(IT-IX)   TO WORK-OZ-ZONE.
           MOVE  IT-SEQ(IT-IX)    TO WORK-OZ-SEQ.
           MOVE  IT-PICK(IT-IX)   TO WORK-OZ-PICK.
           MOVE  IT-PRS(IT-IX)    TO WORK-OZ-PRS.
           IF  IT-ZONE(IT-IX) > IT-CLS(IT-IX)
               MOVE  "FORWARD"  TO WORK-OZ-DIR
           ELSE
               MOVE  "BACK"     TO WORK-OZ-DIR
           END-IF
           MOVE  WORK-AB-OZ       TO PRN-R (11:47).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           ADD  1  TO IT-IX.
           GO TO PR-OZ-010.
       PR-OZ-020.
           MOVE  SPACE         TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  IT-CNT        TO WORK-AB-ICNT.
           MOVE  W-ACNT        TO WORK-AB-ACNT.
           MOVE  W-BCNT        TO WORK-AB-BCNT.
           MOVE  W-CCNT        TO WORK-AB-CCNT.
           MOVE  W-NO          TO WORK-AB-PCNT.
           MOVE  W-TSAVE       TO WORK-AB-TSAVE.
           MOVE  WORK-AB-TOT   TO PRN-R (11:75).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           IF  IT-OVFL NOT = ZERO
               MOVE  SPACE        TO PRN-R
               MOVE  IT-OVFL      TO WORK-AB-OVFL
               MOVE  WORK-AB-OV   TO PRN-R (11:33)
               CALL "PR_Write" USING PRN-R RETURNING RESP
           END-IF.
       PR-OZ-RTN-EXIT.
           EXIT.
      *
      *    mode 2: apply.
      *
       P-10.
           CALL "SD_Accept" USING BY REFERENCE A-NOF "A-NOF" "9" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-10
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO P-10
           END-IF
           IF  A-NO = ZERO
               GO TO P-30
           END-IF
           MOVE  A-WH  TO ABC-WH.
           MOVE  A-NO  TO ABC-NO.
           CALL "DB_Read" USING
            "INVALID KEY" ABCF_PNAME1 BY REFERENCE ABC-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1  OR  ABC-STAT NOT = 0
               CALL "SD_Output" USING
                "E-ME2" E-ME2 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO P-10
           END-IF.
       P-30.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO P-10
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO P-30
           END-IF
           IF  M-DMM NOT = 1  AND  9
               GO TO P-30
           END-IF
           IF  M-DMM = 9
               GO TO R-05
           END-IF
           MOVE  ZERO  TO W-APCNT W-VDCNT.
           CALL "DB_F_Open" USING
            "I-O" BIN-M_PNAME1 "SHARED" BY REFERENCE BIN-M_IDLST "1"
            "BIN-KEY" BY REFERENCE BIN-KEY.
           CALL "PR_Open" RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-AP-HD     TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-AB-COLHD  TO PRN-R (11:80).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           IF  A-NO NOT = ZERO
               MOVE  A-NO  TO ABC-NO
               PERFORM  AP-RTN  THRU  AP-RTN-EXIT
               GO TO P-50
           END-IF
           MOVE  ZERO  TO A-NO.
       P-40.
           IF  A-NO NOT < 9999
               GO TO P-50
           END-IF
           ADD   1     TO A-NO.
           MOVE  A-NO  TO ABC-NO.
           PERFORM  AP-RTN  THRU  AP-RTN-EXIT.
           IF  RET = 1
               GO TO P-50
           END-IF
           GO TO P-40.
       P-50.
           MOVE  SPACE        TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  W-APCNT      TO WORK-AP-APCNT.
           MOVE  W-VDCNT      TO WORK-AP-VDCNT.
           MOVE  WORK-AP-TOT  TO PRN-R (11:26).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "PR_Close" RETURNING RESP.
           CALL "DB_F_Close" USING
            BY REFERENCE BIN-M_IDLST BIN-M_PNAME1.
           IF  W-APCNT = ZERO  AND  W-VDCNT = ZERO
               CALL "SD_Output" USING
                "E-ME2" E-ME2 "p" RETURNING RESU
           ELSE
               CALL "SD_Output" USING
                "E-ME4" E-ME4 "p" RETURNING RESU
           END-IF
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO R-05.
      *
      *    AP-RTN  -  proposal ABC-NO of warehouse A-WH, if open:
      *    both home bins must still be open and hold the items the
      *    proposal saw, else it is voided; then the bins swap item
      *    and pairs.  RET 1 back when there is no such proposal.
      *
       AP-RTN.
           MOVE  A-WH  TO ABC-WH.
           CALL "DB_Read" USING
            "INVALID KEY" ABCF_PNAME1 BY REFERENCE ABC-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO AP-RTN-EXIT
           END-IF
           IF  ABC-STAT NOT = 0
               GO TO AP-RTN-EXIT
           END-IF
           MOVE  ZERO  TO W-OK.
           MOVE  A-WH      TO BIN-WH.
           MOVE  ABC-FBIN  TO BIN-CD.
           CALL "DB_Read" USING
            "INVALID KEY" BIN-M_PNAME1 BY REFERENCE BIN-R " "
            RETURNING RET.
           IF  RET = 1  OR  BIN-TYPE NOT = 1  OR  BIN-STAT NOT = 0
               OR  BIN-HCD NOT = ABC-FHCD
               GO TO AP-020
           END-IF
           MOVE  BIN-R    TO W-BINR1.
           MOVE  BIN-HCD  TO W-HCD.
           MOVE  BIN-QTY  TO W-QTY.
           MOVE  ABC-PBIN  TO BIN-CD.
           CALL "DB_Read" USING
            "INVALID KEY" BIN-M_PNAME1 BY REFERENCE BIN-R " "
            RETURNING RET.
           IF  RET = 1  OR  BIN-TYPE NOT = 1  OR  BIN-STAT NOT = 0
               OR  BIN-HCD NOT = ABC-PHCD
               GO TO AP-020
           END-IF
           MOVE  1  TO W-OK.
      *
      *    the front bin takes the fast item and its pairs, the rear
      *    bin the slow item and its.
      *
           MOVE  BIN-HCD  TO W-PHCD.
           MOVE  BIN-QTY  TO W-PQTY.
           MOVE  W-HCD    TO BIN-HCD.
           MOVE  W-QTY    TO BIN-QTY.
           MOVE  USER_ID  TO BIN-USER.
           MOVE  W-TODAY  TO BIN-DATE.
           CALL "DB_Update" USING
            BIN-M_PNAME1 BIN-M_LNAME BIN-R RETURNING RET.
           MOVE  W-BINR1  TO BIN-R.
           MOVE  W-PHCD   TO BIN-HCD.
           MOVE  W-PQTY   TO BIN-QTY.
           MOVE  USER_ID  TO BIN-USER.
           MOVE  W-TODAY  TO BIN-DATE.
           CALL "DB_Update" USING
            BIN-M_PNAME1 BIN-M_LNAME BIN-R RETURNING RET.
       AP-020.
           IF  W-OK = 1
               MOVE  1          TO ABC-STAT
               MOVE  "APPLIED"  TO WORK-AB-STAT
               ADD   1          TO W-APCNT
           ELSE
               MOVE  9          TO ABC-STAT
               MOVE  "VOID"     TO WORK-AB-STAT
               ADD   1          TO W-VDCNT
           END-IF
           MOVE  W-TODAY  TO ABC-ADATE.
           MOVE  USER_ID  TO ABC-USER.
           CALL "DB_Update" USING
            ABCF_PNAME1 ABCF_LNAME ABC-R RETURNING RET.
           PERFORM  PR-ABC-RTN  THRU  PR-ABC-RTN-EXIT.
           MOVE  ZERO  TO RET.
       AP-RTN-EXIT.
           EXIT.
      *
       R-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_F_Close" USING
            BY REFERENCE ABCF_IDLST ABCF_PNAME1.
           CALL "DB_Close".
           STOP RUN.
