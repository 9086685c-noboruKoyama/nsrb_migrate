       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         SMP100.
      *********************************************************
      *    PROGRAM         :  SALES SAMPLE ISSUE / RETURN      *
      *    PRINTER TYPE    :  JIPS                             *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    sample pairs off the handwritten chit: a rep's samples
      *    leave as a no-charge shipment, JSJD-05 = 6, which
      *    BIL100 and FIL100 skip the way BIL100 skips consignment
      *    and JTO35L labels.  SEL-MODE, the CSG100 idiom:
      *      1 = issue: chit number and line, the responsible
      *          person (EMP-M, active only), the department the
      *          cost lands on (HSECTCD, EMP-DEPT offered), the
      *          warehouse and stock location, the item, its size
      *          slot and the pairs.  the issue writes the JSJDRF
      *          line (customer 0000, the chit as the slip), takes
      *          the pairs off the location's TANAM book quantity
      *          (TANAM-051, so the next count no longer reads them
      *          as shrink), relieves CST-M at the average the way
      *          CST100 relieves a shipment -- CST100 therefore
      *          skips JSJD-05 = 6 -- and expenses the cost into
      *          SIWAKH through the JCON7 classification-64 map
      *          (samples expense / inventory), KMK-M checked with
      *          the 9999 fallback, HTEKICD 740.  an item with no
      *          average on CST-M is refused rather than expensed
      *          at nothing;
      *      2 = return: the chit line and the pairs back (no more
      *          than are still out) -- TANAM book and CST-M come
      *          back up at the cost the pairs went out at and the
      *          expense reverses the same way;
      *      3 = samples outstanding by person, each open chit
      *          line with its age in days, and per person the
      *          pairs and cost out split 0-30 / 31-60 / 61-90 /
      *          over 90 days.
      *    SMPF holds one row per chit line and is the only record
      *    of what is still out.  a PLK-M locked month refuses the
      *    issue or return, CST100's gate.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SYSTEM3100.
       OBJECT-COMPUTER. SYSTEM3100.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  SEL-MODE               PIC  9(001)      VALUE ZERO.
       01  M-DMM                  PIC  9(001)      VALUE ZERO.
       01  A-NO                   PIC  9(006)      VALUE ZERO.
       01  A-LN                   PIC  9(001)      VALUE ZERO.
       01  A-EMP                  PIC  9(005)      VALUE ZERO.
       01  A-SECT                 PIC  9(004)      VALUE ZERO.
       01  A-WH                   PIC  9(001)      VALUE ZERO.
       01  A-STR                  PIC  9(003)      VALUE ZERO.
       01  A-HCD                  PIC  9(006)      VALUE ZERO.
       01  A-SIZ                  PIC  9(002)      VALUE ZERO.
       01  A-QTY                  PIC  9(005)      VALUE ZERO.
       01  SP-OUT                 PIC  9(005)      VALUE ZERO.
       01  SP-AVG                 PIC  9(005)V99   VALUE ZERO.
       01  SP-AMT                 PIC S9(009)      VALUE ZERO.
       01  SP-DIR                 PIC  9(001)      VALUE ZERO.
       01  SP-NG                  PIC  9(006)      VALUE ZERO.
       01  SP-IX                  PIC  9(003)      VALUE ZERO.
       01  SP-PX                  PIC  9(003)      VALUE ZERO.
       01  SP-BX                  PIC  9(001)      VALUE ZERO.
       01  SP-OVFL                PIC  9(006)      VALUE ZERO.
       01  SP-LOW                 PIC  9(005)      VALUE ZERO.
       01  SP-TSER                PIC  9(007)      VALUE ZERO.
       01  SP-GQTY                PIC S9(007)      VALUE ZERO.
       01  SP-GAMT                PIC S9(011)      VALUE ZERO.
      *    the open chit lines, loaded off SMPF for the report.
       01  OT-CNT                 PIC  9(003)      VALUE ZERO.
       01  OT-TBL.
           02  OT-ENT   OCCURS  500.
               03  OT-EMP         PIC  9(005).
               03  OT-NO          PIC  9(006).
               03  OT-LN          PIC  9(001).
               03  OT-HCD         PIC  9(006).
               03  OT-SIZ         PIC  9(002).
               03  OT-IDATE       PIC  9(008).
               03  OT-QTY         PIC  9(005).
               03  OT-AMT         PIC S9(009).
               03  OT-AGE         PIC  9(005).
      *    the persons with samples out, printed in EMP-KEY order;
      *    pairs and cost per age band 1-4.
       01  PS-CNT                 PIC  9(003)      VALUE ZERO.
       01  PS-TBL.
           02  PS-ENT   OCCURS  100.
               03  PS-EMP         PIC  9(005).
               03  PS-DONE        PIC  9(001).
               03  PS-BND   OCCURS  4.
                   04  PS-BQTY    PIC S9(007).
                   04  PS-BAMT    PIC S9(011).
      *    DY-RTN: CCYYMMDD in DY-DATE to a running day number in
      *    DY-SER, good for differences inside the century.
       01  DY-DATE                PIC  9(008)      VALUE ZERO.
       01  DY-DATER  REDEFINES  DY-DATE.
           02  DY-YYYY            PIC  9(004).
           02  DY-MM              PIC  9(002).
           02  DY-DD              PIC  9(002).
       01  DY-SER                 PIC  9(007)      VALUE ZERO.
       01  DY-Y1                  PIC  9(004)      VALUE ZERO.
       01  DY-Q                   PIC  9(004)      VALUE ZERO.
       01  DY-R                   PIC  9(001)      VALUE ZERO.
       01  DY-CUMV                PIC  X(036)      VALUE
            "000031059090120151181212243273304334".
       01  DY-CUMT  REDEFINES  DY-CUMV.
           02  DY-CUM             PIC  9(003)  OCCURS  12.
       01  POST-YMD.
           02  POST-YY            PIC  9(002).
           02  POST-MM            PIC  9(002).
           02  POST-DD            PIC  9(002).
       01  POST-DATE              PIC  9(008)      VALUE ZERO.
       01  POST-JUNLNO            PIC  9(006)      VALUE ZERO.
       01  POST-LINENO            PIC  9(002)      VALUE ZERO.
       01  PRN-R                  PIC  X(132).
       77  RESP                   PIC  9(001).
       01  WORK-SP-HD             PIC  X(050)      VALUE
            "*** SAMPLES OUTSTANDING BY PERSON ***".
       01  WORK-SP-ASOF.
           02  F                  PIC  X(06)  VALUE  "AS OF ".
           02  WORK-SP-DATE       PIC  9(008).
       01  WORK-SP-PER.
           02  F                  PIC  X(07)  VALUE  "PERSON ".
           02  WORK-SP-EMP        PIC  9(005).
           02  F                  PIC  X(01).
           02  WORK-SP-ENAME      PIC  N(010).
           02  F                  PIC  X(07)  VALUE  "  DEPT ".
           02  WORK-SP-DEPT       PIC  9(004).
       01  WORK-SP-COLHD.
           02  F                  PIC  X(033)      VALUE
                "  CHIT   LN  ITEM   SZ  ISSUED   ".
           02  F                  PIC  X(037)      VALUE
                "PAIRS         COST    AGE".
       01  WORK-SP.
           02  F                  PIC  X(02).
           02  WORK-SP-NO         PIC  9(006).
           02  F                  PIC  X(02).
           02  WORK-SP-LN         PIC  9(001).
           02  F                  PIC  X(02).
           02  WORK-SP-HCD        PIC  9(006).
           02  F                  PIC  X(01).
           02  WORK-SP-SIZ        PIC  Z9.
           02  F                  PIC  X(02).
           02  WORK-SP-IDATE      PIC  9(008).
           02  F                  PIC  X(01).
           02  WORK-SP-QTY        PIC  ZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-SP-AMT        PIC  -(11)9.
           02  F                  PIC  X(02).
           02  WORK-SP-AGE        PIC  ZZZZ9.
       01  WORK-SP-BND.
           02  F                  PIC  X(04).
           02  WORK-SP-BLBL       PIC  X(012).
           02  WORK-SP-BQTY       PIC  -(6)9.
           02  F                  PIC  X(02).
           02  WORK-SP-BAMT       PIC  -(11)9.
       01  WORK-SP-BLBLV          PIC  X(048)      VALUE
            "0-30 DAYS   31-60 DAYS  61-90 DAYS  OVER 90 DAYS".
       01  WORK-SP-BLBLT  REDEFINES  WORK-SP-BLBLV.
           02  WORK-SP-BL         PIC  X(012)  OCCURS  4.
       01  WORK-SP-TOT.
           02  F                  PIC  X(16)  VALUE
                "TOTAL OUT".
           02  WORK-SP-TQTY       PIC  -(6)9.
           02  F                  PIC  X(02).
           02  WORK-SP-TAMT       PIC  -(11)9.
       01  WORK-SP-OV.
           02  F                  PIC  X(28)  VALUE
                "LINES NOT ON THE REPORT     ".
           02  WORK-SP-OVFL       PIC  ZZZZZ9.
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
           COPY  LIBPLK.
           COPY  L-JCON.
      *FD  KMK-M
           COPY LIKMK.
      *FD  EMP-M
           COPY LIEMPM.
      *FD  SHM
           COPY SHM.
      *FD  CST-M
           COPY LICSTM.
      *FD  TANAM
           COPY TANAM.
      *FD  SIWAKH
       01  SIWAKH_SMP100.
           02  SIWAKH_PNAME1      PIC  X(006) VALUE "SIWAKH".
           02  F                  PIC  X(001).
           02  SIWAKH_LNAME       PIC  X(013) VALUE "SIWAKH_SMP100".
           02  F                  PIC  X(001).
           02  SIWAKH_KEY1        PIC  X(100) VALUE SPACE.
           02  SIWAKH_SORT        PIC  X(100) VALUE SPACE.
           02  SIWAKH_IDLST       PIC  X(100) VALUE SPACE.
           02  SIWAKH_RES         USAGE  POINTER.
           COPY SIWAKH.
       77  F                      PIC  X(001).
      *FD  JSJDRF
       01  JSJDRF_SMP100.
           02  JSJDRF_PNAME1      PIC  X(006) VALUE "JSJDRF".
           02  F                  PIC  X(001).
           02  JSJDRF_LNAME       PIC  X(013) VALUE "JSJDRF_SMP100".
           02  F                  PIC  X(001).
           02  JSJDRF_KEY1        PIC  X(100) VALUE SPACE.
           02  JSJDRF_SORT        PIC  X(100) VALUE SPACE.
           02  JSJDRF_IDLST       PIC  X(100) VALUE SPACE.
           02  JSJDRF_RES         USAGE  POINTER.
           COPY JSJDR.
      *FD  SMPF
      *    one row per sample chit line -- who has the pairs, whose
      *    department bears them, where they came from and at what
      *    unit cost, issued less returned still out.  SMP-STAT
      *    0 = pairs still out, 1 = all back.
       01  SMPF_SMP100.
           02  SMPF_PNAME1        PIC  X(006) VALUE "SMPF".
           02  F                  PIC  X(001).
           02  SMPF_LNAME         PIC  X(011) VALUE "SMPF_SMP100".
           02  F                  PIC  X(001).
           02  SMPF_KEY1          PIC  X(100) VALUE SPACE.
           02  SMPF_SORT          PIC  X(100) VALUE SPACE.
           02  SMPF_IDLST         PIC  X(100) VALUE SPACE.
           02  SMPF_RES           USAGE  POINTER.
       01  SMP-REC.
           02  SMP-KEY.
               03  SMP-NO         PIC  9(006).
               03  SMP-LN         PIC  9(001).
           02  SMP-EMP            PIC  9(005).
           02  SMP-SECT           PIC  9(004).
           02  SMP-WH             PIC  9(001).
           02  SMP-STR            PIC  9(003).
           02  SMP-HCD            PIC  9(006).
           02  SMP-SIZ            PIC  9(002).
           02  SMP-QTY            PIC  9(005).
           02  SMP-RQTY           PIC  9(005).
           02  SMP-COST           PIC  9(005)V99.
           02  SMP-IDATE          PIC  9(008).
           02  SMP-RDATE          PIC  9(008).
           02  SMP-STAT           PIC  9(001).
           02  SMP-USER           PIC  X(006).
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
                "SALES SAMPLE ISSUE / RETURN".
           02  FILLER  PIC  X(040) VALUE
                "MODE 1=ISSUE 2=RETURN 3=OUTSTANDING".
           02  FILLER  PIC  X(020) VALUE
                "CHIT NO / LINE".
           02  FILLER  PIC  X(020) VALUE
                "PERSON".
           02  FILLER  PIC  X(020) VALUE
                "DEPARTMENT".
           02  FILLER  PIC  X(020) VALUE
                "WAREHOUSE/LOCATION".
           02  FILLER  PIC  X(020) VALUE
                "ITEM / SIZE SLOT".
           02  FILLER  PIC  X(020) VALUE
                "PAIRS        OUT".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-DSP.
           02  D-ENAME    PIC  N(010).
           02  D-HNAME    PIC  N(024).
           02  D-OUT      PIC  9(005).
       01  C-ACP.
           02  A-MODE     PIC  9(001).
           02  A-NOF      PIC  9(006).
           02  A-LNF      PIC  9(001).
           02  A-EMPF     PIC  9(005).
           02  A-SECTF    PIC  9(004).
           02  A-WHF      PIC  9(001).
           02  A-STRF     PIC  9(003).
           02  A-HCDF     PIC  9(006).
           02  A-SIZF     PIC  9(002).
           02  A-QTYF     PIC  9(005).
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
             03  E-ME1   PIC  X(030) VALUE
                  "***  CHIT LINE ON FILE     ***".
             03  E-ME2   PIC  X(030) VALUE
                  "***  NO SUCH PERSON        ***".
             03  E-ME3   PIC  X(030) VALUE
                  "***  NO SUCH ITEM          ***".
             03  E-ME4   PIC  X(030) VALUE
                  "***  NO COST ON FILE       ***".
             03  E-ME5   PIC  X(030) VALUE
                  "***  PERIOD LOCKED         ***".
             03  E-ME6   PIC  X(030) VALUE
                  "***  NO SUCH OPEN SAMPLE   ***".
             03  E-ME7   PIC  X(030) VALUE
                  "***  MORE THAN OUTSTANDING ***".
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
            "C-MID" " " "0" "0" "220" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-MID" "X" "3" "10" "40" " " "C-MID" RETURNING RESU.
       CALL "SD_Init" USING
            "02C-MID" "X" "5" "10" "40" "01C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "03C-MID" "X" "7" "10" "20" "02C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "04C-MID" "X" "9" "10" "20" "03C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "05C-MID" "X" "10" "10" "20" "04C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "06C-MID" "X" "11" "10" "20" "05C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "07C-MID" "X" "12" "10" "20" "06C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "08C-MID" "X" "14" "10" "20" "07C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "09C-MID" "X" "16" "10" "20" "08C-MID" " " RETURNING RESU.
      *C-DSP
       CALL "SD_Init" USING
            "C-DSP" " " "0" "0" "39" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "D-ENAME" "N" "9" "38" "10" " " "C-DSP" RETURNING RESU.
       CALL "SD_From" USING
            "D-ENAME" BY REFERENCE EMP-NAME "10" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "D-HNAME" "N" "13" "31" "24" "D-ENAME" " " RETURNING RESU.
       CALL "SD_From" USING
            "D-HNAME" BY REFERENCE SHM-02 "24" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "D-OUT" "9" "14" "43" "5" "D-HNAME" " " RETURNING RESU.
       CALL "SD_From" USING
            "D-OUT" BY REFERENCE SP-OUT "5" "0" RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "35" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-MODE" "9" "5" "55" "1" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-MODE" BY REFERENCE SEL-MODE "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-NOF" "9" "7" "31" "6" "A-MODE" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-NOF" BY REFERENCE A-NO "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-LNF" "9" "7" "38" "1" "A-NOF" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-LNF" BY REFERENCE A-LN "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-EMPF" "9" "9" "31" "5" "A-LNF" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-EMPF" BY REFERENCE A-EMP "5" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-SECTF" "9" "10" "31" "4" "A-EMPF" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-SECTF" BY REFERENCE A-SECT "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-WHF" "9" "11" "31" "1" "A-SECTF" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-WHF" BY REFERENCE A-WH "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-STRF" "9" "11" "34" "3" "A-WHF" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-STRF" BY REFERENCE A-STR "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-HCDF" "9" "12" "31" "6" "A-STRF" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-HCDF" BY REFERENCE A-HCD "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-SIZF" "9" "12" "38" "2" "A-HCDF" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-SIZF" BY REFERENCE A-SIZ "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-QTYF" "9" "14" "31" "5" "A-SIZF" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-QTYF" BY REFERENCE A-QTY "5" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "16" "31" "1" "A-QTYF" " " RETURNING RESU.
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
           CALL "DB_F_Open" USING
            "INPUT" EMP-M_PNAME1 "SHARED" BY REFERENCE EMP-M_IDLST "1"
            "EMP-KEY" BY REFERENCE EMP-KEY.
           CALL "DB_F_Open" USING
            "INPUT" SHM_PNAME1 "SHARED" BY REFERENCE SHM_IDLST "1"
            "SHM-KEY" BY REFERENCE SHM-KEY.
      *
       R-05.
           MOVE    SPACE    TO  ERR-STAT.
           MOVE    ZERO     TO  RESU.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "SD_Output" USING "C-MID" C-MID "p" RETURNING RESU.
           MOVE  ZERO  TO SEL-MODE M-DMM.
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
               PERFORM  SP-RPT-RTN  THRU  SP-RPT-RTN-EXIT
               CALL "SD_Output" USING
                "E-ME8" E-ME8 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-05
           END-IF
           IF  SEL-MODE NOT = 1  AND  2
               GO TO R-08
           END-IF.
      *
      *    modes 1 and 2: the chit line.
      *
       M-10.
           CALL "SD_Accept" USING BY REFERENCE A-NOF "A-NOF" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-08
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-10
           END-IF
           IF  A-NO = ZERO
               GO TO M-10
           END-IF.
       M-12.
           CALL "SD_Accept" USING BY REFERENCE A-LNF "A-LNF" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-10
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-12
           END-IF
           IF  A-LN = ZERO
               GO TO M-12
           END-IF
           CALL "DB_F_Open" USING
            "INPUT" SMPF_PNAME1 "SHARED" BY REFERENCE SMPF_IDLST "1"
            "SMP-KEY" BY REFERENCE SMP-KEY.
           MOVE  A-NO  TO SMP-NO.
           MOVE  A-LN  TO SMP-LN.
           CALL "DB_Read" USING
            "INVALID KEY" SMPF_PNAME1 BY REFERENCE SMP-REC "UNLOCK"
            RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE SMPF_IDLST SMPF_PNAME1.
           IF  SEL-MODE = 2
               GO TO N-10
           END-IF
           IF  RET = 0
               CALL "SD_Output" USING
                "E-ME1" E-ME1 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-12
           END-IF.
      *
      *    mode 1: issue.
      *
       I-14.
           CALL "SD_Accept" USING BY REFERENCE A-EMPF "A-EMPF" "9" "5"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-12
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO I-14
           END-IF
           MOVE  A-EMP  TO EMP-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" EMP-M_PNAME1 BY REFERENCE EMP-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1  OR  EMP-STAT = 9
               CALL "SD_Output" USING
                "E-ME2" E-ME2 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO I-14
           END-IF
           CALL "SD_Output" USING "D-ENAME" D-ENAME "p" RETURNING RESU.
           MOVE  EMP-DEPT  TO A-SECT.
       I-16.
           CALL "SD_Accept" USING BY REFERENCE A-SECTF "A-SECTF" "9"
            "4" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO I-14
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO I-16
           END-IF
           IF  A-SECT = ZERO
               GO TO I-16
           END-IF.
       I-18.
           CALL "SD_Accept" USING BY REFERENCE A-WHF "A-WHF" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO I-16
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO I-18
           END-IF.
       I-19.
           CALL "SD_Accept" USING BY REFERENCE A-STRF "A-STRF" "9" "3"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO I-18
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO I-19
           END-IF.
       I-20.
           CALL "SD_Accept" USING BY REFERENCE A-HCDF "A-HCDF" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO I-19
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO I-20
           END-IF
           MOVE  A-HCD  TO SHM-01.
           CALL "DB_Read" USING
            "INVALID KEY" SHM_PNAME1 BY REFERENCE SHM-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               CALL "SD_Output" USING
                "E-ME3" E-ME3 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO I-20
           END-IF
           CALL "SD_Output" USING "D-HNAME" D-HNAME "p" RETURNING RESU.
           CALL "DB_F_Open" USING
            "INPUT" CST-M_PNAME1 "SHARED" BY REFERENCE CST-M_IDLST "1"
            "CST-KEY" BY REFERENCE CST-KEY.
           MOVE  A-HCD  TO CST-HCD.
           CALL "DB_Read" USING
            "INVALID KEY" CST-M_PNAME1 BY REFERENCE CST-R "UNLOCK"
            RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE CST-M_IDLST CST-M_PNAME1.
           IF  RET = 1
               MOVE  ZERO  TO CST-AVG
           END-IF
           IF  CST-AVG = ZERO
               CALL "SD_Output" USING
                "E-ME4" E-ME4 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO I-20
           END-IF.
       I-22.
           CALL "SD_Accept" USING BY REFERENCE A-SIZF "A-SIZF" "9" "2"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO I-20
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO I-22
           END-IF
           IF  A-SIZ < 1  OR  A-SIZ > 10
               GO TO I-22
           END-IF.
       I-24.
           CALL "SD_Accept" USING BY REFERENCE A-QTYF "A-QTYF" "9" "5"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO I-22
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO I-24
           END-IF
           IF  A-QTY = ZERO
               GO TO I-24
           END-IF.
       I-30.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO I-24
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
           PERFORM  PLK-CHK-RTN  THRU  PLK-CHK-RTN-EXIT.
           IF  RET = 0  AND  PLK-STAT = 1
               CALL "SD_Output" USING
                "E-ME5" E-ME5 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO I-30
           END-IF
           PERFORM  ISS-RTN  THRU  ISS-RTN-EXIT.
           CALL "SD_Output" USING
            "E-ME8" E-ME8 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO M-10.
      *
      *    mode 2: return against the chit line.
      *
       N-10.
           IF  RET = 1  OR  SMP-STAT NOT = 0
               CALL "SD_Output" USING
                "E-ME6" E-ME6 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-12
           END-IF
           MOVE  SMP-EMP  TO EMP-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" EMP-M_PNAME1 BY REFERENCE EMP-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  SPACE  TO EMP-NAME
           END-IF
           MOVE  SMP-HCD  TO SHM-01.
           CALL "DB_Read" USING
            "INVALID KEY" SHM_PNAME1 BY REFERENCE SHM-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  SPACE  TO SHM-02
           END-IF
           COMPUTE  SP-OUT = SMP-QTY - SMP-RQTY.
           MOVE  SMP-EMP   TO A-EMP.
           MOVE  SMP-SECT  TO A-SECT.
           MOVE  SMP-WH    TO A-WH.
           MOVE  SMP-STR   TO A-STR.
           MOVE  SMP-HCD   TO A-HCD.
           MOVE  SMP-SIZ   TO A-SIZ.
           CALL "SD_Output" USING "C-DSP" C-DSP "p" RETURNING RESU.
           CALL "SD_Output" USING "A-EMPF" A-EMPF "p" RETURNING RESU.
           CALL "SD_Output" USING "A-SECTF" A-SECTF "p" RETURNING RESU.
           CALL "SD_Output" USING "A-WHF" A-WHF "p" RETURNING RESU.
           CALL "SD_Output" USING "A-STRF" A-STRF "p" RETURNING RESU.
           CALL "SD_Output" USING "A-HCDF" A-HCDF "p" RETURNING RESU.
           CALL "SD_Output" USING "A-SIZF" A-SIZF "p" RETURNING RESU.
       N-24.
           CALL "SD_Accept" USING BY REFERENCE A-QTYF "A-QTYF" "9" "5"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-12
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO N-24
           END-IF
           IF  A-QTY = ZERO
               GO TO N-24
           END-IF
           IF  A-QTY > SP-OUT
               CALL "SD_Output" USING
                "E-ME7" E-ME7 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO N-24
           END-IF.
       N-30.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO N-24
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO N-30
           END-IF
           IF  M-DMM NOT = 1  AND  9
               GO TO N-30
           END-IF
           IF  M-DMM = 9
               GO TO R-05
           END-IF
           PERFORM  PLK-CHK-RTN  THRU  PLK-CHK-RTN-EXIT.
           IF  RET = 0  AND  PLK-STAT = 1
               CALL "SD_Output" USING
                "E-ME5" E-ME5 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO N-30
           END-IF
           PERFORM  RTN-RTN  THRU  RTN-RTN-EXIT.
           CALL "SD_Output" USING
            "E-ME8" E-ME8 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO R-05.
      *
      *    PLK-CHK-RTN  -  today into POST-DATE and the month's
      *    PLK-M row; the caller refuses on RET 0 with PLK-STAT 1.
      *
       PLK-CHK-RTN.
           ACCEPT  POST-YMD  FROM  DATE.
           COMPUTE  POST-DATE = (2000 + POST-YY) * 10000
                  + POST-MM * 100 + POST-DD.
           COMPUTE  SP-NG = POST-DATE / 100.
           CALL "DB_F_Open" USING
            "INPUT" PLK-M_PNAME1 " " BY REFERENCE PLK-M_IDLST "0".
           MOVE  SP-NG  TO PLK-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" PLK-M_PNAME1 BY REFERENCE PLK-R " "
            RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE PLK-M_IDLST PLK-M_PNAME1.
       PLK-CHK-RTN-EXIT.
           EXIT.
      *
      *    ISS-RTN  -  the issue: CST-M relieved at the average,
      *    the TANAM book down, the no-charge JSJDRF line, the
      *    expense, and the SMPF row.
      *
       ISS-RTN.
           CALL "DB_F_Open" USING
            "I-O" CST-M_PNAME1 "SHARED" BY REFERENCE CST-M_IDLST "1"
            "CST-KEY" BY REFERENCE CST-KEY.
           MOVE  A-HCD  TO CST-HCD.
           CALL "DB_Read" USING
            "INVALID KEY" CST-M_PNAME1 BY REFERENCE CST-R " "
            RETURNING RET.
           MOVE  CST-AVG  TO SP-AVG.
           COMPUTE  SP-AMT ROUNDED = A-QTY * SP-AVG.
           SUBTRACT  A-QTY   FROM CST-QTY.
           SUBTRACT  SP-AMT  FROM CST-VAL.
           CALL "DB_Update" USING
            CST-M_PNAME1 CST-M_LNAME CST-R RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE CST-M_IDLST CST-M_PNAME1.
           PERFORM  TNM-RTN  THRU  TNM-RTN-EXIT.
           CALL "DB_F_Open" USING
            "I-O" JSJDRF_PNAME1 "SHARED" BY REFERENCE JSJDRF_IDLST
            "1" "JSJD-KEY" BY REFERENCE JSJD-KEY.
           INITIALIZE JSJD-REC.
           MOVE  A-WH       TO JSJD-01.
           MOVE  ZERO       TO JSJD-021 JSJD-022.
           MOVE  A-NO       TO JSJD-03.
           MOVE  A-LN       TO JSJD-04.
           MOVE  6          TO JSJD-05.
           MOVE  POST-DATE  TO JSJD-06 JSJD-07.
           MOVE  A-HCD      TO JSJD-09.
           MOVE  A-QTY      TO JSJD-1111(A-SIZ) JSJD-1211(A-SIZ)
                               JSJD-112 JSJD-122.
           MOVE  POST-DATE  TO JSJD-NGP.
           MOVE  1          TO JSJD-158.
           MOVE  ZERO       TO JSJD-16.
           CALL "DB_Insert" USING
            JSJDRF_PNAME1 JSJDRF_LNAME JSJD-REC RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE JSJDRF_IDLST JSJDRF_PNAME1.
           MOVE  0  TO SP-DIR.
           PERFORM  SP-POST-RTN  THRU  SP-POST-RTN-EXIT.
           CALL "DB_F_Open" USING
            "I-O" SMPF_PNAME1 "SHARED" BY REFERENCE SMPF_IDLST "1"
            "SMP-KEY" BY REFERENCE SMP-KEY.
           INITIALIZE SMP-REC.
           MOVE  A-NO       TO SMP-NO.
           MOVE  A-LN       TO SMP-LN.
           MOVE  A-EMP      TO SMP-EMP.
           MOVE  A-SECT     TO SMP-SECT.
           MOVE  A-WH       TO SMP-WH.
           MOVE  A-STR      TO SMP-STR.
           MOVE  A-HCD      TO SMP-HCD.
           MOVE  A-SIZ      TO SMP-SIZ.
           MOVE  A-QTY      TO SMP-QTY.
           MOVE  ZERO       TO SMP-RQTY SMP-RDATE SMP-STAT.
           MOVE  SP-AVG     TO SMP-COST.
           MOVE  POST-DATE  TO SMP-IDATE.
           MOVE  USER_ID    TO SMP-USER.
           CALL "DB_Insert" USING
            SMPF_PNAME1 SMPF_LNAME SMP-REC RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE SMPF_IDLST SMPF_PNAME1.
       ISS-RTN-EXIT.
           EXIT.
      *
      *    RTN-RTN  -  the return: CST-M back up at the cost the
      *    pairs went out at (the average re-struck, POR100's
      *    fold), the TANAM book up, the expense reversed and the
      *    SMPF row closed once every pair is back.
      *
       RTN-RTN.
           MOVE  SMP-COST  TO SP-AVG.
           COMPUTE  SP-AMT ROUNDED = A-QTY * SP-AVG.
           CALL "DB_F_Open" USING
            "I-O" CST-M_PNAME1 "SHARED" BY REFERENCE CST-M_IDLST "1"
            "CST-KEY" BY REFERENCE CST-KEY.
           MOVE  SMP-HCD  TO CST-HCD.
           CALL "DB_Read" USING
            "INVALID KEY" CST-M_PNAME1 BY REFERENCE CST-R " "
            RETURNING RET.
           IF  RET = 0
               ADD  A-QTY   TO CST-QTY
               ADD  SP-AMT  TO CST-VAL
               IF  CST-QTY > ZERO
                   COMPUTE  CST-AVG ROUNDED = CST-VAL / CST-QTY
               END-IF
               CALL "DB_Update" USING
                CST-M_PNAME1 CST-M_LNAME CST-R RETURNING RET
           END-IF
           CALL "DB_F_Close" USING
            BY REFERENCE CST-M_IDLST CST-M_PNAME1.
           COMPUTE  A-QTY = 0 - A-QTY.
           PERFORM  TNM-RTN  THRU  TNM-RTN-EXIT.
           COMPUTE  A-QTY = 0 - A-QTY.
           MOVE  1  TO SP-DIR.
           PERFORM  SP-POST-RTN  THRU  SP-POST-RTN-EXIT.
           CALL "DB_F_Open" USING
            "I-O" SMPF_PNAME1 "SHARED" BY REFERENCE SMPF_IDLST "1"
            "SMP-KEY" BY REFERENCE SMP-KEY.
           MOVE  A-NO  TO SMP-NO.
           MOVE  A-LN  TO SMP-LN.
           CALL "DB_Read" USING
            "INVALID KEY" SMPF_PNAME1 BY REFERENCE SMP-REC " "
            RETURNING RET.
           ADD   A-QTY      TO SMP-RQTY.
           MOVE  POST-DATE  TO SMP-RDATE.
           IF  SMP-RQTY NOT < SMP-QTY
               MOVE  1  TO SMP-STAT
           END-IF
           CALL "DB_Update" USING
            SMPF_PNAME1 SMPF_LNAME SMP-REC RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE SMPF_IDLST SMPF_PNAME1.
       RTN-RTN-EXIT.
           EXIT.
      *
      *    TNM-RTN  -  A-QTY off the location's TANAM book (a
      *    negative A-QTY puts it back).  the book quantity moves,
      *    not the counted one, and TANAM-07 is left alone: the
      *    pairs are accounted for here, so TAP100 has no variance
      *    to post for them.
      *
       TNM-RTN.
           CALL "DB_F_Open" USING
            "I-O" TANAM_PNAME1 "SHARED" BY REFERENCE TANAM_IDLST "1".
           MOVE  SPACE     TO TANAM-R.
           MOVE  A-HCD     TO TANAM-01.
           MOVE  0         TO TANAM-02.
           MOVE  A-STR     TO TANAM-03.
           CALL "DB_Read" USING
            "INVALID KEY" TANAM_PNAME1 BY REFERENCE TANAM-R " "
            RETURNING RET.
           IF  RET = 1
               MOVE  A-HCD    TO TANAM-01
               MOVE  0        TO TANAM-02
               MOVE  A-STR    TO TANAM-03
               MOVE  0  TO TANAM-051 TANAM-052 TANAM-08
               MOVE  0  TO TANAM-061 TANAM-062 TANAM-063 TANAM-064
                            TANAM-065 TANAM-066 TANAM-067 TANAM-068
               COMPUTE  TANAM-041 = 2000 + POST-YY
               COMPUTE  TANAM-042 = (POST-MM * 100) + POST-DD
               MOVE  1  TO TANAM-07
           END-IF
           SUBTRACT  A-QTY  FROM  TANAM-051.
           IF  RET = 0
               CALL "DB_Update" USING
                TANAM_PNAME1 TANAM_LNAME TANAM-R RETURNING RET
           ELSE
               CALL "DB_Insert" USING
                TANAM_PNAME1 TANAM_LNAME TANAM-R RETURNING RET
           END-IF
           CALL "DB_F_Close" USING
            BY REFERENCE TANAM_IDLST TANAM_PNAME1.
       TNM-RTN-EXIT.
           EXIT.
      *
      *    SP-POST-RTN  -  SP-AMT through the JCON7 classification-
      *    64 map with the 9999 fallback, charged to the sample's
      *    department; SP-DIR 1 (a return) posts the other way
      *    round.
      *
       SP-POST-RTN.
           IF  SP-AMT = ZERO
               GO TO SP-POST-RTN-EXIT
           END-IF
           ACCEPT  POST-JUNLNO  FROM  TIME.
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
           MOVE  64  TO  JCON7-02.
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
           MOVE  1  TO POST-LINENO.
           INITIALIZE SH-REC.
           MOVE  JCON7-ACCT      TO HACCNTCD HACCNTCD2.
           MOVE  JCON7-HOACCT    TO HHOACCNT.
           MOVE  POST-DATE       TO HTRDATE HTRDATE2.
           MOVE  POST-JUNLNO     TO HJUNLNO HJUNLNO2.
           MOVE  POST-LINENO     TO HLINENO HLINENO2.
           MOVE  SP-DIR          TO HDR-CR HDR-CR2.
           MOVE  A-SECT          TO HSECTCD.
           MOVE  "0"             TO HTAXKB.
           MOVE  SP-AMT          TO HAMOUNT.
           MOVE  JCON7-OPPACCT   TO HOPPCD.
           MOVE  JCON7-HOOPPACCT TO HHOOPPCD.
           MOVE  "SMP"           TO HDOCREF (1:3).
           MOVE  A-NO            TO HDOCREF (4:6).
           MOVE  A-LN            TO HDOCREF (10:1).
           MOVE  740             TO HTEKICD.
           CALL "DB_Insert" USING
            SIWAKH_PNAME1 SIWAKH_LNAME SH-REC RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE SIWAKH_IDLST SIWAKH_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE KMK-M_IDLST KMK-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE JCON_IDLST JCON_PNAME1.
       SP-POST-RTN-EXIT.
           EXIT.
      *
      *    SP-RPT-RTN  -  every open chit line into OT-TBL with its
      *    age, the persons into PS-TBL with their age bands, then
      *    person by person in EMP-KEY order.
      *
       SP-RPT-RTN.
           MOVE  ZERO  TO OT-CNT PS-CNT SP-OVFL SP-GQTY SP-GAMT.
           INITIALIZE OT-TBL PS-TBL.
           ACCEPT  POST-YMD  FROM  DATE.
           COMPUTE  POST-DATE = (2000 + POST-YY) * 10000
                  + POST-MM * 100 + POST-DD.
           MOVE  POST-DATE  TO DY-DATE.
           PERFORM  DY-RTN  THRU  DY-RTN-EXIT.
           MOVE  DY-SER  TO SP-TSER.
           CALL "DB_F_Open" USING
            "INPUT" SMPF_PNAME1 " " BY REFERENCE SMPF_IDLST "0".
       SP-RPT-010.
           CALL "DB_Read" USING
            "AT END" SMPF_PNAME1 BY REFERENCE SMP-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO SP-RPT-030
           END-IF
           IF  SMP-STAT NOT = 0  OR  SMP-RQTY NOT < SMP-QTY
               GO TO SP-RPT-010
           END-IF
           IF  OT-CNT NOT < 500
               ADD  1  TO SP-OVFL
               GO TO SP-RPT-010
           END-IF
           ADD   1           TO OT-CNT.
           MOVE  SMP-EMP     TO OT-EMP(OT-CNT).
           MOVE  SMP-NO      TO OT-NO(OT-CNT).
           MOVE  SMP-LN      TO OT-LN(OT-CNT).
           MOVE  SMP-HCD     TO OT-HCD(OT-CNT).
           MOVE  SMP-SIZ     TO OT-SIZ(OT-CNT).
           MOVE  SMP-IDATE   TO OT-IDATE(OT-CNT).
           COMPUTE  OT-QTY(OT-CNT) = SMP-QTY - SMP-RQTY.
           COMPUTE  OT-AMT(OT-CNT) ROUNDED = OT-QTY(OT-CNT) * SMP-COST.
           MOVE  SMP-IDATE   TO DY-DATE.
           PERFORM  DY-RTN  THRU  DY-RTN-EXIT.
           MOVE  ZERO  TO OT-AGE(OT-CNT).
           IF  SP-TSER > DY-SER
               COMPUTE  OT-AGE(OT-CNT) = SP-TSER - DY-SER
           END-IF
           MOVE  1  TO SP-PX.
       SP-RPT-020.
           IF  SP-PX > PS-CNT
               IF  PS-CNT NOT < 100
                   SUBTRACT  1  FROM OT-CNT
                   ADD  1  TO SP-OVFL
                   GO TO SP-RPT-010
               END-IF
               ADD   1        TO PS-CNT
               MOVE  SMP-EMP  TO PS-EMP(PS-CNT)
               GO TO SP-RPT-025
           END-IF
           IF  PS-EMP(SP-PX) NOT = SMP-EMP
               ADD  1  TO SP-PX
               GO TO SP-RPT-020
           END-IF.
       SP-RPT-025.
           MOVE  4  TO SP-BX.
           IF  OT-AGE(OT-CNT) NOT > 90
               MOVE  3  TO SP-BX
           END-IF
           IF  OT-AGE(OT-CNT) NOT > 60
               MOVE  2  TO SP-BX
           END-IF
           IF  OT-AGE(OT-CNT) NOT > 30
               MOVE  1  TO SP-BX
           END-IF
           ADD  OT-QTY(OT-CNT)  TO PS-BQTY(SP-PX SP-BX) SP-GQTY.
           ADD  OT-AMT(OT-CNT)  TO PS-BAMT(SP-PX SP-BX) SP-GAMT.
           GO TO SP-RPT-010.
       SP-RPT-030.
           CALL "DB_F_Close" USING
            BY REFERENCE SMPF_IDLST SMPF_PNAME1.
           CALL "PR_Open" RETURNING RESP.
           MOVE  SPACE         TO PRN-R.
           MOVE  WORK-SP-HD    TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE         TO PRN-R.
           MOVE  POST-DATE     TO WORK-SP-DATE.
           MOVE  WORK-SP-ASOF  TO PRN-R (11:14).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
       SP-RPT-040.
      *    the lowest person code not yet printed.
           MOVE  ZERO   TO SP-PX.
           MOVE  99999  TO SP-LOW.
           MOVE  1      TO SP-IX.
       SP-RPT-045.
           IF  SP-IX > PS-CNT
               GO TO SP-RPT-050
           END-IF
           IF  PS-DONE(SP-IX) = 0  AND  PS-EMP(SP-IX) NOT > SP-LOW
               MOVE  PS-EMP(SP-IX)  TO SP-LOW
               MOVE  SP-IX          TO SP-PX
           END-IF
           ADD  1  TO SP-IX.
           GO TO SP-RPT-045.
       SP-RPT-050.
           IF  SP-PX = ZERO
               GO TO SP-RPT-090
           END-IF
           MOVE  1  TO PS-DONE(SP-PX).
           MOVE  PS-EMP(SP-PX)  TO EMP-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" EMP-M_PNAME1 BY REFERENCE EMP-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  SPACE  TO EMP-NAME
               MOVE  ZERO   TO EMP-DEPT
           END-IF
           MOVE  SPACE  TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  PS-EMP(SP-PX)  TO WORK-SP-EMP.
           MOVE  EMP-NAME       TO WORK-SP-ENAME.
           MOVE  EMP-DEPT       TO WORK-SP-DEPT.
           MOVE  WORK-SP-PER    TO PRN-R (11:44).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-SP-COLHD  TO PRN-R (11:70).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  1  TO SP-IX.
       SP-RPT-060.
           IF  SP-IX > OT-CNT
               GO TO SP-RPT-070
           END-IF
           IF  OT-EMP(SP-IX) NOT = PS-EMP(SP-PX)
               ADD  1  TO SP-IX
               GO TO SP-RPT-060
           END-IF
           MOVE  SPACE             TO PRN-R.
           MOVE  OT-NO(SP-IX)      TO WORK-SP-NO.
           MOVE  OT-LN(SP-IX)      TO WORK-SP-LN.
           MOVE  OT-HCD(SP-IX)     TO WORK-SP-HCD.
           MOVE  OT-SIZ(SP-IX)     TO WORK-SP-SIZ.
           MOVE  OT-IDATE(SP-IX)   TO WORK-SP-IDATE.
           MOVE  OT-QTY(SP-IX)     TO WORK-SP-QTY.
           MOVE  OT-AMT(SP-IX)     TO WORK-SP-AMT.
           MOVE  OT-AGE(SP-IX)     TO WORK-SP-AGE.
           MOVE  WORK-SP           TO PRN-R (11:70).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           ADD  1  TO SP-IX.
           GO TO SP-RPT-060.
       SP-RPT-070.
           MOVE  1  TO SP-BX.
       SP-RPT-075.
           IF  SP-BX > 4
               GO TO SP-RPT-040
           END-IF
           MOVE  SPACE                    TO PRN-R.
           MOVE  WORK-SP-BL(SP-BX)        TO WORK-SP-BLBL.
           MOVE  PS-BQTY(SP-PX SP-BX)     TO WORK-SP-BQTY.
           MOVE  PS-BAMT(SP-PX SP-BX)     TO WORK-SP-BAMT.
           MOVE  WORK-SP-BND              TO PRN-R (11:37).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           ADD  1  TO SP-BX.
           GO TO SP-RPT-075.
       SP-RPT-090.
           MOVE  SPACE        TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SP-GQTY      TO WORK-SP-TQTY.
           MOVE  SP-GAMT      TO WORK-SP-TAMT.
           MOVE  WORK-SP-TOT  TO PRN-R (11:37).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           IF  SP-OVFL NOT = ZERO
               MOVE  SPACE       TO PRN-R
               MOVE  SP-OVFL     TO WORK-SP-OVFL
               MOVE  WORK-SP-OV  TO PRN-R (11:34)
               CALL "PR_Write" USING PRN-R RETURNING RESP
           END-IF
           CALL "PR_Close" RETURNING RESP.
       SP-RPT-RTN-EXIT.
           EXIT.
      *
       DY-RTN.
           COMPUTE  DY-Y1 = DY-YYYY - 1.
           DIVIDE  DY-Y1  BY 4  GIVING DY-Q.
           COMPUTE  DY-SER = DY-YYYY * 365 + DY-Q
                           + DY-CUM(DY-MM) + DY-DD.
           DIVIDE  DY-YYYY  BY 4  GIVING DY-Q  REMAINDER DY-R.
           IF  DY-R = 0  AND  DY-MM > 2
               ADD  1  TO DY-SER
           END-IF.
       DY-RTN-EXIT.
           EXIT.
      *
       R-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_F_Close" USING
            BY REFERENCE EMP-M_IDLST EMP-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE SHM_IDLST SHM_PNAME1.
           CALL "DB_Close".
           STOP RUN.
