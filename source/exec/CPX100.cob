       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         CPX100.
      *********************************************************
      *    PROGRAM         :  CAPITAL EXPENDITURE REQUESTS     *
      *    PRINTER TYPE    :  JIPS                             *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    the capex request register on CXF, so a purchase is
      *    signed off against its budget before FAM100 ever sees
      *    the asset.  SEL-MODE, the TGS100 idiom:
      *      1 = request: request number, requesting department
      *          (BNM-M), description, justification, estimated
      *          cost and the BUPL-K budget line it is charged to.
      *          the line's annual figure (BU-TOUKI) less what is
      *          already approved on it and the estimates still
      *          awaiting approval is shown as the line's budget
      *          left, with a warning when the estimate exceeds
      *          it.  saving parks the request on APRF as kind 6
      *          -- estimate as new value, budget left as old -- for
      *          APR100's second operator, the maker-checker gate
      *          the price and credit-limit masters use; until then
      *          it is awaiting approval and may be re-keyed (each
      *          save parks afresh).  approved and rejected
      *          requests are closed to changes.
      *      2 = report: the requests raised on or after the
      *          entered date (1 january this year when left zero)
      *          per department and request -- estimate, approved
      *          amount, actual cost (FA-COST of every FA-M asset
      *          carrying the request number) and what the budget
      *          line has left, an approved request committing the
      *          greater of its approved amount and its actual
      *          cost -- with department subtotals and a grand
      *          total; then every asset acquired on or after that
      *          date bought under no approved request.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SYSTEM3100.
       OBJECT-COMPUTER. SYSTEM3100.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  SEL-MODE               PIC  9(001)      VALUE ZERO.
       01  M-DMM                  PIC  9(001)      VALUE ZERO.
       01  CX-RUNDT               PIC  9(008)      VALUE ZERO.
       01  WORK-TODATE.
           02  WORK-TD-YY         PIC  9(002).
           02  WORK-TD-MM         PIC  9(002).
           02  WORK-TD-DD         PIC  9(002).
      *    mode 1: the request on screen, the budget left on its
      *    line, and the request held aside while CXF is scanned.
       01  CE-FOUND               PIC  9(001)      VALUE ZERO.
       01  CE-LEFT                PIC S9(011)      VALUE ZERO.
       01  CE-LEFTD               PIC  -ZZZZZZZZZZ9.
       01  CE-STATD               PIC  X(020)      VALUE SPACE.
       01  CE-SNO                 PIC  9(006)      VALUE ZERO.
       01  CE-SBKEY               PIC  9(007)      VALUE ZERO.
       01  CE-SAVE                PIC  X(176).
       01  APR-WSEQ               PIC  9(002)      VALUE ZERO.
      *    mode 2: every request with its actual cost, the budget
      *    lines they charge, sorted by department / request.
       01  CR-FROM                PIC  9(008)      VALUE ZERO.
       01  CR-CNT                 PIC  9(003)      VALUE ZERO.
       01  CR-IX                  PIC  9(003)      VALUE ZERO.
       01  CR-JX                  PIC  9(003)      VALUE ZERO.
       01  CR-LIMIT               PIC  9(003)      VALUE ZERO.
       01  CR-PCNT                PIC  9(003)      VALUE ZERO.
       01  CR-OLDDEPT             PIC  9(004)      VALUE ZERO.
       01  CR-COMM                PIC  9(011)      VALUE ZERO.
       01  CR-FCNT                PIC  9(005)      VALUE ZERO.
       01  CR-RSN                 PIC  X(020)      VALUE SPACE.
       01  CR-TBL.
           02  CR-ENT   OCCURS  500.
               03  CR-SRTKEY.
                   04  CR-DEPT    PIC  9(004).
                   04  CR-NO      PIC  9(006).
               03  CR-BKEY        PIC  9(007).
               03  CR-STAT        PIC  9(001).
               03  CR-ECOST       PIC  9(010).
               03  CR-AAMT        PIC  9(010).
               03  CR-ACT         PIC  9(011).
               03  CR-PRT         PIC  9(001).
               03  CR-DESC        PIC  N(020).
       01  CR-TMP.
           02  CR-TMP-SRTKEY.
               03  CR-TMP-DEPT    PIC  9(004).
               03  CR-TMP-NO      PIC  9(006).
           02  CR-TMP-BKEY        PIC  9(007).
           02  CR-TMP-STAT        PIC  9(001).
           02  CR-TMP-ECOST       PIC  9(010).
           02  CR-TMP-AAMT        PIC  9(010).
           02  CR-TMP-ACT         PIC  9(011).
           02  CR-TMP-PRT         PIC  9(001).
           02  CR-TMP-DESC        PIC  N(020).
       01  BL-CNT                 PIC  9(003)      VALUE ZERO.
       01  BL-IX                  PIC  9(003)      VALUE ZERO.
       01  BL-TBL.
           02  BL-ENT   OCCURS  200.
               03  BL-BKEY        PIC  9(007).
               03  BL-TOUKI       PIC S9(011).
               03  BL-COMM        PIC  9(011).
      *    department subtotal and grand total.
       01  CR-ST.
           02  CR-ST-ECOST        PIC  9(011).
           02  CR-ST-AAMT         PIC  9(011).
           02  CR-ST-ACT          PIC  9(011).
       01  CR-GT.
           02  CR-GT-ECOST        PIC  9(011).
           02  CR-GT-AAMT         PIC  9(011).
           02  CR-GT-ACT          PIC  9(011).
       01  PRN-R                  PIC  X(132).
       77  RESP                   PIC  9(001).
       01  WORK-CR-HD             PIC  X(050)      VALUE
            "*** CAPITAL EXPENDITURE REQUESTS ***".
       01  WORK-CR-H1.
           02  F                  PIC  X(21)  VALUE
                "REQUESTS RAISED FROM ".
           02  WORK-CR-FROM       PIC  9(008).
           02  F                  PIC  X(10)  VALUE  "   AS OF  ".
           02  WORK-CR-RUNDT      PIC  9(008).
       01  WORK-CR-COLHD.
           02  F                  PIC  X(040)      VALUE
                "DEPT REQ NO DESCRIPTION                 ".
           02  F                  PIC  X(034)      VALUE
                "             BUDGET LN STATUS     ".
           02  F                  PIC  X(044)      VALUE
                "ESTIMATE   APPROVED      ACTUAL    LINE LEFT".
       01  WORK-CR.
           02  WORK-CR-DEPT       PIC  X(004).
           02  F                  PIC  X(01).
           02  WORK-CR-NO         PIC  X(006).
           02  F                  PIC  X(01).
           02  WORK-CR-DESC       PIC  N(020).
           02  F                  PIC  X(01).
           02  WORK-CR-BL.
               03  WORK-CR-BUCD   PIC  9(002).
               03  F              PIC  X(01).
               03  WORK-CR-YOBI   PIC  9(002).
               03  F              PIC  X(01).
               03  WORK-CR-LINNO  PIC  9(003).
           02  F                  PIC  X(01).
           02  WORK-CR-STAT       PIC  X(008).
           02  F                  PIC  X(01).
           02  WORK-CR-ECOST      PIC  ZZZZZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-CR-AAMT       PIC  ZZZZZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-CR-ACT        PIC  ZZZZZZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-CR-LEFT       PIC  -ZZZZZZZZZZ9.
       01  WORK-FX-HD             PIC  X(050)      VALUE
            "*** ASSETS WITH NO APPROVED REQUEST ***".
       01  WORK-FX-COLHD.
           02  F                  PIC  X(040)      VALUE
                "ASSET NAME                              ".
           02  F                  PIC  X(039)      VALUE
                "       DEPT ACQUIRED       COST REQ NO ".
           02  F                  PIC  X(020)      VALUE
                "REASON              ".
       01  WORK-FX.
           02  WORK-FX-KEY        PIC  9(005).
           02  F                  PIC  X(01).
           02  WORK-FX-NAME       PIC  N(020).
           02  F                  PIC  X(01).
           02  WORK-FX-DEPT       PIC  9(004).
           02  F                  PIC  X(01).
           02  WORK-FX-ACQDT      PIC  9(008).
           02  F                  PIC  X(01).
           02  WORK-FX-COST       PIC  ZZZZZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-FX-CXNO       PIC  9(006).
           02  F                  PIC  X(01).
           02  WORK-FX-RSN        PIC  X(020).
       01  WORK-FX-TOTL.
           02  F                  PIC  X(09)  VALUE  "ASSETS : ".
           02  WORK-FX-CNT        PIC  ZZZZ9.
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
      *FD  CXF
           COPY LICXF.
      *FD  BNM-M
           COPY LIBNMM.
      *FD  BU-F
           COPY BUPL.
      *FD  FA-M
           COPY LIFAM.
      *FD  APRF
       01  APRF_CPX100.
           02  APRF_PNAME1        PIC  X(006) VALUE "APRF".
           02  F                  PIC  X(001).
           02  APRF_LNAME         PIC  X(011) VALUE "APRF_CPX100".
           02  F                  PIC  X(001).
           02  APRF_KEY1          PIC  X(100) VALUE SPACE.
           02  APRF_SORT          PIC  X(100) VALUE SPACE.
           02  APRF_IDLST         PIC  X(100) VALUE SPACE.
           02  APRF_RES           USAGE  POINTER.
           COPY APRF.
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
                "CAPITAL EXPENDITURE REQUESTS".
           02  FILLER  PIC  X(035) VALUE
                "1=REQUEST 2=REPORT            MODE".
           02  FILLER  PIC  X(020) VALUE
                "REQUEST NO".
           02  FILLER  PIC  X(020) VALUE
                "DEPARTMENT".
           02  FILLER  PIC  X(020) VALUE
                "DESCRIPTION".
           02  FILLER  PIC  X(020) VALUE
                "JUSTIFICATION".
           02  FILLER  PIC  X(020) VALUE
                "ESTIMATED COST".
           02  FILLER  PIC  X(020) VALUE
                "BUDGET LINE BU/YR/LN".
           02  FILLER  PIC  X(020) VALUE
                "BUDGET LINE LEFT".
           02  FILLER  PIC  X(020) VALUE
                "STATUS".
           02  FILLER  PIC  X(020) VALUE
                "REPORT FROM CCYYMMDD".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-DSP.
           02  D-BNAME    PIC  N(010).
           02  D-KMKNM    PIC  N(010).
           02  D-LEFT     PIC  X(012).
           02  D-STAT     PIC  X(020).
       01  C-ACP.
           02  A-MODE     PIC  9(001).
           02  A-CXNO     PIC  9(006).
           02  A-DEPT     PIC  9(004).
           02  A-DESC     PIC  N(020).
           02  A-JUST     PIC  N(030).
           02  A-ECOST    PIC  9(010).
           02  A-BUCD     PIC  9(002).
           02  A-YOBI     PIC  9(002).
           02  A-LINNO    PIC  9(003).
           02  A-FROM     PIC  9(008).
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
             03  E-ME1   PIC  X(030) VALUE
                  "***  REQUEST CLOSED        ***".
             03  E-ME2   PIC  X(030) VALUE
                  "***  NO SUCH DEPARTMENT    ***".
             03  E-ME3   PIC  X(030) VALUE
                  "***  NO SUCH BUDGET LINE   ***".
             03  E-ME4   PIC  X(030) VALUE
                  "***  OVER BUDGET LINE LEFT ***".
             03  E-ME5   PIC  X(030) VALUE
                  "***  SENT FOR APPROVAL     ***".
             03  E-ME6   PIC  X(030) VALUE
                  "***  NO REQUESTS           ***".
             03  E-ME7   PIC  X(030) VALUE
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
            "C-MID" " " "0" "0" "275" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-MID" "X" "3" "10" "40" " " "C-MID" RETURNING RESU.
       CALL "SD_Init" USING
            "02C-MID" "X" "5" "10" "35" "01C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "03C-MID" "X" "7" "10" "20" "02C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "04C-MID" "X" "8" "10" "20" "03C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "05C-MID" "X" "9" "10" "20" "04C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "06C-MID" "X" "10" "10" "20" "05C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "07C-MID" "X" "12" "10" "20" "06C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "08C-MID" "X" "13" "10" "20" "07C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "09C-MID" "X" "14" "10" "20" "08C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "10C-MID" "X" "15" "10" "20" "09C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "11C-MID" "X" "18" "10" "20" "10C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "12C-MID" "X" "20" "10" "20" "11C-MID" " " RETURNING RESU.
      *C-DSP
       CALL "SD_Init" USING
            "C-DSP" " " "0" "0" "72" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "D-BNAME" "N" "8" "37" "10" " " "C-DSP" RETURNING RESU.
       CALL "SD_From" USING
            "D-BNAME" BY REFERENCE BNM-NAME "10" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "D-KMKNM" "N" "13" "42" "10" "D-BNAME" " " RETURNING RESU.
       CALL "SD_From" USING
            "D-KMKNM" BY REFERENCE BU-KMKNM "10" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "D-LEFT" "X" "14" "31" "12" "D-KMKNM" " " RETURNING RESU.
       CALL "SD_From" USING
            "D-LEFT" BY REFERENCE CE-LEFTD "12" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "D-STAT" "X" "15" "31" "20" "D-LEFT" " " RETURNING RESU.
       CALL "SD_From" USING
            "D-STAT" BY REFERENCE CE-STATD "20" "0" RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "137" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-MODE" "9" "5" "46" "1" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-MODE" BY REFERENCE SEL-MODE "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-CXNO" "9" "7" "31" "6" "A-MODE" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-CXNO" BY REFERENCE CX-NO "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DEPT" "9" "8" "31" "4" "A-CXNO" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DEPT" BY REFERENCE CX-DEPT "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DESC" "N" "9" "31" "20" "A-DEPT" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DESC" BY REFERENCE CX-DESC "20" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-JUST" "N" "11" "12" "30" "A-DESC" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-JUST" BY REFERENCE CX-JUST "30" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-ECOST" "9" "12" "31" "10" "A-JUST" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-ECOST" BY REFERENCE CX-ECOST "10" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-BUCD" "9" "13" "31" "2" "A-ECOST" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-BUCD" BY REFERENCE CX-BUCD "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-YOBI" "9" "13" "34" "2" "A-BUCD" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-YOBI" BY REFERENCE CX-YOBI "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-LINNO" "9" "13" "37" "3" "A-YOBI" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-LINNO" BY REFERENCE CX-LINNO "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-FROM" "9" "18" "31" "8" "A-LINNO" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-FROM" BY REFERENCE CR-FROM "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "20" "31" "1" "A-FROM" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DMM" BY REFERENCE M-DMM "1" "0" RETURNING RESU.
      *C-ERR
       CALL "SD_Init" USING
            "C-ERR" " " "0" "0" "217" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-ERR" " " "24" "0" "217" " " "C-ERR" RETURNING RESU.
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
            "E-ME99" "X" "24" "75" "5" "E-ME7" " " RETURNING RESU.
      *
           ACCEPT USER_ID FROM ARGUMENT-VALUE.
           ACCEPT COMPLETION_CODE FROM ARGUMENT-VALUE.
      *
           ACCEPT  WORK-TODATE  FROM  DATE.
           COMPUTE  CX-RUNDT = (2000 + WORK-TD-YY) * 10000
                  + WORK-TD-MM * 100 + WORK-TD-DD.
           CALL "DB_F_Open" USING
            "I-O" CXF_PNAME1 "SHARED" BY REFERENCE CXF_IDLST "1"
            "CX-KEY" BY REFERENCE CX-KEY.
           CALL "DB_F_Open" USING
            "INPUT" BNM-M_PNAME1 "SHARED" BY REFERENCE BNM-M_IDLST "1"
            "BNM-KEY" BY REFERENCE BNM-KEY.
           CALL "DB_F_Open" USING
            "INPUT" BU-F_PNAME1 "SHARED" BY REFERENCE BU-F_IDLST "1"
            "BU-KEY" BY REFERENCE BU-KEY.
      *
       R-05.
           MOVE    SPACE    TO  ERR-STAT.
           MOVE    ZERO     TO  RESU.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "SD_Output" USING "C-MID" C-MID "p" RETURNING RESU.
           MOVE  ZERO  TO SEL-MODE M-DMM CE-FOUND CR-FROM.
           INITIALIZE CX-R.
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
               GO TO R-18
           END-IF
           IF  SEL-MODE NOT = 1
               GO TO R-08
           END-IF.
       R-10.
           CALL "SD_Accept" USING BY REFERENCE A-CXNO "A-CXNO" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-08
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-10
           END-IF
           IF  CX-NO = ZERO
               GO TO R-10
           END-IF
           CALL "DB_Read" USING
            "INVALID KEY" CXF_PNAME1 BY REFERENCE CX-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  0     TO CE-FOUND
               MOVE  CX-NO  TO CE-SNO
               INITIALIZE CX-R
               MOVE  CE-SNO  TO CX-NO
               MOVE  SPACE   TO CE-STATD
               GO TO R-11
           END-IF
           EVALUATE  CX-STAT
             WHEN 1  MOVE  "APPROVED"           TO CE-STATD
             WHEN 9  MOVE  "REJECTED"           TO CE-STATD
             WHEN OTHER  MOVE  "AWAITING APPROVAL"  TO CE-STATD
           END-EVALUATE
           CALL "SD_Output" USING "D-STAT" D-STAT "p" RETURNING RESU.
           IF  CX-STAT NOT = 8
               CALL "SD_Output" USING
                "E-ME1" E-ME1 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-10
           END-IF
           MOVE  1  TO CE-FOUND.
           MOVE  CX-DEPT  TO BNM-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" BNM-M_PNAME1 BY REFERENCE BNM-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  SPACE  TO BNM-NAME
           END-IF
           CALL "SD_Output" USING "A-DEPT" A-DEPT "p" RETURNING RESU.
           CALL "SD_Output" USING "A-DESC" A-DESC "p" RETURNING RESU.
           CALL "SD_Output" USING "A-JUST" A-JUST "p" RETURNING RESU.
           CALL "SD_Output" USING "A-ECOST" A-ECOST "p" RETURNING RESU.
           CALL "SD_Output" USING "A-BUCD" A-BUCD "p" RETURNING RESU.
           CALL "SD_Output" USING "A-YOBI" A-YOBI "p" RETURNING RESU.
           CALL "SD_Output" USING "A-LINNO" A-LINNO "p" RETURNING RESU.
           CALL "SD_Output" USING "D-BNAME" D-BNAME "p" RETURNING RESU.
       R-11.
           CALL "SD_Accept" USING BY REFERENCE A-DEPT "A-DEPT" "9" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-10
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-11
           END-IF
           MOVE  CX-DEPT  TO BNM-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" BNM-M_PNAME1 BY REFERENCE BNM-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1  OR  BNM-STAT = 9
               CALL "SD_Output" USING
                "E-ME2" E-ME2 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-11
           END-IF
           CALL "SD_Output" USING "D-BNAME" D-BNAME "p" RETURNING RESU.
       R-12.
           CALL "SD_Accept" USING BY REFERENCE A-DESC "A-DESC" "N"
            "20" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-11
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-12
           END-IF.
       R-13.
           CALL "SD_Accept" USING BY REFERENCE A-JUST "A-JUST" "N"
            "30" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-12
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-13
           END-IF.
       R-14.
           CALL "SD_Accept" USING BY REFERENCE A-ECOST "A-ECOST" "9"
            "10" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-13
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-14
           END-IF
           IF  CX-ECOST = ZERO
               GO TO R-14
           END-IF.
       R-15.
           CALL "SD_Accept" USING BY REFERENCE A-BUCD "A-BUCD" "9" "2"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-14
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-15
           END-IF.
       R-16.
           CALL "SD_Accept" USING BY REFERENCE A-YOBI "A-YOBI" "9" "2"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-15
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-16
           END-IF.
       R-17.
           CALL "SD_Accept" USING BY REFERENCE A-LINNO "A-LINNO" "9"
            "3" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-16
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-17
           END-IF
           MOVE  CX-BKEY  TO BU-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" BU-F_PNAME1 BY REFERENCE BU-REC "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               CALL "SD_Output" USING
                "E-ME3" E-ME3 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-15
           END-IF
           CALL "SD_Output" USING "D-KMKNM" D-KMKNM "p" RETURNING RESU.
           PERFORM  CE-LEFT-RTN  THRU  CE-LEFT-RTN-EXIT.
           MOVE  CE-LEFT  TO CE-LEFTD.
           CALL "SD_Output" USING "D-LEFT" D-LEFT "p" RETURNING RESU.
           IF  CX-ECOST > CE-LEFT
               CALL "SD_Output" USING
                "E-ME4" E-ME4 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
           END-IF
           GO TO R-20.
       R-18.
           CALL "SD_Accept" USING BY REFERENCE A-FROM "A-FROM" "9" "8"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-08
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-18
           END-IF
           IF  CR-FROM = ZERO
               COMPUTE  CR-FROM = (2000 + WORK-TD-YY) * 10000 + 101
               CALL "SD_Output" USING
                "A-FROM" A-FROM "p" RETURNING RESU
           END-IF.
       R-20.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               IF  SEL-MODE = 1
                   GO TO R-17
               ELSE
                   GO TO R-18
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
           IF  SEL-MODE = 1
               PERFORM  CE-PUT-RTN  THRU  CE-PUT-RTN-EXIT
               CALL "SD_Output" USING
                "E-ME5" E-ME5 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-05
           END-IF
           PERFORM  CR-RTN  THRU  CR-RTN-EXIT.
           IF  CR-CNT = ZERO
               CALL "SD_Output" USING
                "E-ME6" E-ME6 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-05
           END-IF
           CALL "SD_Output" USING
            "E-ME7" E-ME7 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO R-05.
      *
      *    CE-LEFT-RTN  -  the budget line's annual figure less the
      *    approved amounts and the other awaiting estimates on
      *    it.  CXF is held open keyed for the screen, so it is
      *    closed for the sequential pass and reopened, the request
      *    on screen held aside meanwhile.
      *
       CE-LEFT-RTN.
           MOVE  CX-R      TO CE-SAVE.
           MOVE  CX-NO     TO CE-SNO.
           MOVE  CX-BKEY   TO CE-SBKEY.
           MOVE  BU-TOUKI  TO CE-LEFT.
           CALL "DB_F_Close" USING
            BY REFERENCE CXF_IDLST CXF_PNAME1.
           CALL "DB_F_Open" USING
            "INPUT" CXF_PNAME1 " " BY REFERENCE CXF_IDLST "0".
       CE-LEFT-010.
           CALL "DB_Read" USING
            "AT END" CXF_PNAME1 BY REFERENCE CX-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO CE-LEFT-090
           END-IF
           IF  CX-BKEY NOT = CE-SBKEY  OR  CX-NO = CE-SNO
               GO TO CE-LEFT-010
           END-IF
           IF  CX-STAT = 1
               SUBTRACT  CX-AAMT   FROM CE-LEFT
           END-IF
           IF  CX-STAT = 8
               SUBTRACT  CX-ECOST  FROM CE-LEFT
           END-IF
           GO TO CE-LEFT-010.
       CE-LEFT-090.
           CALL "DB_F_Close" USING
            BY REFERENCE CXF_IDLST CXF_PNAME1.
           CALL "DB_F_Open" USING
            "I-O" CXF_PNAME1 "SHARED" BY REFERENCE CXF_IDLST "1"
            "CX-KEY" BY REFERENCE CX-KEY.
           MOVE  CE-SAVE  TO CX-R.
       CE-LEFT-RTN-EXIT.
           EXIT.
      *
      *    CE-PUT-RTN  -  the request saved awaiting approval and
      *    parked on APRF (kind 6) for the second operator.
      *
       CE-PUT-RTN.
           MOVE  8         TO CX-STAT.
           MOVE  ZERO      TO CX-AAMT CX-ADATE.
           MOVE  SPACE     TO CX-APPBY.
           MOVE  USER_ID   TO CX-USER.
           IF  CE-FOUND = 1
               MOVE  CX-R  TO CE-SAVE
               CALL "DB_Read" USING
                "INVALID KEY" CXF_PNAME1 BY REFERENCE CX-R " "
                RETURNING RET
               MOVE  CE-SAVE  TO CX-R
               CALL "DB_Update" USING
                CXF_PNAME1 CXF_LNAME CX-R RETURNING RET
           ELSE
               MOVE  CX-RUNDT  TO CX-RDATE
               CALL "DB_Insert" USING
                CXF_PNAME1 CXF_LNAME CX-R RETURNING RET
           END-IF
           CALL "DB_F_Open" USING
            "I-O" APRF_PNAME1 "SHARED" BY REFERENCE APRF_IDLST "1"
            "APR-KEY" BY REFERENCE APR-KEY.
           ACCEPT  APR-DATE  FROM  DATE.
           ACCEPT  APR-TIME  FROM  TIME.
           ADD  1  TO APR-WSEQ.
           MOVE  APR-WSEQ   TO APR-SEQ.
           MOVE  6          TO APR-KIND.
           MOVE  SPACE      TO APR-KEYD.
           MOVE  CX-KEY     TO APR-KEYD (1:6).
           MOVE  CX-ECOST   TO APR-NEWV.
           MOVE  ZERO       TO APR-OLDV.
           IF  CE-LEFT > ZERO
               MOVE  CE-LEFT  TO APR-OLDV
           END-IF
           MOVE  USER_ID    TO APR-BY.
           MOVE  ZERO       TO APR-STAT.
           MOVE  SPACE      TO APR-APPBY.
           CALL "DB_Insert" USING
            APRF_PNAME1 APRF_LNAME APR-REC RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE APRF_IDLST APRF_PNAME1.
       CE-PUT-RTN-EXIT.
           EXIT.
      *
      *    CR-RTN  -  mode 2: every request into the table, the
      *    FA-M assets' cost onto the requests they carry, the
      *    budget lines' commitments, then the report.
      *
       CR-RTN.
           MOVE  ZERO  TO CR-CNT BL-CNT.
           CALL "DB_F_Close" USING
            BY REFERENCE CXF_IDLST CXF_PNAME1.
           CALL "DB_F_Open" USING
            "INPUT" CXF_PNAME1 " " BY REFERENCE CXF_IDLST "0".
       CR-010.
           CALL "DB_Read" USING
            "AT END" CXF_PNAME1 BY REFERENCE CX-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO CR-020
           END-IF
           IF  CR-CNT NOT < 500
               GO TO CR-010
           END-IF
           ADD  1  TO CR-CNT.
           MOVE  CX-DEPT   TO CR-DEPT(CR-CNT).
           MOVE  CX-NO     TO CR-NO(CR-CNT).
           MOVE  CX-BKEY   TO CR-BKEY(CR-CNT).
           MOVE  CX-STAT   TO CR-STAT(CR-CNT).
           MOVE  CX-ECOST  TO CR-ECOST(CR-CNT).
           MOVE  CX-AAMT   TO CR-AAMT(CR-CNT).
           MOVE  ZERO      TO CR-ACT(CR-CNT).
           MOVE  CX-DESC   TO CR-DESC(CR-CNT).
           IF  CX-RDATE < CR-FROM
               MOVE  0  TO CR-PRT(CR-CNT)
           ELSE
               MOVE  1  TO CR-PRT(CR-CNT)
           END-IF
           GO TO CR-010.
       CR-020.
           CALL "DB_F_Close" USING
            BY REFERENCE CXF_IDLST CXF_PNAME1.
           CALL "DB_F_Open" USING
            "I-O" CXF_PNAME1 "SHARED" BY REFERENCE CXF_IDLST "1"
            "CX-KEY" BY REFERENCE CX-KEY.
           IF  CR-CNT = ZERO
               GO TO CR-RTN-EXIT
           END-IF
           CALL "DB_F_Open" USING
            "INPUT" FA-M_PNAME1 " " BY REFERENCE FA-M_IDLST "0".
       CR-030.
           CALL "DB_Read" USING
            "AT END" FA-M_PNAME1 BY REFERENCE FA-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO CR-040
           END-IF
           IF  FA-CXNO NOT NUMERIC
               GO TO CR-030
           END-IF
           IF  FA-CXNO = ZERO
               GO TO CR-030
           END-IF
           PERFORM  CR-FIND-RTN  THRU  CR-FIND-RTN-EXIT.
           IF  CR-IX NOT = ZERO
               ADD  FA-COST  TO CR-ACT(CR-IX)
           END-IF
           GO TO CR-030.
       CR-040.
           CALL "DB_F_Close" USING
            BY REFERENCE FA-M_IDLST FA-M_PNAME1.
           MOVE  1  TO CR-IX.
       CR-050.
           IF  CR-IX > CR-CNT
               GO TO CR-060
           END-IF
           PERFORM  BL-FIND-RTN  THRU  BL-FIND-RTN-EXIT.
           IF  BL-IX NOT = ZERO  AND  CR-STAT(CR-IX) = 1
               MOVE  CR-AAMT(CR-IX)  TO CR-COMM
               IF  CR-ACT(CR-IX) > CR-COMM
                   MOVE  CR-ACT(CR-IX)  TO CR-COMM
               END-IF
               ADD  CR-COMM  TO BL-COMM(BL-IX)
           END-IF
           ADD  1  TO CR-IX.
           GO TO CR-050.
       CR-060.
           PERFORM  CR-SORT-RTN  THRU  CR-SORT-RTN-EXIT.
           PERFORM  CR-PRT-RTN   THRU  CR-PRT-RTN-EXIT.
       CR-RTN-EXIT.
           EXIT.
      *
      *    CR-FIND-RTN  -  CR-IX of the request FA-CXNO names, zero
      *    when it is not on CXF.
      *
       CR-FIND-RTN.
           MOVE  1  TO CR-IX.
       CR-FIND-010.
           IF  CR-IX > CR-CNT
               MOVE  ZERO  TO CR-IX
               GO TO CR-FIND-RTN-EXIT
           END-IF
           IF  CR-NO(CR-IX) = FA-CXNO
               GO TO CR-FIND-RTN-EXIT
           END-IF
           ADD  1  TO CR-IX.
           GO TO CR-FIND-010.
       CR-FIND-RTN-EXIT.
           EXIT.
      *
      *    BL-FIND-RTN  -  find-or-insert the budget line of request
      *    CR-IX, its annual figure read off BUPL-K on insert;
      *    BL-IX zero when the table is full.
      *
       BL-FIND-RTN.
           MOVE  1  TO BL-IX.
       BL-FIND-010.
           IF  BL-IX > BL-CNT
               GO TO BL-FIND-020
           END-IF
           IF  BL-BKEY(BL-IX) = CR-BKEY(CR-IX)
               GO TO BL-FIND-RTN-EXIT
           END-IF
           ADD  1  TO BL-IX.
           GO TO BL-FIND-010.
       BL-FIND-020.
           IF  BL-CNT NOT < 200
               MOVE  ZERO  TO BL-IX
               GO TO BL-FIND-RTN-EXIT
           END-IF
           ADD  1  TO BL-CNT.
           MOVE  BL-CNT          TO BL-IX.
           MOVE  CR-BKEY(CR-IX)  TO BL-BKEY(BL-IX) BU-KEY.
           MOVE  ZERO            TO BL-COMM(BL-IX).
           CALL "DB_Read" USING
            "INVALID KEY" BU-F_PNAME1 BY REFERENCE BU-REC "UNLOCK"
            RETURNING RET.
           IF  RET = 0
               MOVE  BU-TOUKI  TO BL-TOUKI(BL-IX)
           ELSE
               MOVE  ZERO      TO BL-TOUKI(BL-IX)
           END-IF.
       BL-FIND-RTN-EXIT.
           EXIT.
      *
      *    CR-SORT-RTN  -  selection sort on department / request.
      *
       CR-SORT-RTN.
           IF  CR-CNT < 2
               GO TO CR-SORT-RTN-EXIT
           END-IF
           COMPUTE  CR-LIMIT = CR-CNT - 1.
           MOVE  1  TO CR-IX.
       CR-SORT-010.
           IF  CR-IX > CR-LIMIT
               GO TO CR-SORT-RTN-EXIT
           END-IF
           COMPUTE  CR-JX = CR-IX + 1.
       CR-SORT-020.
           IF  CR-JX > CR-CNT
               ADD  1  TO CR-IX
               GO TO CR-SORT-010
           END-IF
           IF  CR-SRTKEY(CR-JX) < CR-SRTKEY(CR-IX)
               MOVE  CR-ENT(CR-IX)  TO CR-TMP
               MOVE  CR-ENT(CR-JX)  TO CR-ENT(CR-IX)
               MOVE  CR-TMP         TO CR-ENT(CR-JX)
           END-IF
           ADD  1  TO CR-JX.
           GO TO CR-SORT-020.
       CR-SORT-RTN-EXIT.
           EXIT.
      *
      *    CR-PRT-RTN  -  the requests in the period with a
      *    subtotal per department and a grand total, then the
      *    assets bought under no approved request.
      *
       CR-PRT-RTN.
           CALL "PR_Open" RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-CR-HD     TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  CR-FROM        TO WORK-CR-FROM.
           MOVE  CX-RUNDT       TO WORK-CR-RUNDT.
           MOVE  WORK-CR-H1     TO PRN-R (11:47).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  WORK-CR-COLHD  TO PRN-R (11:118).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           INITIALIZE CR-ST CR-GT.
           MOVE  ZERO  TO CR-PCNT.
           MOVE  1     TO CR-IX.
       CR-PRT-010.
           IF  CR-IX > CR-CNT
               GO TO CR-PRT-090
           END-IF
           IF  CR-PRT(CR-IX) = 0
               ADD  1  TO CR-IX
               GO TO CR-PRT-010
           END-IF
           IF  CR-PCNT NOT = ZERO  AND  CR-DEPT(CR-IX) NOT = CR-OLDDEPT
               PERFORM  CR-SUB-RTN  THRU  CR-SUB-RTN-EXIT
           END-IF
           MOVE  CR-DEPT(CR-IX)  TO CR-OLDDEPT.
           ADD  1  TO CR-PCNT.
           MOVE  SPACE              TO PRN-R WORK-CR.
           MOVE  CR-DEPT(CR-IX)     TO WORK-CR-DEPT.
           MOVE  CR-NO(CR-IX)       TO WORK-CR-NO.
           MOVE  CR-DESC(CR-IX)     TO WORK-CR-DESC.
           MOVE  CR-BKEY(CR-IX)     TO CE-SBKEY.
           MOVE  CE-SBKEY (1:2)     TO WORK-CR-BUCD.
           MOVE  CE-SBKEY (3:2)     TO WORK-CR-YOBI.
           MOVE  CE-SBKEY (5:3)     TO WORK-CR-LINNO.
           EVALUATE  CR-STAT(CR-IX)
             WHEN 1  MOVE  "APPROVED"  TO WORK-CR-STAT
             WHEN 9  MOVE  "REJECTED"  TO WORK-CR-STAT
             WHEN OTHER  MOVE  "AWAITING"  TO WORK-CR-STAT
           END-EVALUATE
           MOVE  CR-ECOST(CR-IX)    TO WORK-CR-ECOST.
           MOVE  CR-AAMT(CR-IX)     TO WORK-CR-AAMT.
           MOVE  CR-ACT(CR-IX)      TO WORK-CR-ACT.
           PERFORM  BL-FIND-RTN  THRU  BL-FIND-RTN-EXIT.
           IF  BL-IX NOT = ZERO
               COMPUTE  CE-LEFT = BL-TOUKI(BL-IX) - BL-COMM(BL-IX)
               MOVE  CE-LEFT  TO WORK-CR-LEFT
           END-IF
           MOVE  WORK-CR            TO PRN-R (11:118).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           ADD  CR-ECOST(CR-IX)  TO CR-ST-ECOST.
           ADD  CR-AAMT(CR-IX)   TO CR-ST-AAMT.
           ADD  CR-ACT(CR-IX)    TO CR-ST-ACT.
           ADD  1  TO CR-IX.
           GO TO CR-PRT-010.
       CR-PRT-090.
           IF  CR-PCNT NOT = ZERO
               PERFORM  CR-SUB-RTN  THRU  CR-SUB-RTN-EXIT
           END-IF
           MOVE  SPACE          TO PRN-R WORK-CR.
           MOVE  "ALL "         TO WORK-CR-DEPT.
           MOVE  CR-GT-ECOST    TO WORK-CR-ECOST.
           MOVE  CR-GT-AAMT     TO WORK-CR-AAMT.
           MOVE  CR-GT-ACT      TO WORK-CR-ACT.
           MOVE  WORK-CR        TO PRN-R (11:118).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           PERFORM  FX-RTN  THRU  FX-RTN-EXIT.
           CALL "PR_Close" RETURNING RESP.
       CR-PRT-RTN-EXIT.
           EXIT.
      *
      *    CR-SUB-RTN  -  the department subtotal, rolled into the
      *    grand total.
      *
       CR-SUB-RTN.
           MOVE  SPACE          TO PRN-R WORK-CR.
           MOVE  CR-OLDDEPT     TO WORK-CR-DEPT.
           MOVE  "TOTAL "       TO WORK-CR-NO.
           MOVE  CR-ST-ECOST    TO WORK-CR-ECOST.
           MOVE  CR-ST-AAMT     TO WORK-CR-AAMT.
           MOVE  CR-ST-ACT      TO WORK-CR-ACT.
           MOVE  WORK-CR        TO PRN-R (11:118).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE  TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           ADD  CR-ST-ECOST  TO CR-GT-ECOST.
           ADD  CR-ST-AAMT   TO CR-GT-AAMT.
           ADD  CR-ST-ACT    TO CR-GT-ACT.
           INITIALIZE CR-ST.
       CR-SUB-RTN-EXIT.
           EXIT.
      *
      *    FX-RTN  -  every asset acquired since CR-FROM whose
      *    request number is missing, not on CXF, or not approved.
      *
       FX-RTN.
           MOVE  ZERO  TO CR-FCNT.
           MOVE  SPACE          TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  WORK-FX-HD     TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-FX-COLHD  TO PRN-R (11:99).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "DB_F_Open" USING
            "INPUT" FA-M_PNAME1 " " BY REFERENCE FA-M_IDLST "0".
       FX-010.
           CALL "DB_Read" USING
            "AT END" FA-M_PNAME1 BY REFERENCE FA-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO FX-090
           END-IF
           IF  FA-ACQDT < CR-FROM
               GO TO FX-010
           END-IF
           IF  FA-CXNO NOT NUMERIC
               MOVE  ZERO  TO FA-CXNO
           END-IF
           IF  FA-CXNO = ZERO
               MOVE  "NO REQUEST"  TO CR-RSN
               GO TO FX-020
           END-IF
           PERFORM  CR-FIND-RTN  THRU  CR-FIND-RTN-EXIT.
           IF  CR-IX = ZERO
               MOVE  "REQUEST NOT ON FILE"  TO CR-RSN
               GO TO FX-020
           END-IF
           IF  CR-STAT(CR-IX) = 1
               GO TO FX-010
           END-IF
           IF  CR-STAT(CR-IX) = 9
               MOVE  "REQUEST REJECTED"  TO CR-RSN
           ELSE
               MOVE  "REQUEST AWAITING"  TO CR-RSN
           END-IF.
       FX-020.
           MOVE  SPACE       TO PRN-R WORK-FX.
           MOVE  FA-KEY      TO WORK-FX-KEY.
           MOVE  FA-NAME     TO WORK-FX-NAME.
           MOVE  FA-DEPT     TO WORK-FX-DEPT.
           MOVE  FA-ACQDT    TO WORK-FX-ACQDT.
           MOVE  FA-COST     TO WORK-FX-COST.
           MOVE  FA-CXNO     TO WORK-FX-CXNO.
           MOVE  CR-RSN      TO WORK-FX-RSN.
           MOVE  WORK-FX     TO PRN-R (11:99).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           ADD  1  TO CR-FCNT.
           GO TO FX-010.
       FX-090.
           CALL "DB_F_Close" USING
            BY REFERENCE FA-M_IDLST FA-M_PNAME1.
           MOVE  SPACE          TO PRN-R.
           MOVE  CR-FCNT        TO WORK-FX-CNT.
           MOVE  WORK-FX-TOTL   TO PRN-R (11:14).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
       FX-RTN-EXIT.
           EXIT.
      *
       R-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_F_Close" USING
            BY REFERENCE CXF_IDLST CXF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE BNM-M_IDLST BNM-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE BU-F_IDLST BU-F_PNAME1.
           CALL "DB_Close".
           STOP RUN.
