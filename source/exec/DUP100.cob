       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         DUP100.
      *********************************************************
      *    PROGRAM         :  DUPLICATE MASTER SWEEP / REVIEW  *
      *    PRINTER TYPE    :  JIPS                             *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    INT100 finds the orphans; this is the weekly look for
      *    the opposite trouble -- one shop or supplier keyed twice
      *    under two codes, and the shared bank account auditors
      *    treat as the fraud pattern.  SEL-MODE, the same mode-
      *    menu idiom as BPH100/FAD100:
      *      1 = sweep: one pass each over TC-M (head-office rows,
      *          TC-CCD = 1), T-M and SHM, every record compared
      *          with those already read --
      *            - TC-KANA / T-NAME readings squeezed of blanks
      *              through the LNAMW work area and called near-
      *              identical when they match outright, differ
      *              by a single character added, dropped or
      *              changed, or the shorter occurs anywhere in the
      *              longer (TCS100's substring scan); readings
      *              under four characters must match outright;
      *            - suppliers with the same T-BANK/T-STN/T-KOZNO;
      *            - the same TC-INVNO on two customers, the same
      *              T-INVNO on two suppliers;
      *            - the same SHM-10 JAN code on two items.
      *          each pair is logged once per run (find-or-insert)
      *          and once ever on DUP-F; the report lists every
      *          pair by kind, new ones marked, and leaves out any
      *          pair already accepted.
      *      2 = review: the pair is called up by kind and codes
      *          and its DUP-RVW flag set -- 1 reviewed (still
      *          reported), 9 accepted as legitimate (suppressed
      *          from then on), 0 back to open.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SYSTEM3100.
       OBJECT-COMPUTER. SYSTEM3100.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  SEL-MODE               PIC  9(001)      VALUE ZERO.
       01  DP-DMM                 PIC  9(001)      VALUE ZERO.
      *    head-office customers read so far -- squeezed reading
      *    and its length, registration number.
       01  CU-CNT                 PIC  9(003)      VALUE ZERO.
       01  CU-IX                  PIC  9(003)      VALUE ZERO.
       01  CU-TBL.
           02  CU-ENT   OCCURS  500.
               03  CU-TCD         PIC  9(004).
               03  CU-KANA        PIC  N(026).
               03  CU-LEN         PIC  9(002).
               03  CU-INVNO       PIC  X(014).
      *    suppliers read so far -- squeezed name, bank account,
      *    registration number.
       01  SU-CNT                 PIC  9(003)      VALUE ZERO.
       01  SU-IX                  PIC  9(003)      VALUE ZERO.
       01  SU-TBL.
           02  SU-ENT   OCCURS  500.
               03  SU-TCD         PIC  9(004).
               03  SU-NAME        PIC  N(026).
               03  SU-LEN         PIC  9(002).
               03  SU-BANK        PIC  9(004).
               03  SU-STN         PIC  9(003).
               03  SU-KOZNO       PIC  9(007).
               03  SU-INVNO       PIC  X(014).
      *    JAN codes read so far.
       01  JN-CNT                 PIC  9(004)      VALUE ZERO.
       01  JN-IX                  PIC  9(004)      VALUE ZERO.
       01  JN-TBL.
           02  JN-ENT   OCCURS  2000.
               03  JN-JAN         PIC  X(013).
               03  JN-HCD         PIC  9(006).
      *    this run's findings -- kind, lower code, higher code,
      *    and what DUP-F says about the pair.
       01  FD-CNT                 PIC  9(004)      VALUE ZERO.
       01  FD-IX                  PIC  9(004)      VALUE ZERO.
       01  FD-TBL.
           02  FD-ENT   OCCURS  1000.
               03  FD-KIND        PIC  9(001).
               03  FD-CD1         PIC  9(006).
               03  FD-CD2         PIC  9(006).
               03  FD-RVW         PIC  9(001).
               03  FD-NEW         PIC  9(001).
               03  FD-FDATE       PIC  9(008).
       01  FD-WKIND               PIC  9(001)      VALUE ZERO.
       01  FD-WCD1                PIC  9(006)      VALUE ZERO.
       01  FD-WCD2                PIC  9(006)      VALUE ZERO.
       01  FD-WTMP                PIC  9(006)      VALUE ZERO.
      *    reading comparison -- the record in hand (DP-NRM) and
      *    the earlier one (DP-CNRM), squeezed, with lengths.
       01  DP-NRM                 PIC  N(026).
       01  DP-NLEN                PIC  9(002)      VALUE ZERO.
       01  DP-CNRM                PIC  N(026).
       01  DP-CLEN                PIC  9(002)      VALUE ZERO.
       01  DP-L1                  PIC  9(002)      VALUE ZERO.
       01  DP-L2                  PIC  9(002)      VALUE ZERO.
       01  DP-P                   PIC  9(002)      VALUE ZERO.
       01  DP-S                   PIC  9(002)      VALUE ZERO.
       01  DP-KX                  PIC  9(001)      VALUE ZERO.
       01  DP-WNAME               PIC  N(026).
       01  NEWCNT                 PIC  9(004)      VALUE ZERO.
       01  OPNCNT                 PIC  9(004)      VALUE ZERO.
       01  ACCCNT                 PIC  9(004)      VALUE ZERO.
       01  WORK-TODATE.
           02  WORK-TD-YY         PIC  9(002).
           02  WORK-TD-MM         PIC  9(002).
           02  WORK-TD-DD         PIC  9(002).
       01  W-TODAY                PIC  9(008)      VALUE ZERO.
       01  PRN-R                  PIC  X(132).
       77  RESP                   PIC  9(001).
       01  WORK-DP-HD             PIC  X(050)      VALUE
            "*** DUPLICATE / SUSPICIOUS MASTER RECORDS ***".
       01  WORK-DP-KINDS.
           02  F                  PIC  X(024)      VALUE
                "CUSTOMER NAME READING".
           02  F                  PIC  X(024)      VALUE
                "SUPPLIER NAME".
           02  F                  PIC  X(024)      VALUE
                "SUPPLIER BANK ACCOUNT".
           02  F                  PIC  X(024)      VALUE
                "CUSTOMER REGISTRATION NO".
           02  F                  PIC  X(024)      VALUE
                "SUPPLIER REGISTRATION NO".
           02  F                  PIC  X(024)      VALUE
                "ITEM JAN CODE".
       01  WORK-DP-KTBL  REDEFINES WORK-DP-KINDS.
           02  WORK-DP-KLBL       PIC  X(024)  OCCURS 6.
       01  WORK-DP-SEC.
           02  F                  PIC  X(04)  VALUE  "--- ".
           02  WORK-DP-SLBL       PIC  X(024).
           02  F                  PIC  X(04)  VALUE  " ---".
       01  WORK-DP-COLHD.
           02  F                  PIC  X(041)      VALUE
            "CODE1  NAME".
           02  F                  PIC  X(041)      VALUE
            "CODE2  NAME".
           02  F                  PIC  X(017)      VALUE
            "STATUS   FOUND".
       01  WORK-DP.
           02  WORK-DP-CD1        PIC  9(006).
           02  F                  PIC  X(01).
           02  WORK-DP-NM1        PIC  N(016).
           02  F                  PIC  X(02).
           02  WORK-DP-CD2        PIC  9(006).
           02  F                  PIC  X(01).
           02  WORK-DP-NM2        PIC  N(016).
           02  F                  PIC  X(02).
           02  WORK-DP-STAT       PIC  X(008).
           02  F                  PIC  X(01).
           02  WORK-DP-FDATE      PIC  9(008).
       01  WORK-DP-SUM.
           02  F                  PIC  X(06)  VALUE  "NEW : ".
           02  WORK-DP-NCNT       PIC  ZZZ9.
           02  F                  PIC  X(09)  VALUE  "   OPEN :".
           02  WORK-DP-OCNT       PIC  ZZZ9.
           02  F                  PIC  X(13)  VALUE  "   ACCEPTED :".
           02  WORK-DP-ACNT       PIC  ZZZ9.
       01  WORK-DP-NONE           PIC  X(040)      VALUE
            "*** NO SUSPICIOUS PAIRS FOUND ***".
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
           COPY  LNAMW.
      *FD  TC-M
           COPY LITCM.
      *FD  T-M
           COPY LITM.
      *FD  SHM
           COPY SHM.
      *FD  DUP-F
           COPY LIDUPF.
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
                "DUPLICATE MASTER SWEEP / REVIEW".
           02  FILLER  PIC  X(030) VALUE
                "MODE  1=SWEEP 2=REVIEW".
           02  FILLER  PIC  X(020) VALUE
                "KIND".
           02  FILLER  PIC  X(040) VALUE
                "  1=CUST NAME  2=SUPP NAME  3=BANK ACCT".
           02  FILLER  PIC  X(040) VALUE
                "  4=CUST REG   5=SUPP REG   6=JAN CODE".
           02  FILLER  PIC  X(020) VALUE
                "CODE 1".
           02  FILLER  PIC  X(020) VALUE
                "CODE 2".
           02  FILLER  PIC  X(020) VALUE
                "FIRST FOUND".
           02  FILLER  PIC  X(020) VALUE
                "LAST FOUND".
           02  FILLER  PIC  X(020) VALUE
                "REVIEW FLAG".
           02  FILLER  PIC  X(040) VALUE
                "  0=OPEN  1=REVIEWED  9=ACCEPTED".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-DSP.
           02  D-FDATE    PIC  9(008).
           02  D-LDATE    PIC  9(008).
       01  C-ACP.
           02  A-MODE     PIC  9(001).
           02  A-KIND     PIC  9(001).
           02  A-CD1      PIC  9(006).
           02  A-CD2      PIC  9(006).
           02  A-RVW      PIC  9(001).
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
             03  E-ME1   PIC  X(030) VALUE
                  "***  NO SUCH FINDING       ***".
             03  E-ME2   PIC  X(030) VALUE
                  "***  FLAG MUST BE 0 1 OR 9 ***".
             03  E-ME3   PIC  X(030) VALUE
                  "***  SWEEP COMPLETE        ***".
             03  E-ME4   PIC  X(030) VALUE
                  "***  KIND MUST BE 1 TO 6   ***".
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
            "C-MID" " " "0" "0" "330" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-MID" "X" "3" "10" "40" " " "C-MID" RETURNING RESU.
       CALL "SD_Init" USING
            "02C-MID" "X" "5" "10" "30" "01C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "03C-MID" "X" "7" "10" "20" "02C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "04C-MID" "X" "8" "10" "40" "03C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "05C-MID" "X" "9" "10" "40" "04C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "06C-MID" "X" "11" "10" "20" "05C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "07C-MID" "X" "12" "10" "20" "06C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "08C-MID" "X" "14" "10" "20" "07C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "09C-MID" "X" "15" "10" "20" "08C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "10C-MID" "X" "17" "10" "20" "09C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "11C-MID" "X" "18" "10" "40" "10C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "12C-MID" "X" "20" "10" "20" "11C-MID" " " RETURNING RESU.
      *C-DSP
       CALL "SD_Init" USING
            "C-DSP" " " "0" "0" "16" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "D-FDATE" "9" "14" "31" "8" " " "C-DSP" RETURNING RESU.
       CALL "SD_From" USING
            "D-FDATE" BY REFERENCE DUP-FDATE "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "D-LDATE" "9" "15" "31" "8" "D-FDATE" " " RETURNING RESU.
       CALL "SD_From" USING
            "D-LDATE" BY REFERENCE DUP-LDATE "8" "0" RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "16" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-MODE" "9" "5" "45" "1" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-MODE" BY REFERENCE SEL-MODE "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-KIND" "9" "7" "31" "1" "A-MODE" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-KIND" BY REFERENCE DUP-KIND "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-CD1" "9" "11" "31" "6" "A-KIND" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-CD1" BY REFERENCE DUP-CD1 "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-CD2" "9" "12" "31" "6" "A-CD1" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-CD2" BY REFERENCE DUP-CD2 "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-RVW" "9" "17" "31" "1" "A-CD2" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-RVW" BY REFERENCE DUP-RVW "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "20" "31" "1" "A-RVW" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DMM" BY REFERENCE DP-DMM "1" "0" RETURNING RESU.
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
           ACCEPT  WORK-TODATE  FROM  DATE.
           COMPUTE  W-TODAY = (2000 + WORK-TD-YY) * 10000
                  + WORK-TD-MM * 100 + WORK-TD-DD.
      *
           CALL "DB_F_Open" USING
            "I-O" DUP-F_PNAME1 "SHARED" BY REFERENCE DUP-F_IDLST "1"
            "DUP-KEY" BY REFERENCE DUP-KEY.
      *
       R-05.
           MOVE    SPACE    TO  ERR-STAT.
           MOVE    ZERO     TO  RESU.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "SD_Output" USING "C-MID" C-MID "p" RETURNING RESU.
           MOVE  ZERO  TO SEL-MODE DP-DMM.
           INITIALIZE DUP-R.
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
               GO TO M-05
           END-IF
           IF  SEL-MODE NOT = 1
               GO TO R-08
           END-IF.
       R-20.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-08
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-20
           END-IF
           IF  DP-DMM NOT = 1  AND  9
               GO TO R-20
           END-IF
           IF  DP-DMM = 9
               GO TO R-05
           END-IF
      *
           MOVE  ZERO  TO CU-CNT SU-CNT JN-CNT FD-CNT
                          NEWCNT OPNCNT ACCCNT.
           PERFORM  DP-CU-RTN    THRU  DP-CU-RTN-EXIT.
           PERFORM  DP-SU-RTN    THRU  DP-SU-RTN-EXIT.
           PERFORM  DP-JN-RTN    THRU  DP-JN-RTN-EXIT.
           PERFORM  DP-FILE-RTN  THRU  DP-FILE-RTN-EXIT.
           PERFORM  DP-PRT-RTN   THRU  DP-PRT-RTN-EXIT.
           CALL "SD_Output" USING
            "E-ME3" E-ME3 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO R-05.
      *
      *    review -- one DUP-F pair at a time, the same keyed
      *    single-record style as CAM100.
      *
       M-05.
           MOVE  ZERO  TO DP-DMM.
           INITIALIZE DUP-R.
           CALL "SD_Output" USING "C-DSP" C-DSP "p" RETURNING RESU.
           CALL "SD_Output" USING "C-ACP" C-ACP "p" RETURNING RESU.
       M-10.
           CALL "SD_Accept" USING BY REFERENCE A-KIND "A-KIND" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-05
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-10
           END-IF
           IF  DUP-KIND < 1  OR  DUP-KIND > 6
               CALL "SD_Output" USING
                "E-ME4" E-ME4 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-10
           END-IF.
       M-11.
           CALL "SD_Accept" USING BY REFERENCE A-CD1 "A-CD1" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-10
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-11
           END-IF.
       M-12.
           CALL "SD_Accept" USING BY REFERENCE A-CD2 "A-CD2" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-11
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-12
           END-IF
           IF  DUP-CD1 > DUP-CD2
               MOVE  DUP-CD1  TO FD-WTMP
               MOVE  DUP-CD2  TO DUP-CD1
               MOVE  FD-WTMP  TO DUP-CD2
           END-IF
           CALL "DB_Read" USING
            "INVALID KEY" DUP-F_PNAME1 BY REFERENCE DUP-R " "
            RETURNING RET.
           IF  RET = 1
               CALL "SD_Output" USING
                "E-ME1" E-ME1 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-11
           END-IF
           CALL "SD_Output" USING "C-DSP" C-DSP "p" RETURNING RESU.
           CALL "SD_Output" USING "C-ACP" C-ACP "p" RETURNING RESU.
       M-15.
           CALL "SD_Accept" USING BY REFERENCE A-RVW "A-RVW" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-12
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-15
           END-IF
           IF  DUP-RVW NOT = 0  AND  1  AND  9
               CALL "SD_Output" USING
                "E-ME2" E-ME2 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-15
           END-IF.
       M-20.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-15
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-20
           END-IF
           IF  DP-DMM NOT = 1  AND  9
               GO TO M-20
           END-IF
           IF  DP-DMM = 9
               GO TO M-05
           END-IF
           MOVE  USER_ID  TO DUP-USER.
           MOVE  W-TODAY  TO DUP-RDATE.
           CALL "DB_Update" USING
            DUP-F_PNAME1 DUP-F_LNAME DUP-R RETURNING RET.
           GO TO M-05.
      *
      *    DP-CU-RTN  -  head-office customers, each against every
      *    one read before it: near-identical reading, shared
      *    registration number.
      *
       DP-CU-RTN.
           CALL "DB_F_Open" USING
            "INPUT" TC-M_PNAME1 " " BY REFERENCE TC-M_IDLST "0".
       DP-CU-010.
           CALL "DB_Read" USING
            "AT END" TC-M_PNAME1 BY REFERENCE TC-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO DP-CU-090
           END-IF
           IF  TC-CCD NOT = 1
               GO TO DP-CU-010
           END-IF
           MOVE  TC-KANA  TO WN-WNAME.
           PERFORM  NORM-RTN  THRU  NORM-RTN-EXIT.
           MOVE  WN-NAME  TO DP-NRM.
           MOVE  WN-CNT1  TO DP-NLEN.
           MOVE  1  TO CU-IX.
       DP-CU-020.
           IF  CU-IX > CU-CNT
               GO TO DP-CU-030
           END-IF
           MOVE  CU-KANA(CU-IX)  TO DP-CNRM.
           MOVE  CU-LEN(CU-IX)   TO DP-CLEN.
           PERFORM  NEAR-RTN  THRU  NEAR-RTN-EXIT.
           IF  WN-DCHK = 1
               MOVE  1              TO FD-WKIND
               MOVE  CU-TCD(CU-IX)  TO FD-WCD1
               MOVE  TC-TCD         TO FD-WCD2
               PERFORM  FD-LOG-RTN  THRU  FD-LOG-RTN-EXIT
           END-IF
           IF  TC-INVNO NOT = SPACE  AND  TC-INVNO = CU-INVNO(CU-IX)
               MOVE  4              TO FD-WKIND
               MOVE  CU-TCD(CU-IX)  TO FD-WCD1
               MOVE  TC-TCD         TO FD-WCD2
               PERFORM  FD-LOG-RTN  THRU  FD-LOG-RTN-EXIT
           END-IF
           ADD  1  TO CU-IX.
           GO TO DP-CU-020.
       DP-CU-030.
           IF  CU-CNT < 500
               ADD  1         TO CU-CNT
               MOVE  TC-TCD   TO CU-TCD(CU-CNT)
               MOVE  DP-NRM   TO CU-KANA(CU-CNT)
               MOVE  DP-NLEN  TO CU-LEN(CU-CNT)
               MOVE  TC-INVNO TO CU-INVNO(CU-CNT)
           END-IF
           GO TO DP-CU-010.
       DP-CU-090.
           CALL "DB_F_Close" USING
            BY REFERENCE TC-M_IDLST TC-M_PNAME1.
       DP-CU-RTN-EXIT.
           EXIT.
      *
      *    DP-SU-RTN  -  suppliers the same way: near-identical
      *    name, shared bank account, shared registration number.
      *
       DP-SU-RTN.
           CALL "DB_F_Open" USING
            "INPUT" T-M_PNAME1 " " BY REFERENCE T-M_IDLST "0".
       DP-SU-010.
           CALL "DB_Read" USING
            "AT END" T-M_PNAME1 BY REFERENCE T-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO DP-SU-090
           END-IF
           MOVE  T-NAME  TO WN-WNAME.
           PERFORM  NORM-RTN  THRU  NORM-RTN-EXIT.
           MOVE  WN-NAME  TO DP-NRM.
           MOVE  WN-CNT1  TO DP-NLEN.
           MOVE  1  TO SU-IX.
       DP-SU-020.
           IF  SU-IX > SU-CNT
               GO TO DP-SU-030
           END-IF
           MOVE  SU-NAME(SU-IX)  TO DP-CNRM.
           MOVE  SU-LEN(SU-IX)   TO DP-CLEN.
           PERFORM  NEAR-RTN  THRU  NEAR-RTN-EXIT.
           IF  WN-DCHK = 1
               MOVE  2              TO FD-WKIND
               MOVE  SU-TCD(SU-IX)  TO FD-WCD1
               MOVE  T-KEY          TO FD-WCD2
               PERFORM  FD-LOG-RTN  THRU  FD-LOG-RTN-EXIT
           END-IF
           IF  T-BANK NOT = ZERO  AND  T-BANK = SU-BANK(SU-IX)
                                  AND  T-STN = SU-STN(SU-IX)
                                  AND  T-KOZNO = SU-KOZNO(SU-IX)
               MOVE  3              TO FD-WKIND
               MOVE  SU-TCD(SU-IX)  TO FD-WCD1
               MOVE  T-KEY          TO FD-WCD2
               PERFORM  FD-LOG-RTN  THRU  FD-LOG-RTN-EXIT
           END-IF
           IF  T-INVNO NOT = SPACE  AND  T-INVNO = SU-INVNO(SU-IX)
               MOVE  5              TO FD-WKIND
               MOVE  SU-TCD(SU-IX)  TO FD-WCD1
               MOVE  T-KEY          TO FD-WCD2
               PERFORM  FD-LOG-RTN  THRU  FD-LOG-RTN-EXIT
           END-IF
           ADD  1  TO SU-IX.
           GO TO DP-SU-020.
       DP-SU-030.
           IF  SU-CNT < 500
               ADD  1         TO SU-CNT
               MOVE  T-KEY    TO SU-TCD(SU-CNT)
               MOVE  DP-NRM   TO SU-NAME(SU-CNT)
               MOVE  DP-NLEN  TO SU-LEN(SU-CNT)
               MOVE  T-BANK   TO SU-BANK(SU-CNT)
               MOVE  T-STN    TO SU-STN(SU-CNT)
               MOVE  T-KOZNO  TO SU-KOZNO(SU-CNT)
               MOVE  T-INVNO  TO SU-INVNO(SU-CNT)
           END-IF
           GO TO DP-SU-010.
       DP-SU-090.
           CALL "DB_F_Close" USING
            BY REFERENCE T-M_IDLST T-M_PNAME1.
       DP-SU-RTN-EXIT.
           EXIT.
      *
      *    DP-JN-RTN  -  items carrying a JAN code another item
      *    already carries.
      *
       DP-JN-RTN.
           CALL "DB_F_Open" USING
            "INPUT" SHM_PNAME1 " " BY REFERENCE SHM_IDLST "0".
       DP-JN-010.
           CALL "DB_Read" USING
            "AT END" SHM_PNAME1 BY REFERENCE SHM-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO DP-JN-090
           END-IF
           IF  SHM-10 = SPACE
               GO TO DP-JN-010
           END-IF
           MOVE  1  TO JN-IX.
       DP-JN-020.
           IF  JN-IX > JN-CNT
               GO TO DP-JN-030
           END-IF
           IF  JN-JAN(JN-IX) = SHM-10
               MOVE  6              TO FD-WKIND
               MOVE  JN-HCD(JN-IX)  TO FD-WCD1
               MOVE  SHM-01         TO FD-WCD2
               PERFORM  FD-LOG-RTN  THRU  FD-LOG-RTN-EXIT
           END-IF
           ADD  1  TO JN-IX.
           GO TO DP-JN-020.
       DP-JN-030.
           IF  JN-CNT < 2000
               ADD  1         TO JN-CNT
               MOVE  SHM-10   TO JN-JAN(JN-CNT)
               MOVE  SHM-01   TO JN-HCD(JN-CNT)
           END-IF
           GO TO DP-JN-010.
       DP-JN-090.
           CALL "DB_F_Close" USING
            BY REFERENCE SHM_IDLST SHM_PNAME1.
       DP-JN-RTN-EXIT.
           EXIT.
      *
      *    NORM-RTN  -  squeezes the blanks out of the reading in
      *    WN-WNAME into WN-NAME, its length into WN-CNT1.
      *
       NORM-RTN.
           MOVE  SPACE  TO WN-NAME.
           MOVE  ZERO   TO WN-CNT1.
           MOVE  1      TO WN-CNT2.
       NORM-010.
           IF  WN-CNT2 > 26
               GO TO NORM-RTN-EXIT
           END-IF
           IF  WN-WNA(WN-CNT2) NOT = SPACE
               ADD  1  TO WN-CNT1
               MOVE  WN-WNA(WN-CNT2)  TO WN-NA(WN-CNT1)
           END-IF
           ADD  1  TO WN-CNT2.
           GO TO NORM-010.
       NORM-RTN-EXIT.
           EXIT.
      *
      *    NEAR-RTN  -  WN-DCHK = 1 when DP-NRM and DP-CNRM are
      *    near-identical.  the longer goes to WN-NAME, the shorter
      *    to WN-WNAME; common leading (DP-P) and trailing (DP-S)
      *    characters covering all but one character of the longer
      *    mean a single character added, dropped or changed.
      *    failing that, TCS100's scan for the shorter anywhere in
      *    the longer.
      *
       NEAR-RTN.
           MOVE  0  TO WN-DCHK.
           IF  DP-NLEN NOT < DP-CLEN
               MOVE  DP-NRM   TO WN-NAME
               MOVE  DP-NLEN  TO DP-L1
               MOVE  DP-CNRM  TO WN-WNAME
               MOVE  DP-CLEN  TO DP-L2
           ELSE
               MOVE  DP-CNRM  TO WN-NAME
               MOVE  DP-CLEN  TO DP-L1
               MOVE  DP-NRM   TO WN-WNAME
               MOVE  DP-NLEN  TO DP-L2
           END-IF
           IF  DP-L2 = ZERO
               GO TO NEAR-RTN-EXIT
           END-IF
           IF  WN-NAME = WN-WNAME
               MOVE  1  TO WN-DCHK
               GO TO NEAR-RTN-EXIT
           END-IF
           IF  DP-L2 < 4
               GO TO NEAR-RTN-EXIT
           END-IF
           MOVE  ZERO  TO DP-P.
       NEAR-010.
           IF  DP-P NOT < DP-L2
               GO TO NEAR-020
           END-IF
           IF  WN-NA(DP-P + 1) NOT = WN-WNA(DP-P + 1)
               GO TO NEAR-020
           END-IF
           ADD  1  TO DP-P.
           GO TO NEAR-010.
       NEAR-020.
           MOVE  ZERO  TO DP-S.
       NEAR-030.
           IF  DP-P + DP-S NOT < DP-L2
               GO TO NEAR-040
           END-IF
           IF  WN-NA(DP-L1 - DP-S) NOT = WN-WNA(DP-L2 - DP-S)
               GO TO NEAR-040
           END-IF
           ADD  1  TO DP-S.
           GO TO NEAR-030.
       NEAR-040.
           IF  DP-P + DP-S + 1 NOT < DP-L1
               MOVE  1  TO WN-DCHK
               GO TO NEAR-RTN-EXIT
           END-IF
           MOVE  1  TO WN-CNT2.
       NEAR-050.
           IF  WN-CNT2 + DP-L2 - 1 > DP-L1
               GO TO NEAR-RTN-EXIT
           END-IF
           MOVE  0  TO WN-CNT3.
       NEAR-060.
           IF  WN-CNT3 NOT < DP-L2
               MOVE  1  TO WN-DCHK
               GO TO NEAR-RTN-EXIT
           END-IF
           IF  WN-NA(WN-CNT2 + WN-CNT3) NOT = WN-WNA(WN-CNT3 + 1)
               ADD  1  TO WN-CNT2
               GO TO NEAR-050
           END-IF
           ADD  1  TO WN-CNT3.
           GO TO NEAR-060.
       NEAR-RTN-EXIT.
           EXIT.
      *
      *    FD-LOG-RTN  -  lower code first, then find-or-insert so
      *    a pair matching on several passes reports once per kind.
      *
       FD-LOG-RTN.
           IF  FD-WCD1 > FD-WCD2
               MOVE  FD-WCD1  TO FD-WTMP
               MOVE  FD-WCD2  TO FD-WCD1
               MOVE  FD-WTMP  TO FD-WCD2
           END-IF
           MOVE  1  TO FD-IX.
       FD-LOG-010.
           IF  FD-IX > FD-CNT
               GO TO FD-LOG-020
           END-IF
           IF  FD-KIND(FD-IX) = FD-WKIND  AND  FD-CD1(FD-IX) = FD-WCD1
                                          AND  FD-CD2(FD-IX) = FD-WCD2
               GO TO FD-LOG-RTN-EXIT
           END-IF
           ADD  1  TO FD-IX.
           GO TO FD-LOG-010.
       FD-LOG-020.
           IF  FD-CNT < 1000
               ADD  1          TO FD-CNT
               MOVE  FD-WKIND  TO FD-KIND(FD-CNT)
               MOVE  FD-WCD1   TO FD-CD1(FD-CNT)
               MOVE  FD-WCD2   TO FD-CD2(FD-CNT)
               MOVE  ZERO      TO FD-RVW(FD-CNT) FD-NEW(FD-CNT)
                                  FD-FDATE(FD-CNT)
           END-IF.
       FD-LOG-RTN-EXIT.
           EXIT.
      *
      *    DP-FILE-RTN  -  a pair not on DUP-F goes on as new and
      *    open; one already there is stamped seen today and brings
      *    back its review flag.
      *
       DP-FILE-RTN.
           MOVE  1  TO FD-IX.
       DP-FILE-010.
           IF  FD-IX > FD-CNT
               GO TO DP-FILE-RTN-EXIT
           END-IF
           MOVE  FD-KIND(FD-IX)  TO DUP-KIND.
           MOVE  FD-CD1(FD-IX)   TO DUP-CD1.
           MOVE  FD-CD2(FD-IX)   TO DUP-CD2.
           CALL "DB_Read" USING
            "INVALID KEY" DUP-F_PNAME1 BY REFERENCE DUP-R " "
            RETURNING RET.
           IF  RET = 1
               INITIALIZE DUP-R
               MOVE  FD-KIND(FD-IX)  TO DUP-KIND
               MOVE  FD-CD1(FD-IX)   TO DUP-CD1
               MOVE  FD-CD2(FD-IX)   TO DUP-CD2
               MOVE  0               TO DUP-RVW
               MOVE  W-TODAY         TO DUP-FDATE DUP-LDATE
               MOVE  SPACE           TO DUP-USER
               CALL "DB_Insert" USING
                DUP-F_PNAME1 DUP-F_LNAME DUP-R RETURNING RET
               MOVE  1               TO FD-NEW(FD-IX)
           ELSE
               MOVE  W-TODAY         TO DUP-LDATE
               CALL "DB_Update" USING
                DUP-F_PNAME1 DUP-F_LNAME DUP-R RETURNING RET
           END-IF
           MOVE  DUP-RVW    TO FD-RVW(FD-IX).
           MOVE  DUP-FDATE  TO FD-FDATE(FD-IX).
           ADD  1  TO FD-IX.
           GO TO DP-FILE-010.
       DP-FILE-RTN-EXIT.
           EXIT.
      *
      *    DP-PRT-RTN  -  one section per kind, accepted pairs
      *    counted but not listed.
      *
       DP-PRT-RTN.
           CALL "DB_F_Open" USING
            "INPUT" TC-M_PNAME1 "SHARED" BY REFERENCE TC-M_IDLST "1"
            "TC-KEY" BY REFERENCE TC-KEY.
           CALL "DB_F_Open" USING
            "INPUT" T-M_PNAME1 "SHARED" BY REFERENCE T-M_IDLST
            "2" "T-KEY" BY REFERENCE T-KEY "T-KEY2" BY REFERENCE
            T-KEY2.
           CALL "DB_F_Open" USING
            "INPUT" SHM_PNAME1 "SHARED" BY REFERENCE SHM_IDLST "1"
            "SHM-KEY" BY REFERENCE SHM-KEY.
           CALL "PR_Open" RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-DP-HD   TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           IF  FD-CNT = ZERO
               MOVE  SPACE  TO PRN-R
               MOVE  WORK-DP-NONE  TO PRN-R (11:40)
               CALL "PR_Write" USING PRN-R RETURNING RESP
               GO TO DP-PRT-090
           END-IF
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-DP-COLHD  TO PRN-R (13:99).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  1  TO DP-KX.
       DP-PRT-010.
           IF  DP-KX > 6
               GO TO DP-PRT-040
           END-IF
           MOVE  SPACE              TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  WORK-DP-KLBL(DP-KX)  TO WORK-DP-SLBL.
           MOVE  WORK-DP-SEC        TO PRN-R (11:32).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  1  TO FD-IX.
       DP-PRT-020.
           IF  FD-IX > FD-CNT
               GO TO DP-PRT-030
           END-IF
           IF  FD-KIND(FD-IX) NOT = DP-KX
               ADD  1  TO FD-IX
               GO TO DP-PRT-020
           END-IF
           IF  FD-RVW(FD-IX) = 9
               ADD  1  TO ACCCNT
               ADD  1  TO FD-IX
               GO TO DP-PRT-020
           END-IF
           MOVE  SPACE             TO PRN-R WORK-DP.
           MOVE  FD-CD1(FD-IX)     TO WORK-DP-CD1 FD-WCD1.
           PERFORM  DP-NAME-RTN  THRU  DP-NAME-RTN-EXIT.
           MOVE  DP-WNAME          TO WORK-DP-NM1.
           MOVE  FD-CD2(FD-IX)     TO WORK-DP-CD2 FD-WCD1.
           PERFORM  DP-NAME-RTN  THRU  DP-NAME-RTN-EXIT.
           MOVE  DP-WNAME          TO WORK-DP-NM2.
           MOVE  FD-FDATE(FD-IX)   TO WORK-DP-FDATE.
           IF  FD-NEW(FD-IX) = 1
               MOVE  "NEW"         TO WORK-DP-STAT
               ADD  1  TO NEWCNT
           ELSE
               ADD  1  TO OPNCNT
               IF  FD-RVW(FD-IX) = 1
                   MOVE  "REVIEWED"  TO WORK-DP-STAT
               ELSE
                   MOVE  "OPEN"      TO WORK-DP-STAT
               END-IF
           END-IF
           MOVE  WORK-DP           TO PRN-R (13:99).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           ADD  1  TO FD-IX.
           GO TO DP-PRT-020.
       DP-PRT-030.
           ADD  1  TO DP-KX.
           GO TO DP-PRT-010.
       DP-PRT-040.
           MOVE  SPACE  TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  NEWCNT       TO WORK-DP-NCNT.
           MOVE  OPNCNT       TO WORK-DP-OCNT.
           MOVE  ACCCNT       TO WORK-DP-ACNT.
           MOVE  WORK-DP-SUM  TO PRN-R (11:40).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
       DP-PRT-090.
           CALL "PR_Close" RETURNING RESP.
           CALL "DB_F_Close" USING
            BY REFERENCE TC-M_IDLST TC-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE T-M_IDLST T-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE SHM_IDLST SHM_PNAME1.
       DP-PRT-RTN-EXIT.
           EXIT.
      *
      *    DP-NAME-RTN  -  the name of code FD-WCD1 for kind DP-KX:
      *    head-office customer, supplier or item.
      *
       DP-NAME-RTN.
           MOVE  SPACE  TO DP-WNAME.
           IF  DP-KX = 1  OR  4
               MOVE  FD-WCD1  TO TC-TCD
               MOVE  1        TO TC-CCD
               CALL "DB_Read" USING
                "INVALID KEY" TC-M_PNAME1 BY REFERENCE TC-R "UNLOCK"
                RETURNING RET
               IF  RET = 0
                   MOVE  TC-NAME  TO DP-WNAME
               END-IF
               GO TO DP-NAME-RTN-EXIT
           END-IF
           IF  DP-KX = 6
               MOVE  FD-WCD1  TO SHM-01
               CALL "DB_Read" USING
                "INVALID KEY" SHM_PNAME1 BY REFERENCE SHM-R "UNLOCK"
                RETURNING RET
               IF  RET = 0
                   MOVE  SHM-02  TO DP-WNAME
               END-IF
               GO TO DP-NAME-RTN-EXIT
           END-IF
           MOVE  FD-WCD1  TO T-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" T-M_PNAME1 BY REFERENCE T-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0
               MOVE  T-NAME  TO DP-WNAME
           END-IF.
       DP-NAME-RTN-EXIT.
           EXIT.
      *
       R-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_F_Close" USING
            BY REFERENCE DUP-F_IDLST DUP-F_PNAME1.
           CALL "DB_Close".
           STOP RUN.
