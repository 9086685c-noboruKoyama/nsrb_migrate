       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         SLA100.
      *********************************************************
      *    PROGRAM         :  CUSTOMER SALESPERSON ASSIGNMENT  *
      *    PRINTER TYPE    :  ------                           *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    assigns a head-office customer (TC-CCD = 1 with no
      *    TC-HQTCD of its own -- the bill-to the monthly billing
      *    run invoices) to a salesperson from a given date.  a
      *    reassignment never rewrites the old one: each change
      *    adds an SLAF history row keyed customer/effective date
      *    carrying the salesperson it replaces, and TC-SLSCD/
      *    TC-SLSDT on TC-M are moved up to the new assignment for
      *    the screens.  the effective date must be later than the
      *    current assignment's, and its month must be later than
      *    the last month SLR100 has posted commission for (the
      *    SLSLOG month log), so a statement already paid out is
      *    never re-credited to somebody else.  salesperson zero
      *    takes the account back to unassigned; otherwise the
      *    salesperson must be on SLS-M and not have left.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SYSTEM3100.
       OBJECT-COMPUTER. SYSTEM3100.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  SA-DMM                 PIC  9(001)      VALUE ZERO.
       01  SA-TCD                 PIC  9(004)      VALUE ZERO.
       01  SA-SLS                 PIC  9(004)      VALUE ZERO.
       01  SA-EFFDT               PIC  9(008)      VALUE ZERO.
       01  SA-LSTNG               PIC  9(006)      VALUE ZERO.
       01  SA-EFFNG               PIC  9(006)      VALUE ZERO.
       01  W-TODAY                PIC  9(008)      VALUE ZERO.
       01  WORK-TODATE.
           02  WORK-TD-YY         PIC  9(002).
           02  WORK-TD-MM         PIC  9(002).
           02  WORK-TD-DD         PIC  9(002).
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
      *FD  TC-M
           COPY LITCM.
      *FD  SLS-M
           COPY LISLSM.
      *FD  SLAF
           COPY LISLAF.
      *FD  SLSLOG
      *    SLR100's commission month log, read here for the last
      *    month already posted.
       01  SLSLOG_SLA100.
           02  SLSLOG_PNAME1      PIC  X(006) VALUE "SLSLOG".
           02  F                  PIC  X(001).
           02  SLSLOG_LNAME       PIC  X(013) VALUE "SLSLOG_SLA100".
           02  F                  PIC  X(001).
           02  SLSLOG_KEY1        PIC  X(100) VALUE SPACE.
           02  SLSLOG_SORT        PIC  X(100) VALUE SPACE.
           02  SLSLOG_IDLST       PIC  X(100) VALUE SPACE.
           02  SLSLOG_RES         USAGE  POINTER.
       01  SLSLOG-REC.
           02  SLSLOG-KEY.
               03  SLSLOG-NG      PIC  9(006).
           02  SLSLOG-JUNLNO      PIC  9(006).
           02  SLSLOG-PSTDATE     PIC  9(008).
           02  SLSLOG-USER        PIC  X(006).
           02  SLSLOG-LCNT        PIC  9(006).
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
                "CUSTOMER SALESPERSON ASSIGNMENT".
           02  FILLER  PIC  X(020) VALUE
                "CUSTOMER CODE".
           02  FILLER  PIC  X(020) VALUE
                "CURRENT / SINCE".
           02  FILLER  PIC  X(020) VALUE
                "NEW SALESPERSON".
           02  FILLER  PIC  X(020) VALUE
                "EFFECTIVE  CCYYMMDD".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-DSP.
           02  D-TNAME    PIC  N(026).
           02  D-OSLS     PIC  9(004).
           02  D-ODT      PIC  9(008).
       01  C-DSP2.
           02  D-SNAME    PIC  N(010).
       01  C-ACP.
           02  A-TCD      PIC  9(004).
           02  A-SLS      PIC  9(004).
           02  A-EFFDT    PIC  9(008).
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
             03  E-ME1   PIC  X(030) VALUE
                  "***  NO SUCH CUSTOMER      ***".
             03  E-ME2   PIC  X(030) VALUE
                  "***  NOT A HEAD OFFICE     ***".
             03  E-ME3   PIC  X(030) VALUE
                  "***  NO SUCH SALESPERSON   ***".
             03  E-ME4   PIC  X(030) VALUE
                  "***  SALESPERSON HAS LEFT  ***".
             03  E-ME5   PIC  X(030) VALUE
                  "***  DATE MUST BE LATER    ***".
             03  E-ME6   PIC  X(030) VALUE
                  "***  MONTH ALREADY POSTED  ***".
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
            "02C-MID" "X" "5" "10" "20" "01C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "03C-MID" "X" "7" "10" "20" "02C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "04C-MID" "X" "9" "10" "20" "03C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "05C-MID" "X" "10" "10" "20" "04C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "06C-MID" "X" "18" "10" "20" "05C-MID" " " RETURNING RESU.
      *C-DSP
       CALL "SD_Init" USING
            "C-DSP" " " "0" "0" "38" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "D-TNAME" "N" "5" "37" "26" " " "C-DSP" RETURNING RESU.
       CALL "SD_From" USING
            "D-TNAME" BY REFERENCE TC-NAME "26" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "D-OSLS" "9" "7" "31" "4" "D-TNAME" " " RETURNING RESU.
       CALL "SD_From" USING
            "D-OSLS" BY REFERENCE TC-SLSCD "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "D-ODT" "9" "7" "37" "8" "D-OSLS" " " RETURNING RESU.
       CALL "SD_From" USING
            "D-ODT" BY REFERENCE TC-SLSDT "8" "0" RETURNING RESU.
      *C-DSP2
       CALL "SD_Init" USING
            "C-DSP2" " " "0" "0" "10" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "D-SNAME" "N" "9" "37" "10" " " "C-DSP2" RETURNING RESU.
       CALL "SD_From" USING
            "D-SNAME" BY REFERENCE SLS-NAME "10" "0" RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "17" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-TCD" "9" "5" "31" "4" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-TCD" BY REFERENCE SA-TCD "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-SLS" "9" "9" "31" "4" "A-TCD" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-SLS" BY REFERENCE SA-SLS "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-EFFDT" "9" "10" "31" "8" "A-SLS" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-EFFDT" BY REFERENCE SA-EFFDT "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "18" "31" "1" "A-EFFDT" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DMM" BY REFERENCE SA-DMM "1" "0" RETURNING RESU.
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
      *
           CALL "DB_F_Open" USING
            "I-O" TC-M_PNAME1 "SHARED" BY REFERENCE TC-M_IDLST "1"
            "TC-KEY" BY REFERENCE TC-KEY.
           CALL "DB_F_Open" USING
            "INPUT" SLS-M_PNAME1 "SHARED" BY REFERENCE SLS-M_IDLST "1"
            "SLS-KEY" BY REFERENCE SLS-KEY.
           CALL "DB_F_Open" USING
            "I-O" SLAF_PNAME1 "SHARED" BY REFERENCE SLAF_IDLST "1"
            "SLA-KEY" BY REFERENCE SLA-KEY.
      *
       M-05.
           MOVE    SPACE    TO  ERR-STAT.
           MOVE    ZERO     TO  RESU.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "SD_Output" USING "C-MID" C-MID "p" RETURNING RESU.
           MOVE  ZERO   TO SA-DMM SA-TCD SA-SLS SA-EFFDT.
           ACCEPT  WORK-TODATE  FROM  DATE.
           COMPUTE  W-TODAY = (2000 + WORK-TD-YY) * 10000
                  + WORK-TD-MM * 100 + WORK-TD-DD.
           PERFORM  LOG-RTN  THRU  LOG-RTN-EXIT.
       M-10.
           CALL "SD_Accept" USING BY REFERENCE A-TCD "A-TCD" "9" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = PF9
               CALL "C3_Set_Jrcode" USING
                USER_ID BY REFERENCE COMPLETION_CODE  255
               GO TO M-95
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-10
           END-IF
           IF  SA-TCD = ZERO
               GO TO M-10
           END-IF
           MOVE  SA-TCD  TO TC-TCD.
           MOVE  1       TO TC-CCD.
           CALL "DB_Read" USING
            "INVALID KEY" TC-M_PNAME1 BY REFERENCE TC-R " "
            RETURNING RET.
           IF  RET = 1
               CALL "SD_Output" USING
                "E-ME1" E-ME1 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-10
           END-IF
           IF  TC-HQTCD NOT = ZERO
               CALL "SD_Output" USING
                "E-ME2" E-ME2 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-10
           END-IF
           CALL "SD_Output" USING "C-DSP" C-DSP "p" RETURNING RESU.
       M-12.
           CALL "SD_Accept" USING BY REFERENCE A-SLS "A-SLS" "9" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-10
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-12
           END-IF
           IF  SA-SLS = ZERO
               MOVE  SPACE  TO SLS-NAME
               CALL "SD_Output" USING
                "C-DSP2" C-DSP2 "p" RETURNING RESU
               GO TO M-14
           END-IF
           MOVE  SA-SLS  TO SLS-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" SLS-M_PNAME1 BY REFERENCE SLS-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               CALL "SD_Output" USING
                "E-ME3" E-ME3 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-12
           END-IF
           IF  SLS-STAT = 9
               CALL "SD_Output" USING
                "E-ME4" E-ME4 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-12
           END-IF
           CALL "SD_Output" USING "C-DSP2" C-DSP2 "p" RETURNING RESU.
       M-14.
           CALL "SD_Accept" USING BY REFERENCE A-EFFDT "A-EFFDT" "9"
            "8" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-12
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-14
           END-IF
           IF  SA-EFFDT = ZERO
               GO TO M-14
           END-IF
           IF  SA-EFFDT NOT > TC-SLSDT
               CALL "SD_Output" USING
                "E-ME5" E-ME5 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-14
           END-IF
           COMPUTE  SA-EFFNG = SA-EFFDT / 100.
           IF  SA-EFFNG NOT > SA-LSTNG
               CALL "SD_Output" USING
                "E-ME6" E-ME6 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-14
           END-IF.
       M-30.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-14
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-30
           END-IF
           IF  SA-DMM NOT = 1  AND  9
               GO TO M-30
           END-IF
           IF  SA-DMM = 9
               GO TO M-05
           END-IF
           INITIALIZE SLA-R.
           MOVE  SA-TCD     TO SLA-TCD.
           MOVE  SA-EFFDT   TO SLA-EFFDT.
           MOVE  SA-SLS     TO SLA-SLSCD.
           MOVE  TC-SLSCD   TO SLA-OLDSLS.
           MOVE  USER_ID    TO SLA-USER.
           MOVE  W-TODAY    TO SLA-ENTDT.
           CALL "DB_Insert" USING
            SLAF_PNAME1 SLAF_LNAME SLA-R RETURNING RET.
           MOVE  SA-SLS     TO TC-SLSCD.
           MOVE  SA-EFFDT   TO TC-SLSDT.
           CALL "DB_Update" USING
            TC-M_PNAME1 TC-M_LNAME TC-R RETURNING RET.
           GO TO M-05.
      *
      *    LOG-RTN  -  the latest month SLR100 has posted, off a
      *    full pass of SLSLOG; zero when nothing has been posted.
      *
       LOG-RTN.
           MOVE  ZERO  TO SA-LSTNG.
           CALL "DB_F_Open" USING
            "INPUT" SLSLOG_PNAME1 " " BY REFERENCE SLSLOG_IDLST "0".
       LOG-010.
           CALL "DB_Read" USING
            "AT END" SLSLOG_PNAME1 BY REFERENCE SLSLOG-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO LOG-020
           END-IF
           IF  SLSLOG-NG > SA-LSTNG
               MOVE  SLSLOG-NG  TO SA-LSTNG
           END-IF
           GO TO LOG-010.
       LOG-020.
           CALL "DB_F_Close" USING
            BY REFERENCE SLSLOG_IDLST SLSLOG_PNAME1.
       LOG-RTN-EXIT.
           EXIT.
      *
       M-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_F_Close" USING
            BY REFERENCE SLAF_IDLST SLAF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE SLS-M_IDLST SLS-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE TC-M_IDLST TC-M_PNAME1.
           CALL "DB_Close".
           STOP RUN.
