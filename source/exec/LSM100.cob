       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         LSM100.
      *********************************************************
      *    PROGRAM         :  LSE-M LEASE CONTRACT MAINT       *
      *    PRINTER TYPE    :  ------                           *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    maintains the lease register one LSE-KEY at a time, the
      *    same single-record random-keyed maintenance style as
      *    FAM100, with M-FOUND deciding DB_Update from DB_Insert.
      *    the lessor must be on T-M.  the rate, capitalised amount
      *    and asset code are asked for a finance lease only.  the
      *    liability balance, payment count and last month posted
      *    belong to LSE100's run and have no entry field; until the
      *    run has recognised the lease the balance follows the
      *    capitalised amount keyed here.  saving a finance lease
      *    whose asset code is not yet on FA-M adds the right-of-use
      *    asset there -- cost the capitalised amount, acquired the
      *    start date, straight line over the term rounded up to
      *    whole years, the lease's department -- so FAD100 picks
      *    it up; an asset already on file is left to FAM100.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SYSTEM3100.
       OBJECT-COMPUTER. SYSTEM3100.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  M-FOUND                PIC  9(001)      VALUE ZERO.
       01  M-DMM                  PIC  9(001)      VALUE ZERO.
       01  LS-MONS                PIC  9(004)      VALUE ZERO.
       01  LS-YMD                 PIC  9(008).
       01  LS-YMDR  REDEFINES  LS-YMD.
           02  LS-YY              PIC  9(004).
           02  LS-MM              PIC  9(002).
           02  LS-DD              PIC  9(002).
       01  LS-STM                 PIC  9(006)      VALUE ZERO.
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
      *FD  LSE-M
           COPY LILSEM.
      *FD  T-M
           COPY LITM.
      *FD  FA-M
           COPY LIFAM.
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
                "LSE-M LEASE CONTRACT MAINTENANCE".
           02  FILLER  PIC  X(020) VALUE
                "CONTRACT CODE".
           02  FILLER  PIC  X(020) VALUE
                "LEASED ITEM".
           02  FILLER  PIC  X(020) VALUE
                "LESSOR".
           02  FILLER  PIC  X(020) VALUE
                "START     CCYYMMDD".
           02  FILLER  PIC  X(020) VALUE
                "END       CCYYMMDD".
           02  FILLER  PIC  X(020) VALUE
                "MONTHLY PAYMENT".
           02  FILLER  PIC  X(020) VALUE
                "CLASS 1=FIN 2=OPER".
           02  FILLER  PIC  X(020) VALUE
                "DEPARTMENT".
           02  FILLER  PIC  X(020) VALUE
                "ANNUAL RATE  %".
           02  FILLER  PIC  X(020) VALUE
                "CAPITALISED AMOUNT".
           02  FILLER  PIC  X(020) VALUE
                "FA ASSET CODE".
           02  FILLER  PIC  X(020) VALUE
                "STATUS 0/1/9".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-DSP.
           02  D-TNAME    PIC  N(026).
       01  C-ACP.
           02  A-KEY      PIC  9(005).
           02  A-NAME     PIC  N(020).
           02  A-TCD      PIC  9(004).
           02  A-STDT     PIC  9(008).
           02  A-ENDT     PIC  9(008).
           02  A-PAY      PIC  9(010).
           02  A-CLS      PIC  9(001).
           02  A-DEPT     PIC  9(004).
           02  A-RATE     PIC  9(002)V9(003).
           02  A-PV       PIC  9(010).
           02  A-FAKEY    PIC  9(005).
           02  A-STAT     PIC  9(001).
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
             03  E-ME1   PIC  X(030) VALUE
                  "***  NO SUCH LESSOR        ***".
             03  E-ME2   PIC  X(030) VALUE
                  "***  END BEFORE START      ***".
             03  E-ME3   PIC  X(030) VALUE
                  "***  AMOUNT REQUIRED       ***".
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
            "C-MID" " " "0" "0" "300" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-MID" "X" "3" "10" "40" " " "C-MID" RETURNING RESU.
       CALL "SD_Init" USING
            "02C-MID" "X" "5" "10" "20" "01C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "03C-MID" "X" "6" "10" "20" "02C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "04C-MID" "X" "7" "10" "20" "03C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "05C-MID" "X" "8" "10" "20" "04C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "06C-MID" "X" "9" "10" "20" "05C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "07C-MID" "X" "10" "10" "20" "06C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "08C-MID" "X" "11" "10" "20" "07C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "09C-MID" "X" "12" "10" "20" "08C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "10C-MID" "X" "13" "10" "20" "09C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "11C-MID" "X" "14" "10" "20" "10C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "12C-MID" "X" "15" "10" "20" "11C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "13C-MID" "X" "16" "10" "20" "12C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "14C-MID" "X" "18" "10" "20" "13C-MID" " " RETURNING RESU.
      *C-DSP
       CALL "SD_Init" USING
            "C-DSP" " " "0" "0" "26" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "D-TNAME" "N" "7" "37" "26" " " "C-DSP" RETURNING RESU.
       CALL "SD_From" USING
            "D-TNAME" BY REFERENCE T-NAME "26" "0" RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "83" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-KEY" "9" "5" "31" "5" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-KEY" BY REFERENCE LSE-KEY "5" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-NAME" "N" "6" "31" "20" "A-KEY" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-NAME" BY REFERENCE LSE-NAME "20" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-TCD" "9" "7" "31" "4" "A-NAME" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-TCD" BY REFERENCE LSE-TCD "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-STDT" "9" "8" "31" "8" "A-TCD" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-STDT" BY REFERENCE LSE-STDT "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-ENDT" "9" "9" "31" "8" "A-STDT" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-ENDT" BY REFERENCE LSE-ENDT "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-PAY" "9" "10" "31" "10" "A-ENDT" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-PAY" BY REFERENCE LSE-PAY "10" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-CLS" "9" "11" "31" "1" "A-PAY" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-CLS" BY REFERENCE LSE-CLS "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DEPT" "9" "12" "31" "4" "A-CLS" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DEPT" BY REFERENCE LSE-DEPT "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-RATE" "9" "13" "31" "6" "A-DEPT" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-RATE" BY REFERENCE LSE-RATE "6" "3" RETURNING RESU.
       CALL "SD_Init" USING
            "A-PV" "9" "14" "31" "10" "A-RATE" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-PV" BY REFERENCE LSE-PV "10" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-FAKEY" "9" "15" "31" "5" "A-PV" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-FAKEY" BY REFERENCE LSE-FAKEY "5" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-STAT" "9" "16" "31" "1" "A-FAKEY" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-STAT" BY REFERENCE LSE-STAT "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "18" "31" "1" "A-STAT" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DMM" BY REFERENCE M-DMM "1" "0" RETURNING RESU.
      *C-ERR
       CALL "SD_Init" USING
            "C-ERR" " " "0" "0" "97" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-ERR" " " "24" "0" "97" " " "C-ERR" RETURNING RESU.
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
            "E-ME99" "X" "24" "75" "5" "E-ME3" " " RETURNING RESU.
      *
           ACCEPT USER_ID FROM ARGUMENT-VALUE.
           ACCEPT COMPLETION_CODE FROM ARGUMENT-VALUE.
      *
           CALL "DB_F_Open" USING
            "I-O" LSE-M_PNAME1 "SHARED" BY REFERENCE LSE-M_IDLST "1"
            "LSE-KEY" BY REFERENCE LSE-KEY.
           CALL "DB_F_Open" USING
            "INPUT" T-M_PNAME1 "SHARED" BY REFERENCE T-M_IDLST
            "2" "T-KEY" BY REFERENCE T-KEY "T-KEY2" BY REFERENCE
            T-KEY2.
      *
       M-05.
           MOVE    SPACE    TO  ERR-STAT.
           MOVE    ZERO     TO  RESU.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "SD_Output" USING "C-MID" C-MID "p" RETURNING RESU.
           MOVE  ZERO   TO M-FOUND  M-DMM.
           INITIALIZE LSE-R.
       M-10.
           CALL "SD_Accept" USING BY REFERENCE A-KEY "A-KEY" "9" "5"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = PF9
               CALL "C3_Set_Jrcode" USING
                USER_ID BY REFERENCE COMPLETION_CODE  255
               GO TO M-95
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-10
           END-IF
           IF  LSE-KEY = ZERO
               GO TO M-10
           END-IF
           CALL "DB_Read" USING
            "INVALID KEY" LSE-M_PNAME1 BY REFERENCE LSE-R " "
            RETURNING RET.
           IF  RET = 0
               MOVE  1  TO M-FOUND
           ELSE
               MOVE  0      TO M-FOUND
               MOVE  SPACE  TO LSE-NAME
               MOVE  ZERO   TO LSE-TCD LSE-STDT LSE-ENDT LSE-PAY
                               LSE-CLS LSE-DEPT LSE-RATE LSE-PV
                               LSE-FAKEY LSE-BAL LSE-RECOG LSE-PAID
                               LSE-LSTNG LSE-STAT
           END-IF.
       M-11.
           CALL "SD_Accept" USING BY REFERENCE A-NAME "A-NAME" "N"
            "20" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-10
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-11
           END-IF.
       M-12.
           CALL "SD_Accept" USING BY REFERENCE A-TCD "A-TCD" "9" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-11
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-12
           END-IF
           MOVE  LSE-TCD  TO T-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" T-M_PNAME1 BY REFERENCE T-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               CALL "SD_Output" USING
                "E-ME1" E-ME1 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-12
           END-IF
           CALL "SD_Output" USING "C-DSP" C-DSP "p" RETURNING RESU.
       M-13.
           CALL "SD_Accept" USING BY REFERENCE A-STDT "A-STDT" "9" "8"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-12
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-13
           END-IF
           IF  LSE-STDT = ZERO
               GO TO M-13
           END-IF.
       M-14.
           CALL "SD_Accept" USING BY REFERENCE A-ENDT "A-ENDT" "9" "8"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-13
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-14
           END-IF
           IF  LSE-ENDT NOT > LSE-STDT
               CALL "SD_Output" USING
                "E-ME2" E-ME2 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-14
           END-IF.
       M-15.
           CALL "SD_Accept" USING BY REFERENCE A-PAY "A-PAY" "9" "10"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-14
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-15
           END-IF.
       M-16.
           CALL "SD_Accept" USING BY REFERENCE A-CLS "A-CLS" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-15
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-16
           END-IF
           IF  LSE-CLS NOT = 1  AND  2
               GO TO M-16
           END-IF.
       M-17.
           CALL "SD_Accept" USING BY REFERENCE A-DEPT "A-DEPT" "9" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-16
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-17
           END-IF
           IF  LSE-CLS = 2
               MOVE  ZERO  TO LSE-RATE LSE-PV LSE-FAKEY
               CALL "SD_Output" USING
                "A-RATE" A-RATE "p" RETURNING RESU
               CALL "SD_Output" USING
                "A-PV" A-PV "p" RETURNING RESU
               CALL "SD_Output" USING
                "A-FAKEY" A-FAKEY "p" RETURNING RESU
               GO TO M-21
           END-IF.
       M-18.
           CALL "SD_Accept" USING BY REFERENCE A-RATE "A-RATE" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-17
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-18
           END-IF.
       M-19.
           CALL "SD_Accept" USING BY REFERENCE A-PV "A-PV" "9" "10"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-18
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-19
           END-IF.
       M-20.
           CALL "SD_Accept" USING BY REFERENCE A-FAKEY "A-FAKEY" "9"
            "5" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-19
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-20
           END-IF.
       M-21.
           CALL "SD_Accept" USING BY REFERENCE A-STAT "A-STAT" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               IF  LSE-CLS = 2
                   GO TO M-17
               ELSE
                   GO TO M-20
               END-IF
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-21
           END-IF
           IF  LSE-STAT NOT = 0  AND  1  AND  9
               GO TO M-21
           END-IF.
       M-30.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-21
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-30
           END-IF
           IF  M-DMM NOT = 1  AND  9
               GO TO M-30
           END-IF
           IF  M-DMM = 9
               GO TO M-05
           END-IF
           IF  LSE-PAY = ZERO
               OR  (LSE-CLS = 1  AND  LSE-PV = ZERO)
               CALL "SD_Output" USING
                "E-ME3" E-ME3 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-15
           END-IF
           IF  LSE-RECOG = 0
               IF  LSE-CLS = 1
                   MOVE  LSE-PV  TO LSE-BAL
               ELSE
                   MOVE  ZERO    TO LSE-BAL
               END-IF
           END-IF
           IF  M-FOUND = 1
               CALL "DB_Update" USING
                LSE-M_PNAME1 LSE-M_LNAME LSE-R RETURNING RET
           ELSE
               CALL "DB_Insert" USING
                LSE-M_PNAME1 LSE-M_LNAME LSE-R RETURNING RET
           END-IF
           IF  LSE-CLS = 1  AND  LSE-FAKEY NOT = ZERO
               PERFORM  FA-ADD-RTN  THRU  FA-ADD-RTN-EXIT
           END-IF
           GO TO M-05.
      *
      *    FA-ADD-RTN  -  the right-of-use asset onto FA-M when its
      *    code is not there yet.
      *
       FA-ADD-RTN.
           CALL "DB_F_Open" USING
            "I-O" FA-M_PNAME1 "SHARED" BY REFERENCE FA-M_IDLST "1"
            "FA-KEY" BY REFERENCE FA-KEY.
           MOVE  LSE-FAKEY  TO FA-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" FA-M_PNAME1 BY REFERENCE FA-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0
               GO TO FA-ADD-090
           END-IF
           MOVE  LSE-STDT  TO LS-YMD.
           COMPUTE  LS-STM = LS-YY * 12 + LS-MM.
           MOVE  LSE-ENDT  TO LS-YMD.
           COMPUTE  LS-MONS = LS-YY * 12 + LS-MM - LS-STM + 1.
           INITIALIZE FA-R.
           MOVE  LSE-FAKEY  TO FA-KEY.
           MOVE  LSE-NAME   TO FA-NAME.
           MOVE  LSE-STDT   TO FA-ACQDT.
           MOVE  LSE-PV     TO FA-COST.
           MOVE  1          TO FA-MTHD.
           COMPUTE  FA-LIFE = (LS-MONS + 11) / 12.
           MOVE  LSE-DEPT   TO FA-DEPT.
           MOVE  ZERO       TO FA-ACCUM FA-STAT.
           CALL "DB_Insert" USING
            FA-M_PNAME1 FA-M_LNAME FA-R RETURNING RET.
       FA-ADD-090.
           CALL "DB_F_Close" USING
            BY REFERENCE FA-M_IDLST FA-M_PNAME1.
       FA-ADD-RTN-EXIT.
           EXIT.
       M-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_F_Close" USING
            BY REFERENCE T-M_IDLST T-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE LSE-M_IDLST LSE-M_PNAME1.
           CALL "DB_Close".
           STOP RUN.
