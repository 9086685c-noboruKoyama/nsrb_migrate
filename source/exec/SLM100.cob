       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         SLM100.
      *********************************************************
      *    PROGRAM         :  SLS-M SALESPERSON MAINTENANCE    *
      *    PRINTER TYPE    :  ------                           *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    maintains the salesperson master one SLS-KEY at a time,
      *    the same single-record random-keyed style as BNM100 with
      *    M-FOUND deciding DB_Update from DB_Insert.  the
      *    department the commission accrual is charged to must be
      *    an active department on BNM-M.  a salesperson who has
      *    left is marked 9 rather than deleted, since SLAF history
      *    and past statements still carry the code; SLA100 will
      *    not assign a customer to a leaver.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SYSTEM3100.
       OBJECT-COMPUTER. SYSTEM3100.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  M-FOUND                PIC  9(001)      VALUE ZERO.
       01  M-DMM                  PIC  9(001)      VALUE ZERO.
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
      *FD  SLS-M
           COPY LISLSM.
      *FD  BNM-M
           COPY LIBNMM.
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
                "SLS-M SALESPERSON MAINTENANCE".
           02  FILLER  PIC  X(020) VALUE
                "SALESPERSON CODE".
           02  FILLER  PIC  X(020) VALUE
                "NAME".
           02  FILLER  PIC  X(020) VALUE
                "DEPARTMENT".
           02  FILLER  PIC  X(020) VALUE
                "COMMISSION RATE %".
           02  FILLER  PIC  X(020) VALUE
                "MONTHLY SALES TARGET".
           02  FILLER  PIC  X(020) VALUE
                "STATUS 0=ACT 9=LEFT".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-DSP.
           02  D-BNAME    PIC  N(010).
       01  C-ACP.
           02  A-KEY      PIC  9(004).
           02  A-NAME     PIC  N(010).
           02  A-DEPT     PIC  9(004).
           02  A-RATE     PIC  9(002)V9(002).
           02  A-TGT      PIC  9(010).
           02  A-STAT     PIC  9(001).
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
             03  E-ME1   PIC  X(030) VALUE
                  "***  SALESPERSON NAME REQD ***".
             03  E-ME2   PIC  X(030) VALUE
                  "***  NO SUCH DEPARTMENT    ***".
             03  E-ME3   PIC  X(030) VALUE
                  "***  DEPARTMENT CLOSED     ***".
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
            "08C-MID" "X" "18" "10" "20" "07C-MID" " " RETURNING RESU.
      *C-DSP
       CALL "SD_Init" USING
            "C-DSP" " " "0" "0" "10" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "D-BNAME" "N" "7" "37" "10" " " "C-DSP" RETURNING RESU.
       CALL "SD_From" USING
            "D-BNAME" BY REFERENCE BNM-NAME "10" "0" RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "34" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-KEY" "9" "5" "31" "4" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-KEY" BY REFERENCE SLS-KEY "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-NAME" "N" "6" "31" "10" "A-KEY" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-NAME" BY REFERENCE SLS-NAME "10" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DEPT" "9" "7" "31" "4" "A-NAME" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DEPT" BY REFERENCE SLS-DEPT "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-RATE" "9" "8" "31" "4" "A-DEPT" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-RATE" BY REFERENCE SLS-RATE "4" "2" RETURNING RESU.
       CALL "SD_Init" USING
            "A-TGT" "9" "9" "31" "10" "A-RATE" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-TGT" BY REFERENCE SLS-TGT "10" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-STAT" "9" "10" "31" "1" "A-TGT" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-STAT" BY REFERENCE SLS-STAT "1" "0" RETURNING RESU.
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
            "I-O" SLS-M_PNAME1 "SHARED" BY REFERENCE SLS-M_IDLST "1"
            "SLS-KEY" BY REFERENCE SLS-KEY.
           CALL "DB_F_Open" USING
            "INPUT" BNM-M_PNAME1 "SHARED" BY REFERENCE BNM-M_IDLST "1"
            "BNM-KEY" BY REFERENCE BNM-KEY.
      *
       M-05.
           MOVE    SPACE    TO  ERR-STAT.
           MOVE    ZERO     TO  RESU.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "SD_Output" USING "C-MID" C-MID "p" RETURNING RESU.
           MOVE  ZERO   TO M-FOUND  M-DMM.
           INITIALIZE SLS-R.
       M-10.
           CALL "SD_Accept" USING BY REFERENCE A-KEY "A-KEY" "9" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = PF9
               CALL "C3_Set_Jrcode" USING
                USER_ID BY REFERENCE COMPLETION_CODE  255
               GO TO M-95
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-10
           END-IF
           IF  SLS-KEY = ZERO
               GO TO M-10
           END-IF
           CALL "DB_Read" USING
            "INVALID KEY" SLS-M_PNAME1 BY REFERENCE SLS-R " "
            RETURNING RET.
           IF  RET = 0
               MOVE  1  TO M-FOUND
           ELSE
               MOVE  0      TO M-FOUND
               MOVE  SPACE  TO SLS-NAME
               MOVE  ZERO   TO SLS-DEPT SLS-RATE SLS-TGT SLS-STAT
           END-IF.
       M-11.
           CALL "SD_Accept" USING BY REFERENCE A-NAME "A-NAME" "N"
            "10" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-10
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-11
           END-IF
           IF  SLS-NAME = SPACE
               CALL "SD_Output" USING
                "E-ME1" E-ME1 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-11
           END-IF.
       M-12.
           CALL "SD_Accept" USING BY REFERENCE A-DEPT "A-DEPT" "9" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-11
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-12
           END-IF
           MOVE  SLS-DEPT  TO BNM-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" BNM-M_PNAME1 BY REFERENCE BNM-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               CALL "SD_Output" USING
                "E-ME2" E-ME2 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-12
           END-IF
           IF  BNM-STAT = 9
               CALL "SD_Output" USING
                "E-ME3" E-ME3 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-12
           END-IF
           CALL "SD_Output" USING "C-DSP" C-DSP "p" RETURNING RESU.
       M-13.
           CALL "SD_Accept" USING BY REFERENCE A-RATE "A-RATE" "9" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-12
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-13
           END-IF.
       M-14.
           CALL "SD_Accept" USING BY REFERENCE A-TGT "A-TGT" "9" "10"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-13
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-14
           END-IF.
       M-15.
           CALL "SD_Accept" USING BY REFERENCE A-STAT "A-STAT" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-14
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-15
           END-IF
           IF  SLS-STAT NOT = 0  AND  9
               GO TO M-15
           END-IF.
       M-30.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-15
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
           IF  M-FOUND = 1
               CALL "DB_Update" USING
                SLS-M_PNAME1 SLS-M_LNAME SLS-R RETURNING RET
           ELSE
               CALL "DB_Insert" USING
                SLS-M_PNAME1 SLS-M_LNAME SLS-R RETURNING RET
           END-IF
           GO TO M-05.
       M-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_F_Close" USING
            BY REFERENCE SLS-M_IDLST SLS-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE BNM-M_IDLST BNM-M_PNAME1.
           CALL "DB_Close".
           STOP RUN.
