       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         EMM100.
      *********************************************************
      *    PROGRAM         :  EMP-M EMPLOYEE MAINTENANCE       *
      *    PRINTER TYPE    :  ------                           *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    maintains the employee master EXP100's expense claims
      *    and TPY100's reimbursement transfers read, one EMP-KEY
      *    at a time, the same single-record random-keyed style as
      *    FAM100 with M-FOUND deciding DB_Update from DB_Insert.
      *    the bank fields follow TM100's supplier transfer fields;
      *    a bank code of zero skips the branch/account fields and
      *    leaves the employee to manual payment.
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
      *FD  EMP-M
           COPY LIEMPM.
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
                "EMP-M EMPLOYEE MAINTENANCE".
           02  FILLER  PIC  X(020) VALUE
                "EMPLOYEE CODE".
           02  FILLER  PIC  X(020) VALUE
                "NAME".
           02  FILLER  PIC  X(020) VALUE
                "DEPARTMENT".
           02  FILLER  PIC  X(020) VALUE
                "APPROVER USER ID".
           02  FILLER  PIC  X(020) VALUE
                "BANK CODE".
           02  FILLER  PIC  X(020) VALUE
                "BRANCH CODE".
           02  FILLER  PIC  X(020) VALUE
                "ACCOUNT TYPE 1/2".
           02  FILLER  PIC  X(020) VALUE
                "ACCOUNT NUMBER".
           02  FILLER  PIC  X(020) VALUE
                "ACCOUNT NAME KANA".
           02  FILLER  PIC  X(020) VALUE
                "STATUS 0=ACT 9=LEFT".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-ACP.
           02  A-KEY      PIC  9(005).
           02  A-NAME     PIC  N(010).
           02  A-DEPT     PIC  9(004).
           02  A-APPID    PIC  X(006).
           02  A-BANK     PIC  9(004).
           02  A-STN      PIC  9(003).
           02  A-KOZKB    PIC  9(001).
           02  A-KOZNO    PIC  9(007).
           02  A-KOZNM    PIC  X(030).
           02  A-STAT     PIC  9(001).
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
             03  E-ME1   PIC  X(030) VALUE
                  "***  ACCOUNT NAME REQUIRED ***".
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
            "C-MID" " " "0" "0" "260" " " " " RETURNING RESU.
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
            "06C-MID" "X" "10" "10" "20" "05C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "07C-MID" "X" "11" "10" "20" "06C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "08C-MID" "X" "12" "10" "20" "07C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "09C-MID" "X" "13" "10" "20" "08C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "10C-MID" "X" "14" "10" "20" "09C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "11C-MID" "X" "16" "10" "20" "10C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "12C-MID" "X" "18" "10" "20" "11C-MID" " " RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "72" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-KEY" "9" "5" "31" "5" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-KEY" BY REFERENCE EMP-KEY "5" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-NAME" "N" "6" "31" "10" "A-KEY" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-NAME" BY REFERENCE EMP-NAME "10" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DEPT" "9" "7" "31" "4" "A-NAME" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DEPT" BY REFERENCE EMP-DEPT "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-APPID" "X" "8" "31" "6" "A-DEPT" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-APPID" BY REFERENCE EMP-APPID "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-BANK" "9" "10" "31" "4" "A-APPID" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-BANK" BY REFERENCE EMP-BANK "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-STN" "9" "11" "31" "3" "A-BANK" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-STN" BY REFERENCE EMP-STN "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-KOZKB" "9" "12" "31" "1" "A-STN" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-KOZKB" BY REFERENCE EMP-KOZKB "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-KOZNO" "9" "13" "31" "7" "A-KOZKB" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-KOZNO" BY REFERENCE EMP-KOZNO "7" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-KOZNM" "X" "14" "31" "30" "A-KOZNO" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-KOZNM" BY REFERENCE EMP-KOZNM "30" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-STAT" "9" "16" "31" "1" "A-KOZNM" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-STAT" BY REFERENCE EMP-STAT "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "18" "31" "1" "A-STAT" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DMM" BY REFERENCE M-DMM "1" "0" RETURNING RESU.
      *C-ERR
       CALL "SD_Init" USING
            "C-ERR" " " "0" "0" "37" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-ERR" " " "24" "0" "37" " " "C-ERR" RETURNING RESU.
       CALL "SD_Init" USING
            "E-STAT" "X" "24" "10" "2" " " "01C-ERR" RETURNING RESU.
       CALL "SD_From" USING
            "E-STAT" BY REFERENCE ERR-STAT "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME1" "X" "24" "15" "30" "E-STAT" " " RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME99" "X" "24" "75" "5" "E-ME1" " " RETURNING RESU.
      *
           ACCEPT USER_ID FROM ARGUMENT-VALUE.
           ACCEPT COMPLETION_CODE FROM ARGUMENT-VALUE.
      *
           CALL "DB_F_Open" USING
            "I-O" EMP-M_PNAME1 "SHARED" BY REFERENCE EMP-M_IDLST "1"
            "EMP-KEY" BY REFERENCE EMP-KEY.
      *
       M-05.
           MOVE    SPACE    TO  ERR-STAT.
           MOVE    ZERO     TO  RESU.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "SD_Output" USING "C-MID" C-MID "p" RETURNING RESU.
           MOVE  ZERO   TO M-FOUND  M-DMM.
           INITIALIZE EMP-R.
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
           IF  EMP-KEY = ZERO
               GO TO M-10
           END-IF
           CALL "DB_Read" USING
            "INVALID KEY" EMP-M_PNAME1 BY REFERENCE EMP-R " "
            RETURNING RET.
           IF  RET = 0
               MOVE  1  TO M-FOUND
           ELSE
               MOVE  0      TO M-FOUND
               MOVE  SPACE  TO EMP-NAME EMP-APPID EMP-KOZNM
               MOVE  ZERO   TO EMP-DEPT EMP-BANK EMP-STN EMP-KOZKB
                               EMP-KOZNO EMP-STAT
           END-IF.
       M-11.
           CALL "SD_Accept" USING BY REFERENCE A-NAME "A-NAME" "N"
            "10" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-10
           END-IF
           IF  ESTAT NOT = HTB AND SKP
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
           END-IF.
       M-13.
           CALL "SD_Accept" USING BY REFERENCE A-APPID "A-APPID" "X"
            "6" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-12
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-13
           END-IF.
       M-14.
           CALL "SD_Accept" USING BY REFERENCE A-BANK "A-BANK" "9" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-13
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-14
           END-IF
           IF  EMP-BANK = ZERO
               MOVE  ZERO   TO EMP-STN EMP-KOZKB EMP-KOZNO
               MOVE  SPACE  TO EMP-KOZNM
               CALL "SD_Output" USING
                "A-STN" A-STN "p" RETURNING RESU
               CALL "SD_Output" USING
                "A-KOZKB" A-KOZKB "p" RETURNING RESU
               CALL "SD_Output" USING
                "A-KOZNO" A-KOZNO "p" RETURNING RESU
               CALL "SD_Output" USING
                "A-KOZNM" A-KOZNM "p" RETURNING RESU
               GO TO M-19
           END-IF.
       M-15.
           CALL "SD_Accept" USING BY REFERENCE A-STN "A-STN" "9" "3"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-14
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-15
           END-IF.
       M-16.
           CALL "SD_Accept" USING BY REFERENCE A-KOZKB "A-KOZKB" "9"
            "1" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-15
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-16
           END-IF
           IF  EMP-KOZKB NOT = 1  AND  2
               GO TO M-16
           END-IF.
       M-17.
           CALL "SD_Accept" USING BY REFERENCE A-KOZNO "A-KOZNO" "9"
            "7" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-16
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-17
           END-IF
           IF  EMP-KOZNO = ZERO
               GO TO M-17
           END-IF.
       M-18.
           CALL "SD_Accept" USING BY REFERENCE A-KOZNM "A-KOZNM" "X"
            "30" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-17
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-18
           END-IF
           IF  EMP-KOZNM = SPACE
               CALL "SD_Output" USING
                "E-ME1" E-ME1 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-18
           END-IF.
       M-19.
           CALL "SD_Accept" USING BY REFERENCE A-STAT "A-STAT" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               IF  EMP-BANK = ZERO
                   GO TO M-14
               ELSE
                   GO TO M-18
               END-IF
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-19
           END-IF
           IF  EMP-STAT NOT = 0  AND  9
               GO TO M-19
           END-IF.
       M-30.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-19
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
                EMP-M_PNAME1 EMP-M_LNAME EMP-R RETURNING RET
           ELSE
               CALL "DB_Insert" USING
                EMP-M_PNAME1 EMP-M_LNAME EMP-R RETURNING RET
           END-IF
           GO TO M-05.
       M-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_F_Close" USING
            BY REFERENCE EMP-M_IDLST EMP-M_PNAME1.
           CALL "DB_Close".
           STOP RUN.
