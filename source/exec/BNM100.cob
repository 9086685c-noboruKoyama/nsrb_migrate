       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         BNM100.
      *********************************************************
      *    PROGRAM         :  BNM-M DEPARTMENT MAINTENANCE     *
      *    PRINTER TYPE    :  ------                           *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    maintains the department master the payroll journal
      *    import validates HSECTCD against, one BNM-KEY at a time,
      *    the same single-record random-keyed style as FAM100 with
      *    M-FOUND deciding DB_Update from DB_Insert.  a department
      *    is closed (9) rather than deleted, since posted history
      *    still carries its code.
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
                "BNM-M DEPARTMENT MAINTENANCE".
           02  FILLER  PIC  X(020) VALUE
                "DEPARTMENT CODE".
           02  FILLER  PIC  X(020) VALUE
                "NAME".
           02  FILLER  PIC  X(020) VALUE
                "STATUS 0=ACT 9=CLSD".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-ACP.
           02  A-KEY      PIC  9(004).
           02  A-NAME     PIC  N(010).
           02  A-STAT     PIC  9(001).
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
             03  E-ME1   PIC  X(030) VALUE
                  "***  DEPARTMENT NAME REQD  ***".
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
            "C-MID" " " "0" "0" "100" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-MID" "X" "3" "10" "40" " " "C-MID" RETURNING RESU.
       CALL "SD_Init" USING
            "02C-MID" "X" "5" "10" "20" "01C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "03C-MID" "X" "6" "10" "20" "02C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "04C-MID" "X" "8" "10" "20" "03C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "05C-MID" "X" "18" "10" "20" "04C-MID" " " RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "16" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-KEY" "9" "5" "31" "4" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-KEY" BY REFERENCE BNM-KEY "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-NAME" "N" "6" "31" "10" "A-KEY" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-NAME" BY REFERENCE BNM-NAME "10" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-STAT" "9" "8" "31" "1" "A-NAME" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-STAT" BY REFERENCE BNM-STAT "1" "0" RETURNING RESU.
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
            "I-O" BNM-M_PNAME1 "SHARED" BY REFERENCE BNM-M_IDLST "1"
            "BNM-KEY" BY REFERENCE BNM-KEY.
      *
       M-05.
           MOVE    SPACE    TO  ERR-STAT.
           MOVE    ZERO     TO  RESU.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "SD_Output" USING "C-MID" C-MID "p" RETURNING RESU.
           MOVE  ZERO   TO M-FOUND  M-DMM.
           INITIALIZE BNM-R.
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
           IF  BNM-KEY = ZERO
               GO TO M-10
           END-IF
           CALL "DB_Read" USING
            "INVALID KEY" BNM-M_PNAME1 BY REFERENCE BNM-R " "
            RETURNING RET.
           IF  RET = 0
               MOVE  1  TO M-FOUND
           ELSE
               MOVE  0      TO M-FOUND
               MOVE  SPACE  TO BNM-NAME
               MOVE  ZERO   TO BNM-STAT
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
           IF  BNM-NAME = SPACE
               CALL "SD_Output" USING
                "E-ME1" E-ME1 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-11
           END-IF.
       M-12.
           CALL "SD_Accept" USING BY REFERENCE A-STAT "A-STAT" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-11
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-12
           END-IF
           IF  BNM-STAT NOT = 0  AND  9
               GO TO M-12
           END-IF.
       M-30.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-12
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
                BNM-M_PNAME1 BNM-M_LNAME BNM-R RETURNING RET
           ELSE
               CALL "DB_Insert" USING
                BNM-M_PNAME1 BNM-M_LNAME BNM-R RETURNING RET
           END-IF
           GO TO M-05.
       M-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_F_Close" USING
            BY REFERENCE BNM-M_IDLST BNM-M_PNAME1.
           CALL "DB_Close".
           STOP RUN.
