       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         RAT100.
      *********************************************************
      *    PROGRAM         :  RATM EXCHANGE RATE MAINTENANCE   *
      *    PRINTER TYPE    :  ------                           *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    keys one dated exchange rate at a time -- currency code
      *    plus effective date, the yen value of one unit to four
      *    decimals -- the same single-record random-keyed
      *    maintenance style as TM100.  a rate keyed again for a
      *    currency/date already on file is changed in place, so a
      *    mistyped month-end closing rate is corrected before the
      *    revaluation run rather than by keying a second date.
      *    JPY and blank are not currencies here (yen needs no
      *    rate) and are rejected.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SYSTEM3100.
       OBJECT-COMPUTER. SYSTEM3100.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    M-FOUND remembers whether M-11's keyed read located an
      *    existing RAT-R (1=change) or not (0=add), TM100's
      *    found/not-found switch.
       01  M-FOUND                PIC  9(001)      VALUE ZERO.
       01  M-DMM                  PIC  9(001)      VALUE ZERO.
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
      *FD  RATM
           COPY LIRATM.
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
                "RATM EXCHANGE RATE MAINTENANCE".
           02  FILLER  PIC  X(020) VALUE
                "CURRENCY CODE".
           02  FILLER  PIC  X(020) VALUE
                "EFFECTIVE CCYYMMDD".
           02  FILLER  PIC  X(020) VALUE
                "YEN PER UNIT".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-ACP.
           02  A-CUR      PIC  X(003).
           02  A-NGP      PIC  9(008).
           02  A-RATE     PIC  9(004)V9(004).
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
             03  E-ME1   PIC  X(030) VALUE
                  "***  YEN NEEDS NO RATE     ***".
             03  E-ME2   PIC  X(030) VALUE
                  "***  RATE MUST NOT BE ZERO ***".
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
            "C-MID" " " "0" "0" "120" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-MID" "X" "3" "10" "40" " " "C-MID" RETURNING RESU.
       CALL "SD_Init" USING
            "02C-MID" "X" "6" "10" "20" "01C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "03C-MID" "X" "7" "10" "20" "02C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "04C-MID" "X" "8" "10" "20" "03C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "05C-MID" "X" "16" "10" "20" "04C-MID" " " RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "20" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-CUR" "X" "6" "31" "3" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-CUR" BY REFERENCE RAT-CUR "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-NGP" "9" "7" "31" "8" "A-CUR" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-NGP" BY REFERENCE RAT-NGP "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-RATE" "9" "8" "31" "9" "A-NGP" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-RATE" BY REFERENCE RAT-RATE "9" "4" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "16" "31" "1" "A-RATE" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DMM" BY REFERENCE M-DMM "1" "0" RETURNING RESU.
      *C-ERR
       CALL "SD_Init" USING
            "C-ERR" " " "0" "0" "67" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-ERR" " " "24" "0" "67" " " "C-ERR" RETURNING RESU.
       CALL "SD_Init" USING
            "E-STAT" "X" "24" "10" "2" " " "01C-ERR" RETURNING RESU.
       CALL "SD_From" USING
            "E-STAT" BY REFERENCE ERR-STAT "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME1" "X" "24" "15" "30" "E-STAT" " " RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME2" "X" "24" "15" "30" "E-ME1" " " RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME99" "X" "24" "75" "5" "E-ME2" " " RETURNING RESU.
      *
           ACCEPT USER_ID FROM ARGUMENT-VALUE.
           ACCEPT COMPLETION_CODE FROM ARGUMENT-VALUE.
      *
           CALL "DB_F_Open" USING
            "I-O" RATM_PNAME1 "SHARED" BY REFERENCE RATM_IDLST "1"
            "RAT-KEY" BY REFERENCE RAT-KEY.
      *
       M-05.
           MOVE    SPACE    TO  ERR-STAT.
           MOVE    ZERO     TO  RESU.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "SD_Output" USING "C-MID" C-MID "p" RETURNING RESU.
           MOVE  ZERO   TO M-FOUND  M-DMM.
           INITIALIZE RAT-R.
       M-10.
           CALL "SD_Accept" USING BY REFERENCE A-CUR "A-CUR" "X" "3"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = PF9
               CALL "C3_Set_Jrcode" USING
                USER_ID BY REFERENCE COMPLETION_CODE  255
               GO TO M-95
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-10
           END-IF
           IF  RAT-CUR = SPACE  OR  "JPY"
               CALL "SD_Output" USING
                "E-ME1" E-ME1 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-10
           END-IF.
       M-11.
           CALL "SD_Accept" USING BY REFERENCE A-NGP "A-NGP" "9" "8"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-10
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-11
           END-IF
           IF  RAT-NGP = ZERO
               GO TO M-11
           END-IF
           CALL "DB_Read" USING
            "INVALID KEY" RATM_PNAME1 BY REFERENCE RAT-R " "
            RETURNING RET.
           IF  RET = 0
               MOVE  1  TO M-FOUND
           ELSE
               MOVE  0     TO M-FOUND
               MOVE  ZERO  TO RAT-RATE
           END-IF.
       M-12.
           CALL "SD_Accept" USING BY REFERENCE A-RATE "A-RATE" "9" "9"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-11
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-12
           END-IF
           IF  RAT-RATE = ZERO
               CALL "SD_Output" USING
                "E-ME2" E-ME2 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-12
           END-IF.
       M-20.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-12
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-20
           END-IF
           IF  M-DMM NOT = 1  AND  9
               GO TO M-20
           END-IF
           IF  M-DMM = 9
               GO TO M-05
           END-IF
           MOVE  USER_ID  TO RAT-USER.
           IF  M-FOUND = 1
               CALL "DB_Update" USING
                RATM_PNAME1 RATM_LNAME RAT-R RETURNING RET
           ELSE
               CALL "DB_Insert" USING
                RATM_PNAME1 RATM_LNAME RAT-R RETURNING RET
           END-IF
           GO TO M-05.
       M-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_F_Close" USING
            BY REFERENCE RATM_IDLST RATM_PNAME1.
           CALL "DB_Close".
           STOP RUN.
