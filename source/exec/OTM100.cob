       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         OTM100.
      *********************************************************
      *    PROGRAM         :  OPEN-TO-BUY PLAN MAINTENANCE     *
      *    PRINTER TYPE    :  ------                           *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    keys the open-to-buy plan for one SHM-07 item class and
      *    calendar month -- planned sales and planned end-of-month
      *    stock, both at cost -- the same single-record random-
      *    keyed maintenance as SLM100, M-FOUND deciding DB_Update
      *    from DB_Insert.  a plan is taken out of use by keying
      *    both figures back to zero; OTR100 and PON100 treat such
      *    a row as no plan.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SYSTEM3100.
       OBJECT-COMPUTER. SYSTEM3100.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  M-FOUND                PIC  9(001)      VALUE ZERO.
       01  M-DMM                  PIC  9(001)      VALUE ZERO.
       01  M-YY                   PIC  9(004)      VALUE ZERO.
       01  M-MM                   PIC  9(002)      VALUE ZERO.
       01  WORK-TODATE.
           02  WORK-TD-YY         PIC  9(002).
           02  WORK-TD-MM         PIC  9(002).
           02  WORK-TD-DD         PIC  9(002).
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
      *FD  OTBF
           COPY LIOTBF.
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
                "OPEN-TO-BUY PLAN MAINTENANCE".
           02  FILLER  PIC  X(020) VALUE
                "ITEM CLASS".
           02  FILLER  PIC  X(020) VALUE
                "MONTH      CCYYMM".
           02  FILLER  PIC  X(020) VALUE
                "PLANNED SALES  COST".
           02  FILLER  PIC  X(020) VALUE
                "PLANNED END STOCK".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-ACP.
           02  A-CLS      PIC  9(003).
           02  A-NG       PIC  9(006).
           02  A-SLS      PIC  9(010).
           02  A-EOM      PIC  9(010).
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
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
            "03C-MID" "X" "6" "10" "20" "02C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "04C-MID" "X" "8" "10" "20" "03C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "05C-MID" "X" "9" "10" "20" "04C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "06C-MID" "X" "12" "10" "20" "05C-MID" " " RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "30" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-CLS" "9" "5" "31" "3" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-CLS" BY REFERENCE OTB-CLS "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-NG" "9" "6" "31" "6" "A-CLS" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-NG" BY REFERENCE OTB-NG "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-SLS" "9" "8" "31" "10" "A-NG" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-SLS" BY REFERENCE OTB-SLS "10" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-EOM" "9" "9" "31" "10" "A-SLS" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-EOM" BY REFERENCE OTB-EOM "10" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "12" "31" "1" "A-EOM" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DMM" BY REFERENCE M-DMM "1" "0" RETURNING RESU.
      *C-ERR
       CALL "SD_Init" USING
            "C-ERR" " " "0" "0" "7" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-ERR" " " "24" "0" "7" " " "C-ERR" RETURNING RESU.
       CALL "SD_Init" USING
            "E-STAT" "X" "24" "10" "2" " " "01C-ERR" RETURNING RESU.
       CALL "SD_From" USING
            "E-STAT" BY REFERENCE ERR-STAT "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME99" "X" "24" "75" "5" "E-STAT" " " RETURNING RESU.
      *
           ACCEPT USER_ID FROM ARGUMENT-VALUE.
           ACCEPT COMPLETION_CODE FROM ARGUMENT-VALUE.
      *
           CALL "DB_F_Open" USING
            "I-O" OTBF_PNAME1 "SHARED" BY REFERENCE OTBF_IDLST "1"
            "OTB-KEY" BY REFERENCE OTB-KEY.
      *
       M-05.
           MOVE    SPACE    TO  ERR-STAT.
           MOVE    ZERO     TO  RESU.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "SD_Output" USING "C-MID" C-MID "p" RETURNING RESU.
           MOVE  ZERO   TO M-FOUND  M-DMM.
           INITIALIZE OTB-R.
       M-10.
           CALL "SD_Accept" USING BY REFERENCE A-CLS "A-CLS" "9" "3"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = PF9
               CALL "C3_Set_Jrcode" USING
                USER_ID BY REFERENCE COMPLETION_CODE  255
               GO TO M-95
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-10
           END-IF.
       M-11.
           CALL "SD_Accept" USING BY REFERENCE A-NG "A-NG" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-10
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-11
           END-IF
           COMPUTE  M-YY = OTB-NG / 100.
           COMPUTE  M-MM = OTB-NG - M-YY * 100.
           IF  M-YY < 2000  OR  M-MM < 1  OR  M-MM > 12
               GO TO M-11
           END-IF
           CALL "DB_Read" USING
            "INVALID KEY" OTBF_PNAME1 BY REFERENCE OTB-R " "
            RETURNING RET.
           IF  RET = 0
               MOVE  1  TO M-FOUND
           ELSE
               MOVE  0      TO M-FOUND
               MOVE  ZERO   TO OTB-SLS OTB-EOM OTB-DATE
               MOVE  SPACE  TO OTB-USER
           END-IF.
       M-12.
           CALL "SD_Accept" USING BY REFERENCE A-SLS "A-SLS" "9" "10"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-11
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-12
           END-IF.
       M-13.
           CALL "SD_Accept" USING BY REFERENCE A-EOM "A-EOM" "9" "10"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-12
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-13
           END-IF.
       M-30.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-13
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
           ACCEPT  WORK-TODATE  FROM  DATE.
           COMPUTE  OTB-DATE = (2000 + WORK-TD-YY) * 10000
                             + WORK-TD-MM * 100 + WORK-TD-DD.
           MOVE  USER_ID  TO OTB-USER.
           IF  M-FOUND = 1
               CALL "DB_Update" USING
                OTBF_PNAME1 OTBF_LNAME OTB-R RETURNING RET
           ELSE
               CALL "DB_Insert" USING
                OTBF_PNAME1 OTBF_LNAME OTB-R RETURNING RET
           END-IF
           GO TO M-05.
       M-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_F_Close" USING
            BY REFERENCE OTBF_IDLST OTBF_PNAME1.
           CALL "DB_Close".
           STOP RUN.
