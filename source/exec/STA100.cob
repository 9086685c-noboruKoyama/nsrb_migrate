       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         STA100.
      *********************************************************
      *    PROGRAM         :  STR-M STORE ATTRIBUTE MAINTENANCE*
      *    PRINTER TYPE    :  ------                           *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    maintains the store attribute master one STR-KEY at a
      *    time, the same single-record random-keyed maintenance
      *    style as CAM100.  the store must already be named on
      *    JCON3 (JCM100 stays the place a store is created and
      *    named); open and close dates take PRM100's date check,
      *    a close date may not precede the open date, and zero
      *    close means the store still trades.  the owning
      *    customer, when keyed, must be on TC-M as a head office
      *    (TC-CCD = 1, the same read ALO100/BIL100 make).
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
       01  M-DD                   PIC  9(002)      VALUE ZERO.
       01  M-DATE                 PIC  9(008)      VALUE ZERO.
       01  WORK-TODATE.
           02  WORK-TD-YY         PIC  9(002).
           02  WORK-TD-MM         PIC  9(002).
           02  WORK-TD-DD         PIC  9(002).
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
           COPY  L-JCON.
      *FD  STR-M
           COPY LISTRM.
      *FD  TC-M
           COPY LITCM.
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
                "STR-M STORE ATTRIBUTE MAINTENANCE".
           02  FILLER  PIC  X(020) VALUE
                "STORE CODE".
           02  FILLER  PIC  X(020) VALUE
                "OPEN       CCYYMMDD".
           02  FILLER  PIC  X(020) VALUE
                "CLOSE      CCYYMMDD".
           02  FILLER  PIC  X(020) VALUE
                "REGION".
           02  FILLER  PIC  X(020) VALUE
                "FLOOR AREA TSUBO".
           02  FILLER  PIC  X(020) VALUE
                "FORMAT".
           02  FILLER  PIC  X(030) VALUE
                "1FLAG 2STD 3OUTLET 4KIOSK 5SIS".
           02  FILLER  PIC  X(020) VALUE
                "OWNING CUSTOMER".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-DSP.
           02  D-SNAME    PIC  N(006).
           02  D-TNAME    PIC  N(026).
       01  C-ACP.
           02  A-CD       PIC  9(004).
           02  A-OPEN     PIC  9(008).
           02  A-CLOSE    PIC  9(008).
           02  A-RGN      PIC  9(002).
           02  A-AREA     PIC  9(004)V9.
           02  A-FMT      PIC  9(001).
           02  A-TCD      PIC  9(004).
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
             03  E-ME1   PIC  X(030) VALUE
                  "***  STORE NOT ON JCON3    ***".
             03  E-ME2   PIC  X(030) VALUE
                  "***  DATE INVALID          ***".
             03  E-ME3   PIC  X(030) VALUE
                  "***  FORMAT 1-5 ONLY       ***".
             03  E-ME4   PIC  X(030) VALUE
                  "***  CUSTOMER NOT FOUND    ***".
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
            "C-MID" " " "0" "0" "230" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-MID" "X" "3" "10" "40" " " "C-MID" RETURNING RESU.
       CALL "SD_Init" USING
            "02C-MID" "X" "5" "10" "20" "01C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "03C-MID" "X" "7" "10" "20" "02C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "04C-MID" "X" "8" "10" "20" "03C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "05C-MID" "X" "9" "10" "20" "04C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "06C-MID" "X" "10" "10" "20" "05C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "07C-MID" "X" "11" "10" "20" "06C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "08C-MID" "X" "11" "37" "30" "07C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "09C-MID" "X" "12" "10" "20" "08C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "10C-MID" "X" "15" "10" "20" "09C-MID" " " RETURNING RESU.
      *C-DSP
       CALL "SD_Init" USING
            "C-DSP" " " "0" "0" "64" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "D-SNAME" "N" "5" "37" "6" " " "C-DSP" RETURNING RESU.
       CALL "SD_From" USING
            "D-SNAME" BY REFERENCE JCON3-03 "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "D-TNAME" "N" "13" "31" "26" "D-SNAME" " " RETURNING RESU.
       CALL "SD_From" USING
            "D-TNAME" BY REFERENCE TC-NAME "26" "0" RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "33" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-CD" "9" "5" "31" "4" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-CD" BY REFERENCE STR-CD "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-OPEN" "9" "7" "31" "8" "A-CD" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-OPEN" BY REFERENCE STR-OPEN "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-CLOSE" "9" "8" "31" "8" "A-OPEN" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-CLOSE" BY REFERENCE STR-CLOSE "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-RGN" "9" "9" "31" "2" "A-CLOSE" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-RGN" BY REFERENCE STR-RGN "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-AREA" "9" "10" "31" "5" "A-RGN" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-AREA" BY REFERENCE STR-AREA "5" "1" RETURNING RESU.
       CALL "SD_Init" USING
            "A-FMT" "9" "11" "31" "1" "A-AREA" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-FMT" BY REFERENCE STR-FMT "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-TCD" "9" "12" "31" "4" "A-FMT" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-TCD" BY REFERENCE STR-TCD "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "15" "31" "1" "A-TCD" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DMM" BY REFERENCE M-DMM "1" "0" RETURNING RESU.
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
      *
           CALL "DB_F_Open" USING
            "I-O" STR-M_PNAME1 "SHARED" BY REFERENCE STR-M_IDLST "1"
            "STR-KEY" BY REFERENCE STR-KEY.
           CALL "DB_F_Open" USING
            "INPUT" JCON_PNAME1 "SHARED" BY REFERENCE JCON_IDLST "1"
            "JCON2-KEY" BY REFERENCE JCON2-KEY.
           CALL "DB_F_Open" USING
            "INPUT" TC-M_PNAME1 "SHARED" BY REFERENCE TC-M_IDLST "1"
            "TC-KEY" BY REFERENCE TC-KEY.
      *
       M-05.
           MOVE    SPACE    TO  ERR-STAT.
           MOVE    ZERO     TO  RESU.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "SD_Output" USING "C-MID" C-MID "p" RETURNING RESU.
           MOVE  ZERO   TO M-FOUND  M-DMM.
           INITIALIZE STR-R.
       M-10.
           CALL "SD_Accept" USING BY REFERENCE A-CD "A-CD" "9" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = PF9
               CALL "C3_Set_Jrcode" USING
                USER_ID BY REFERENCE COMPLETION_CODE  255
               GO TO M-95
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-10
           END-IF
           IF  STR-CD = ZERO
               GO TO M-10
           END-IF
           MOVE  3       TO JCON3-01.
           MOVE  STR-CD  TO JCON3-02.
           CALL "DB_Read" USING
            "INVALID KEY" JCON_PNAME1 BY REFERENCE JCON-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               CALL "SD_Output" USING
                "E-ME1" E-ME1 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-10
           END-IF
           CALL "DB_Read" USING
            "INVALID KEY" STR-M_PNAME1 BY REFERENCE STR-R " "
            RETURNING RET.
           IF  RET = 0
               MOVE  1  TO M-FOUND
           ELSE
               MOVE  0     TO M-FOUND
               MOVE  ZERO  TO STR-OPEN STR-CLOSE STR-RGN STR-AREA
                              STR-FMT STR-TCD
           END-IF
           MOVE  SPACE  TO TC-NAME.
           IF  STR-TCD NOT = ZERO
               MOVE  STR-TCD  TO TC-TCD
               MOVE  1        TO TC-CCD
               CALL "DB_Read" USING
                "INVALID KEY" TC-M_PNAME1 BY REFERENCE TC-R "UNLOCK"
                RETURNING RET
               IF  RET = 1
                   MOVE  SPACE  TO TC-NAME
               END-IF
           END-IF
           CALL "SD_Output" USING "C-DSP" C-DSP "p" RETURNING RESU.
           CALL "SD_Output" USING "C-ACP" C-ACP "p" RETURNING RESU.
       M-11.
           CALL "SD_Accept" USING BY REFERENCE A-OPEN "A-OPEN" "9" "8"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-10
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-11
           END-IF
           MOVE  STR-OPEN  TO M-DATE.
           PERFORM  DATE-CHK-RTN  THRU  DATE-CHK-RTN-EXIT.
           IF  RET = 1
               GO TO M-11
           END-IF.
       M-12.
           CALL "SD_Accept" USING BY REFERENCE A-CLOSE "A-CLOSE" "9"
            "8" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-11
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-12
           END-IF
           IF  STR-CLOSE = ZERO
               GO TO M-13
           END-IF
           MOVE  STR-CLOSE  TO M-DATE.
           PERFORM  DATE-CHK-RTN  THRU  DATE-CHK-RTN-EXIT.
           IF  RET = 1
               GO TO M-12
           END-IF
           IF  STR-CLOSE < STR-OPEN
               CALL "SD_Output" USING
                "E-ME2" E-ME2 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-12
           END-IF.
       M-13.
           CALL "SD_Accept" USING BY REFERENCE A-RGN "A-RGN" "9" "2"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-12
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-13
           END-IF.
       M-14.
           CALL "SD_Accept" USING BY REFERENCE A-AREA "A-AREA" "9" "5"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-13
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-14
           END-IF.
       M-15.
           CALL "SD_Accept" USING BY REFERENCE A-FMT "A-FMT" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-14
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-15
           END-IF
           IF  STR-FMT < 1  OR  STR-FMT > 5
               CALL "SD_Output" USING
                "E-ME3" E-ME3 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-15
           END-IF.
       M-16.
           CALL "SD_Accept" USING BY REFERENCE A-TCD "A-TCD" "9" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-15
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-16
           END-IF
           MOVE  SPACE  TO TC-NAME.
           IF  STR-TCD = ZERO
               CALL "SD_Output" USING "C-DSP" C-DSP "p" RETURNING RESU
               GO TO M-20
           END-IF
           MOVE  STR-TCD  TO TC-TCD.
           MOVE  1        TO TC-CCD.
           CALL "DB_Read" USING
            "INVALID KEY" TC-M_PNAME1 BY REFERENCE TC-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               CALL "SD_Output" USING
                "E-ME4" E-ME4 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-16
           END-IF
           CALL "SD_Output" USING "C-DSP" C-DSP "p" RETURNING RESU.
       M-20.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-16
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
           ACCEPT  WORK-TODATE  FROM  DATE.
           COMPUTE  STR-DATE = (2000 + WORK-TD-YY) * 10000
                  + WORK-TD-MM * 100 + WORK-TD-DD.
           MOVE  USER_ID  TO STR-USER.
           IF  M-FOUND = 1
               CALL "DB_Update" USING
                STR-M_PNAME1 STR-M_LNAME STR-R RETURNING RET
           ELSE
               CALL "DB_Insert" USING
                STR-M_PNAME1 STR-M_LNAME STR-R RETURNING RET
           END-IF
           GO TO M-05.
      *
       DATE-CHK-RTN.
           MOVE  0  TO RET.
           COMPUTE  M-YY = M-DATE / 10000.
           COMPUTE  M-MM = (M-DATE - M-YY * 10000) / 100.
           COMPUTE  M-DD = M-DATE - M-YY * 10000 - M-MM * 100.
           IF  M-YY < 1900  OR  M-MM < 1  OR  M-MM > 12
                            OR  M-DD < 1  OR  M-DD > 31
               MOVE  1  TO RET
               CALL "SD_Output" USING
                "E-ME2" E-ME2 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
           END-IF.
       DATE-CHK-RTN-EXIT.
           EXIT.
       M-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_F_Close" USING
            BY REFERENCE STR-M_IDLST STR-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE JCON_IDLST JCON_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE TC-M_IDLST TC-M_PNAME1.
           CALL "DB_Close".
           STOP RUN.
