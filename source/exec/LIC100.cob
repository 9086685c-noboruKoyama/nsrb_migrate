       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         LIC100.
      *********************************************************
      *    PROGRAM         :  LICENCE AGREEMENT MAINTENANCE    *
      *    PRINTER TYPE    :  ------                           *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    keys a licence agreement into LICM one row at a time --
      *    brand name, the licensor (validated on T-M), royalty
      *    percent of net sales, the yearly minimum guarantee, the
      *    reporting period in months and the month the agreement
      *    year opens -- the same single-record random-keyed
      *    maintenance as SLM100, M-FOUND deciding DB_Update from
      *    DB_Insert.  the period must divide the year evenly, so
      *    every agreement year closes on a period end and RYL100
      *    can true up the guarantee there.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SYSTEM3100.
       OBJECT-COMPUTER. SYSTEM3100.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  M-FOUND                PIC  9(001)      VALUE ZERO.
       01  M-DMM                  PIC  9(001)      VALUE ZERO.
       01  W-KEY                  PIC  9(003)      VALUE ZERO.
       01  WORK-TODATE.
           02  WORK-TD-YY         PIC  9(002).
           02  WORK-TD-MM         PIC  9(002).
           02  WORK-TD-DD         PIC  9(002).
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
      *FD  LICM
           COPY LILICM.
      *FD  T-M
           COPY LITM.
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
                "LICENCE AGREEMENT MAINTENANCE".
           02  FILLER  PIC  X(020) VALUE
                "LICENCE CODE".
           02  FILLER  PIC  X(020) VALUE
                "BRAND NAME".
           02  FILLER  PIC  X(020) VALUE
                "LICENSOR (SUPPLIER)".
           02  FILLER  PIC  X(020) VALUE
                "ROYALTY RATE   %".
           02  FILLER  PIC  X(020) VALUE
                "MINIMUM GUARANTEE".
           02  FILLER  PIC  X(020) VALUE
                "PERIOD  MONTHS 1-12".
           02  FILLER  PIC  X(020) VALUE
                "YEAR STARTS  MONTH".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-DSP.
           02  D-TNAME    PIC  N(026).
       01  C-ACP.
           02  A-CD       PIC  9(003).
           02  A-NAME     PIC  N(012).
           02  A-TCD      PIC  9(004).
           02  A-RATE     PIC  9(002)V99.
           02  A-MG       PIC  9(010).
           02  A-PER      PIC  9(002).
           02  A-YSM      PIC  9(002).
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
             03  E-ME1   PIC  X(030) VALUE
                  "***  NO SUCH SUPPLIER      ***".
             03  E-ME2   PIC  X(030) VALUE
                  "***  PERIOD MUST DIVIDE 12 ***".
             03  E-ME3   PIC  X(030) VALUE
                  "***  MONTH NOT VALID       ***".
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
            "C-MID" " " "0" "0" "200" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-MID" "X" "3" "10" "40" " " "C-MID" RETURNING RESU.
       CALL "SD_Init" USING
            "02C-MID" "X" "5" "10" "20" "01C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "03C-MID" "X" "6" "10" "20" "02C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "04C-MID" "X" "7" "10" "20" "03C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "05C-MID" "X" "9" "10" "20" "04C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "06C-MID" "X" "10" "10" "20" "05C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "07C-MID" "X" "11" "10" "20" "06C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "08C-MID" "X" "12" "10" "20" "07C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "09C-MID" "X" "16" "10" "20" "08C-MID" " " RETURNING RESU.
      *C-DSP
       CALL "SD_Init" USING
            "C-DSP" " " "0" "0" "26" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "D-TNAME" "N" "8" "31" "26" " " "C-DSP" RETURNING RESU.
       CALL "SD_From" USING
            "D-TNAME" BY REFERENCE T-NAME "26" "0" RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "39" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-CD" "9" "5" "31" "3" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-CD" BY REFERENCE LIC-CD "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-NAME" "N" "6" "31" "12" "A-CD" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-NAME" BY REFERENCE LIC-NAME "12" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-TCD" "9" "7" "31" "4" "A-NAME" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-TCD" BY REFERENCE LIC-TCD "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-RATE" "9" "9" "31" "5" "A-TCD" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-RATE" BY REFERENCE LIC-RATE "5" "2" RETURNING RESU.
       CALL "SD_Init" USING
            "A-MG" "9" "10" "31" "10" "A-RATE" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-MG" BY REFERENCE LIC-MG "10" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-PER" "9" "11" "31" "2" "A-MG" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-PER" BY REFERENCE LIC-PER "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-YSM" "9" "12" "31" "2" "A-PER" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-YSM" BY REFERENCE LIC-YSM "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "16" "31" "1" "A-YSM" " " RETURNING RESU.
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
            "I-O" LICM_PNAME1 "SHARED" BY REFERENCE LICM_IDLST "1"
            "LIC-KEY" BY REFERENCE LIC-KEY.
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
           INITIALIZE LIC-R.
           MOVE  SPACE  TO T-NAME.
       M-10.
           CALL "SD_Accept" USING BY REFERENCE A-CD "A-CD" "9" "3"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = PF9
               CALL "C3_Set_Jrcode" USING
                USER_ID BY REFERENCE COMPLETION_CODE  255
               GO TO M-95
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-10
           END-IF
           IF  LIC-CD = ZERO
               GO TO M-10
           END-IF
           MOVE  LIC-CD  TO W-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" LICM_PNAME1 BY REFERENCE LIC-R " "
            RETURNING RET.
           IF  RET = 0
               MOVE  1  TO M-FOUND
               MOVE  LIC-TCD  TO T-KEY
               CALL "DB_Read" USING
                "INVALID KEY" T-M_PNAME1 BY REFERENCE T-R "UNLOCK"
                RETURNING RET
               IF  RET = 1
                   MOVE  SPACE  TO T-NAME
               END-IF
           ELSE
               MOVE  0      TO M-FOUND
               INITIALIZE LIC-R
               MOVE  W-KEY  TO LIC-CD
               MOVE  3      TO LIC-PER
               MOVE  1      TO LIC-YSM
               MOVE  SPACE  TO T-NAME
           END-IF
           CALL "SD_Output" USING "C-DSP" C-DSP "p" RETURNING RESU.
       M-11.
           CALL "SD_Accept" USING BY REFERENCE A-NAME "A-NAME" "N" "12"
            BY REFERENCE ESTAT RETURNING RESU.
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
           MOVE  LIC-TCD  TO T-KEY.
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
           CALL "SD_Accept" USING BY REFERENCE A-RATE "A-RATE" "9" "5"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-12
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-13
           END-IF.
       M-14.
           CALL "SD_Accept" USING BY REFERENCE A-MG "A-MG" "9" "10"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-13
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-14
           END-IF.
       M-15.
           CALL "SD_Accept" USING BY REFERENCE A-PER "A-PER" "9" "2"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-14
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-15
           END-IF
           IF  LIC-PER NOT = 1 AND 2 AND 3 AND 4 AND 6 AND 12
               CALL "SD_Output" USING
                "E-ME2" E-ME2 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-15
           END-IF.
       M-16.
           CALL "SD_Accept" USING BY REFERENCE A-YSM "A-YSM" "9" "2"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-15
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-16
           END-IF
           IF  LIC-YSM < 1  OR  LIC-YSM > 12
               CALL "SD_Output" USING
                "E-ME3" E-ME3 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-16
           END-IF.
       M-30.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-16
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
           COMPUTE  LIC-DATE = (2000 + WORK-TD-YY) * 10000
                             + WORK-TD-MM * 100 + WORK-TD-DD.
           MOVE  USER_ID  TO LIC-USER.
           IF  M-FOUND = 1
               CALL "DB_Update" USING
                LICM_PNAME1 LICM_LNAME LIC-R RETURNING RET
           ELSE
               CALL "DB_Insert" USING
                LICM_PNAME1 LICM_LNAME LIC-R RETURNING RET
           END-IF
           GO TO M-05.
       M-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_F_Close" USING
            BY REFERENCE LICM_IDLST LICM_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE T-M_IDLST T-M_PNAME1.
           CALL "DB_Close".
           STOP RUN.
