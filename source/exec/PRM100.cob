       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PRM100.
      *********************************************************
      *    PROGRAM         :  PROMOTION CAMPAIGN MAINTENANCE   *
      *    PRINTER TYPE    :  ------                           *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    keys a chain's special-price campaign into PRMF one row
      *    at a time -- campaign code, the customer or bill-to head
      *    office it is agreed with (validated on TC-M), item on
      *    SHM and size slot (9 = every size, THTC's any-size row)
      *    -- with the promotional price and its start/end dates,
      *    the same single-record random-keyed maintenance as
      *    SLM100, M-FOUND deciding DB_Update from DB_Insert.  the
      *    regular THTC price is never touched, so nothing has to
      *    be put back when the window closes; a row is withdrawn
      *    by keying its price back to zero.
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
       01  W-KEY                  PIC  X(015)      VALUE SPACE.
       01  WORK-TODATE.
           02  WORK-TD-YY         PIC  9(002).
           02  WORK-TD-MM         PIC  9(002).
           02  WORK-TD-DD         PIC  9(002).
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
      *FD  PRMF
           COPY LIPRMF.
      *FD  TC-M
           COPY LITCM.
      *FD  SHM
           COPY SHM.
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
                "PROMOTION CAMPAIGN MAINTENANCE".
           02  FILLER  PIC  X(020) VALUE
                "CAMPAIGN CODE".
           02  FILLER  PIC  X(020) VALUE
                "CUSTOMER / BILL-TO".
           02  FILLER  PIC  X(020) VALUE
                "ITEM CODE".
           02  FILLER  PIC  X(020) VALUE
                "SIZE SLOT  9=ALL".
           02  FILLER  PIC  X(020) VALUE
                "PROMOTION PRICE".
           02  FILLER  PIC  X(020) VALUE
                "START      CCYYMMDD".
           02  FILLER  PIC  X(020) VALUE
                "END        CCYYMMDD".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-DSP.
           02  D-TNAME    PIC  N(026).
           02  D-HNAME    PIC  N(024).
       01  C-ACP.
           02  A-CD       PIC  9(004).
           02  A-TCD      PIC  9(004).
           02  A-HCD      PIC  9(006).
           02  A-SIZ      PIC  9(001).
           02  A-T        PIC  9(005).
           02  A-FROM     PIC  9(008).
           02  A-TO       PIC  9(008).
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
             03  E-ME1   PIC  X(030) VALUE
                  "***  NO SUCH CUSTOMER      ***".
             03  E-ME2   PIC  X(030) VALUE
                  "***  NO SUCH ITEM CODE     ***".
             03  E-ME3   PIC  X(030) VALUE
                  "***  DATE NOT VALID        ***".
             03  E-ME4   PIC  X(030) VALUE
                  "***  END BEFORE START      ***".
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
            "04C-MID" "X" "8" "10" "20" "03C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "05C-MID" "X" "10" "10" "20" "04C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "06C-MID" "X" "12" "10" "20" "05C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "07C-MID" "X" "13" "10" "20" "06C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "08C-MID" "X" "14" "10" "20" "07C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "09C-MID" "X" "18" "10" "20" "08C-MID" " " RETURNING RESU.
      *C-DSP
       CALL "SD_Init" USING
            "C-DSP" " " "0" "0" "50" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "D-TNAME" "N" "7" "31" "26" " " "C-DSP" RETURNING RESU.
       CALL "SD_From" USING
            "D-TNAME" BY REFERENCE TC-NAME "26" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "D-HNAME" "N" "9" "31" "24" "D-TNAME" " " RETURNING RESU.
       CALL "SD_From" USING
            "D-HNAME" BY REFERENCE SHM-02 "24" "0" RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "37" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-CD" "9" "5" "31" "4" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-CD" BY REFERENCE PRM-CD "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-TCD" "9" "6" "31" "4" "A-CD" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-TCD" BY REFERENCE PRM-TCD "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-HCD" "9" "8" "31" "6" "A-TCD" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-HCD" BY REFERENCE PRM-HCD "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-SIZ" "9" "10" "31" "1" "A-HCD" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-SIZ" BY REFERENCE PRM-SIZ "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-T" "9" "12" "31" "5" "A-SIZ" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-T" BY REFERENCE PRM-T "5" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-FROM" "9" "13" "31" "8" "A-T" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-FROM" BY REFERENCE PRM-FROM "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-TO" "9" "14" "31" "8" "A-FROM" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-TO" BY REFERENCE PRM-TO "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "18" "31" "1" "A-TO" " " RETURNING RESU.
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
            "I-O" PRMF_PNAME1 "SHARED" BY REFERENCE PRMF_IDLST "1"
            "PRM-KEY" BY REFERENCE PRM-KEY.
           CALL "DB_F_Open" USING
            "INPUT" TC-M_PNAME1 "SHARED" BY REFERENCE TC-M_IDLST "1"
            "TC-KEY" BY REFERENCE TC-KEY.
           CALL "DB_F_Open" USING
            "INPUT" SHM_PNAME1 "SHARED" BY REFERENCE SHM_IDLST "1"
            "SHM-KEY" BY REFERENCE SHM-KEY.
      *
       M-05.
           MOVE    SPACE    TO  ERR-STAT.
           MOVE    ZERO     TO  RESU.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "SD_Output" USING "C-MID" C-MID "p" RETURNING RESU.
           MOVE  ZERO   TO M-FOUND  M-DMM.
           INITIALIZE PRM-R.
           MOVE  SPACE  TO TC-NAME SHM-02.
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
           IF  PRM-CD = ZERO
               GO TO M-10
           END-IF.
       M-11.
           CALL "SD_Accept" USING BY REFERENCE A-TCD "A-TCD" "9" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-10
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-11
           END-IF
           MOVE  PRM-TCD  TO TC-TCD.
           MOVE  1        TO TC-CCD.
           CALL "DB_Read" USING
            "INVALID KEY" TC-M_PNAME1 BY REFERENCE TC-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               CALL "SD_Output" USING
                "E-ME1" E-ME1 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-11
           END-IF
           CALL "SD_Output" USING "C-DSP" C-DSP "p" RETURNING RESU.
       M-12.
           CALL "SD_Accept" USING BY REFERENCE A-HCD "A-HCD" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-11
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-12
           END-IF
           MOVE  PRM-HCD  TO SHM-01.
           CALL "DB_Read" USING
            "INVALID KEY" SHM_PNAME1 BY REFERENCE SHM-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               CALL "SD_Output" USING
                "E-ME2" E-ME2 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-12
           END-IF
           CALL "SD_Output" USING "C-DSP" C-DSP "p" RETURNING RESU.
       M-13.
           CALL "SD_Accept" USING BY REFERENCE A-SIZ "A-SIZ" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-12
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-13
           END-IF
           MOVE  PRM-KEY  TO W-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" PRMF_PNAME1 BY REFERENCE PRM-R " "
            RETURNING RET.
           IF  RET = 0
               MOVE  1  TO M-FOUND
           ELSE
               MOVE  0      TO M-FOUND
               INITIALIZE PRM-R
               MOVE  W-KEY  TO PRM-KEY
           END-IF.
       M-14.
           CALL "SD_Accept" USING BY REFERENCE A-T "A-T" "9" "5"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-13
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-14
           END-IF.
       M-15.
           CALL "SD_Accept" USING BY REFERENCE A-FROM "A-FROM" "9" "8"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-14
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-15
           END-IF
           MOVE  PRM-FROM  TO M-DATE.
           PERFORM  DATE-CHK-RTN  THRU  DATE-CHK-RTN-EXIT.
           IF  RET = 1
               GO TO M-15
           END-IF.
       M-16.
           CALL "SD_Accept" USING BY REFERENCE A-TO "A-TO" "9" "8"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-15
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-16
           END-IF
           MOVE  PRM-TO  TO M-DATE.
           PERFORM  DATE-CHK-RTN  THRU  DATE-CHK-RTN-EXIT.
           IF  RET = 1
               GO TO M-16
           END-IF
           IF  PRM-TO < PRM-FROM
               CALL "SD_Output" USING
                "E-ME4" E-ME4 "p" RETURNING RESU
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
           COMPUTE  PRM-DATE = (2000 + WORK-TD-YY) * 10000
                             + WORK-TD-MM * 100 + WORK-TD-DD.
           MOVE  USER_ID  TO PRM-USER.
           IF  M-FOUND = 1
               CALL "DB_Update" USING
                PRMF_PNAME1 PRMF_LNAME PRM-R RETURNING RET
           ELSE
               CALL "DB_Insert" USING
                PRMF_PNAME1 PRMF_LNAME PRM-R RETURNING RET
           END-IF
           GO TO M-05.
      *
      *    DATE-CHK-RTN  -  M-DATE as a plausible CCYYMMDD; RET 1
      *    and the message when it is not.
      *
       DATE-CHK-RTN.
           MOVE  0  TO RET.
           COMPUTE  M-YY = M-DATE / 10000.
           COMPUTE  M-MM = (M-DATE - M-YY * 10000) / 100.
           COMPUTE  M-DD = M-DATE - M-YY * 10000 - M-MM * 100.
           IF  M-YY < 2000  OR  M-MM < 1  OR  M-MM > 12
                            OR  M-DD < 1  OR  M-DD > 31
               MOVE  1  TO RET
               CALL "SD_Output" USING
                "E-ME3" E-ME3 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
           END-IF.
       DATE-CHK-RTN-EXIT.
           EXIT.
       M-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_F_Close" USING
            BY REFERENCE PRMF_IDLST PRMF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE TC-M_IDLST TC-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE SHM_IDLST SHM_PNAME1.
           CALL "DB_Close".
           STOP RUN.
