       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         DLM100.
      *********************************************************
      *    PROGRAM         :  DLVM SHIP-TO MASTER MAINTENANCE  *
      *    PRINTER TYPE    :  ------                           *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    maintains the delivery-destination shipping master one
      *    DLV-KEY (customer + destination code) at a time, the
      *    same single-record random-keyed maintenance style as
      *    CAM100/TCM100.  the customer must be on TC-M (its head-
      *    office row) and a nonzero carrier on CARM; carrier zero
      *    is our own trucks and keeps the ship-to out of CEX100's
      *    carrier files.
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
      *FD  DLVM
           COPY LIDLVM.
      *FD  TC-M
           COPY LITCM.
      *FD  CARM
           COPY LICARM.
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
                "DLVM SHIP-TO MASTER MAINTENANCE".
           02  FILLER  PIC  X(020) VALUE
                "CUSTOMER CODE".
           02  FILLER  PIC  X(020) VALUE
                "DEST CODE  001=HQ".
           02  FILLER  PIC  X(020) VALUE
                "POSTAL CODE".
           02  FILLER  PIC  X(020) VALUE
                "ADDRESS 1".
           02  FILLER  PIC  X(020) VALUE
                "ADDRESS 2".
           02  FILLER  PIC  X(020) VALUE
                "TELEPHONE".
           02  FILLER  PIC  X(020) VALUE
                "CARRIER 0=OWN TRUCK".
           02  FILLER  PIC  X(020) VALUE
                "TIME SLOT  00=NONE".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-ACP.
           02  A-TCD      PIC  9(004).
           02  A-CCD      PIC  9(003).
           02  A-ZIP      PIC  X(008).
           02  A-ADR1     PIC  N(020).
           02  A-ADR2     PIC  N(020).
           02  A-TEL      PIC  X(013).
           02  A-CAR      PIC  9(003).
           02  A-TSLOT    PIC  9(002).
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
             03  E-ME1   PIC  X(030) VALUE
                  "***  NO SUCH CUSTOMER CODE ***".
             03  E-ME2   PIC  X(030) VALUE
                  "***  CARRIER NOT ON FILE   ***".
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
            "C-MID" " " "0" "0" "220" " " " " RETURNING RESU.
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
            "10C-MID" "X" "14" "10" "20" "09C-MID" " " RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "114" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-TCD" "9" "5" "31" "4" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-TCD" BY REFERENCE DLV-TCD "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-CCD" "9" "6" "31" "3" "A-TCD" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-CCD" BY REFERENCE DLV-CCD "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-ZIP" "X" "7" "31" "8" "A-CCD" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-ZIP" BY REFERENCE DLV-ZIP "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-ADR1" "N" "8" "31" "20" "A-ZIP" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-ADR1" BY REFERENCE DLV-ADR1 "20" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-ADR2" "N" "9" "31" "20" "A-ADR1" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-ADR2" BY REFERENCE DLV-ADR2 "20" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-TEL" "X" "10" "31" "13" "A-ADR2" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-TEL" BY REFERENCE DLV-TEL "13" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-CAR" "9" "11" "31" "3" "A-TEL" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-CAR" BY REFERENCE DLV-CAR "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-TSLOT" "9" "12" "31" "2" "A-CAR" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-TSLOT" BY REFERENCE DLV-TSLOT "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "14" "31" "1" "A-TSLOT" " " RETURNING RESU.
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
            "I-O" DLVM_PNAME1 "SHARED" BY REFERENCE DLVM_IDLST "1"
            "DLV-KEY" BY REFERENCE DLV-KEY.
           CALL "DB_F_Open" USING
            "INPUT" TC-M_PNAME1 "SHARED" BY REFERENCE TC-M_IDLST "1"
            "TC-KEY" BY REFERENCE TC-KEY.
           CALL "DB_F_Open" USING
            "INPUT" CARM_PNAME1 "SHARED" BY REFERENCE CARM_IDLST "1"
            "CAR-KEY" BY REFERENCE CAR-KEY.
      *
       M-05.
           MOVE    SPACE    TO  ERR-STAT.
           MOVE    ZERO     TO  RESU.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "SD_Output" USING "C-MID" C-MID "p" RETURNING RESU.
           MOVE  ZERO   TO M-FOUND  M-DMM.
           INITIALIZE DLV-R.
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
           IF  DLV-TCD = ZERO
               GO TO M-10
           END-IF
           MOVE  DLV-TCD  TO TC-TCD.
           MOVE  1        TO TC-CCD.
           CALL "DB_Read" USING
            "INVALID KEY" TC-M_PNAME1 BY REFERENCE TC-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               CALL "SD_Output" USING
                "E-ME1" E-ME1 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-10
           END-IF.
       M-11.
           CALL "SD_Accept" USING BY REFERENCE A-CCD "A-CCD" "9" "3"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-10
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-11
           END-IF
           IF  DLV-CCD = ZERO
               GO TO M-11
           END-IF
           CALL "DB_Read" USING
            "INVALID KEY" DLVM_PNAME1 BY REFERENCE DLV-R " "
            RETURNING RET.
           IF  RET = 0
               MOVE  1  TO M-FOUND
           ELSE
               MOVE  0      TO M-FOUND
               MOVE  SPACE  TO DLV-ZIP DLV-ADR1 DLV-ADR2 DLV-TEL
               MOVE  ZERO   TO DLV-CAR DLV-TSLOT
           END-IF.
       M-12.
           CALL "SD_Accept" USING BY REFERENCE A-ZIP "A-ZIP" "X" "8"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-11
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-12
           END-IF.
       M-13.
           CALL "SD_Accept" USING BY REFERENCE A-ADR1 "A-ADR1" "N"
            "20" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-12
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-13
           END-IF.
       M-14.
           CALL "SD_Accept" USING BY REFERENCE A-ADR2 "A-ADR2" "N"
            "20" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-13
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-14
           END-IF.
       M-15.
           CALL "SD_Accept" USING BY REFERENCE A-TEL "A-TEL" "X" "13"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-14
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-15
           END-IF.
       M-16.
           CALL "SD_Accept" USING BY REFERENCE A-CAR "A-CAR" "9" "3"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-15
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-16
           END-IF
           IF  DLV-CAR = ZERO
               GO TO M-17
           END-IF
           MOVE  DLV-CAR  TO CAR-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" CARM_PNAME1 BY REFERENCE CAR-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               CALL "SD_Output" USING
                "E-ME2" E-ME2 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-16
           END-IF.
       M-17.
           CALL "SD_Accept" USING BY REFERENCE A-TSLOT "A-TSLOT" "9"
            "2" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-16
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-17
           END-IF.
       M-20.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-17
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
           MOVE  USER_ID  TO DLV-USER.
           IF  M-FOUND = 1
               CALL "DB_Update" USING
                DLVM_PNAME1 DLVM_LNAME DLV-R RETURNING RET
           ELSE
               CALL "DB_Insert" USING
                DLVM_PNAME1 DLVM_LNAME DLV-R RETURNING RET
           END-IF
           GO TO M-05.
       M-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_F_Close" USING
            BY REFERENCE CARM_IDLST CARM_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE TC-M_IDLST TC-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE DLVM_IDLST DLVM_PNAME1.
           CALL "DB_Close".
           STOP RUN.
