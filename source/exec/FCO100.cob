       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         FCO100.
      *********************************************************
      *    PROGRAM         :  FORECAST OVERRIDE ENTRY          *
      *    PRINTER TYPE    :  ------                           *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    the buyer's own figure for an item and month, keyed into
      *    FCSTF beside FCS100's statistical one, the same single-
      *    record random-keyed style as BNM100 with M-FOUND deciding
      *    DB_Update from DB_Insert.  the screen shows the current
      *    statistical figure and any override already keyed;
      *    confirm 1 keeps the entered pairs as the override, 5
      *    takes an existing override off so the month falls back
      *    to the statistical figure.  FCS-STAT is never touched
      *    here, and FCS100 never touches the override.  a month
      *    FCS100 has already measured (FCS-ACTF = 1) is closed to
      *    overrides.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SYSTEM3100.
       OBJECT-COMPUTER. SYSTEM3100.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  M-FOUND                PIC  9(001)      VALUE ZERO.
       01  M-DMM                  PIC  9(001)      VALUE ZERO.
       01  M-OVR                  PIC  9(008)      VALUE ZERO.
       01  M-YY                   PIC  9(004)      VALUE ZERO.
       01  M-MM                   PIC  9(002)      VALUE ZERO.
       01  W-TODAY                PIC  9(008)      VALUE ZERO.
       01  W-NG                   PIC  9(006)      VALUE ZERO.
       01  WORK-TODATE.
           02  WORK-TD-YY         PIC  9(002).
           02  WORK-TD-MM         PIC  9(002).
           02  WORK-TD-DD         PIC  9(002).
       01  D-INFO                 PIC  X(060)      VALUE SPACE.
       01  WORK-INFO.
           02  F                  PIC  X(13)  VALUE  "STATISTICAL  ".
           02  WORK-INFO-STAT     PIC  ZZZZZZZ9.
           02  F                  PIC  X(14)  VALUE  "   OVERRIDE   ".
           02  WORK-INFO-OVR      PIC  ZZZZZZZ9.
           02  WORK-INFO-OVRX REDEFINES  WORK-INFO-OVR  PIC  X(008).
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
      *FD  SHM
           COPY SHM.
      *FD  FCSTF
           COPY LIFCST.
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
                "FORECAST OVERRIDE ENTRY".
           02  FILLER  PIC  X(020) VALUE
                "ITEM CODE".
           02  FILLER  PIC  X(020) VALUE
                "MONTH      CCYYMM".
           02  FILLER  PIC  X(020) VALUE
                "OVERRIDE PAIRS".
           02  FILLER  PIC  X(030) VALUE
                "CONFIRM OK=1 REMOVE=5 NO=9".
       01  C-DSP.
           02  D-NAME     PIC  N(024).
           02  D-INFOF    PIC  X(060).
       01  C-ACP.
           02  A-HCD      PIC  9(006).
           02  A-NG       PIC  9(006).
           02  A-OVR      PIC  9(008).
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
             03  E-ME1   PIC  X(030) VALUE
                  "***  NO SUCH ITEM          ***".
             03  E-ME2   PIC  X(030) VALUE
                  "***  MONTH ALREADY MEASURED***".
             03  E-ME3   PIC  X(030) VALUE
                  "***  NO OVERRIDE TO REMOVE ***".
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
            "C-MID" " " "0" "0" "130" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-MID" "X" "3" "10" "40" " " "C-MID" RETURNING RESU.
       CALL "SD_Init" USING
            "02C-MID" "X" "5" "10" "20" "01C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "03C-MID" "X" "7" "10" "20" "02C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "04C-MID" "X" "11" "10" "20" "03C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "05C-MID" "X" "18" "10" "30" "04C-MID" " " RETURNING RESU.
      *C-DSP
       CALL "SD_Init" USING
            "C-DSP" " " "0" "0" "84" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "D-NAME" "N" "5" "40" "24" " " "C-DSP" RETURNING RESU.
       CALL "SD_From" USING
            "D-NAME" BY REFERENCE SHM-02 "24" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "D-INFOF" "X" "9" "10" "60" "D-NAME" " " RETURNING RESU.
       CALL "SD_From" USING
            "D-INFOF" BY REFERENCE D-INFO "60" "0" RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "21" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-HCD" "9" "5" "31" "6" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-HCD" BY REFERENCE FCS-HCD "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-NG" "9" "7" "31" "6" "A-HCD" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-NG" BY REFERENCE FCS-NG "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-OVR" "9" "11" "31" "8" "A-NG" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-OVR" BY REFERENCE M-OVR "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "18" "41" "1" "A-OVR" " " RETURNING RESU.
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
            "I-O" FCSTF_PNAME1 "SHARED" BY REFERENCE FCSTF_IDLST "1"
            "FCS-KEY" BY REFERENCE FCS-KEY.
           CALL "DB_F_Open" USING
            "INPUT" SHM_PNAME1 "SHARED" BY REFERENCE SHM_IDLST "1"
            "SHM-KEY" BY REFERENCE SHM-KEY.
      *
       M-05.
           MOVE    SPACE    TO  ERR-STAT.
           MOVE    ZERO     TO  RESU.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "SD_Output" USING "C-MID" C-MID "p" RETURNING RESU.
           MOVE  ZERO   TO M-FOUND  M-DMM  M-OVR.
           INITIALIZE FCS-R.
           ACCEPT  WORK-TODATE  FROM  DATE.
           COMPUTE  W-TODAY = (2000 + WORK-TD-YY) * 10000
                  + WORK-TD-MM * 100 + WORK-TD-DD.
       M-10.
           CALL "SD_Accept" USING BY REFERENCE A-HCD "A-HCD" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = PF9
               CALL "C3_Set_Jrcode" USING
                USER_ID BY REFERENCE COMPLETION_CODE  255
               GO TO M-95
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-10
           END-IF
           MOVE  FCS-HCD  TO SHM-01.
           CALL "DB_Read" USING
            "INVALID KEY" SHM_PNAME1 BY REFERENCE SHM-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               CALL "SD_Output" USING
                "E-ME1" E-ME1 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-10
           END-IF
           MOVE  SPACE  TO D-INFO.
           CALL "SD_Output" USING "C-DSP" C-DSP "p" RETURNING RESU.
       M-12.
           CALL "SD_Accept" USING BY REFERENCE A-NG "A-NG" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-10
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-12
           END-IF
           COMPUTE  M-YY = FCS-NG / 100.
           COMPUTE  M-MM = FCS-NG - M-YY * 100.
           IF  M-MM < 1  OR  M-MM > 12
               GO TO M-12
           END-IF
           MOVE  FCS-NG  TO W-NG.
           CALL "DB_Read" USING
            "INVALID KEY" FCSTF_PNAME1 BY REFERENCE FCS-R " "
            RETURNING RET.
           IF  RET = 0
               MOVE  1  TO M-FOUND
           ELSE
               MOVE  0  TO M-FOUND
               MOVE  SHM-01  TO FCS-HCD
               MOVE  W-NG    TO FCS-NG
               MOVE  SHM-07  TO FCS-CLS
               MOVE  ZERO    TO FCS-STAT FCS-BASNG FCS-OVRF FCS-OVR
                                FCS-OVRDT FCS-ACTF FCS-ACT
               MOVE  SPACE   TO FCS-OVRUSR
           END-IF
           IF  FCS-ACTF = 1
               CALL "SD_Output" USING
                "E-ME2" E-ME2 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-12
           END-IF
           MOVE  FCS-STAT  TO WORK-INFO-STAT.
           IF  FCS-OVRF = 1
               MOVE  FCS-OVR  TO WORK-INFO-OVR M-OVR
           ELSE
               MOVE  "  (NONE)"  TO WORK-INFO-OVRX
               MOVE  ZERO        TO M-OVR
           END-IF
           MOVE  WORK-INFO  TO D-INFO.
           CALL "SD_Output" USING "C-DSP" C-DSP "p" RETURNING RESU.
       M-14.
           CALL "SD_Accept" USING BY REFERENCE A-OVR "A-OVR" "9" "8"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-12
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-14
           END-IF.
       M-30.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-14
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-30
           END-IF
           IF  M-DMM NOT = 1  AND  5  AND  9
               GO TO M-30
           END-IF
           IF  M-DMM = 9
               GO TO M-05
           END-IF
           IF  M-DMM = 5
               IF  FCS-OVRF NOT = 1
                   CALL "SD_Output" USING
                    "E-ME3" E-ME3 "p" RETURNING RESU
                   CALL "SD_Output" USING
                    "E-ME99" E-ME99 "p" RETURNING RESU
                   GO TO M-30
               END-IF
               MOVE  0     TO FCS-OVRF
               MOVE  ZERO  TO FCS-OVR
           ELSE
               MOVE  1      TO FCS-OVRF
               MOVE  M-OVR  TO FCS-OVR
           END-IF
           MOVE  USER_ID  TO FCS-OVRUSR.
           MOVE  W-TODAY  TO FCS-OVRDT.
           IF  M-FOUND = 1
               CALL "DB_Update" USING
                FCSTF_PNAME1 FCSTF_LNAME FCS-R RETURNING RET
           ELSE
               CALL "DB_Insert" USING
                FCSTF_PNAME1 FCSTF_LNAME FCS-R RETURNING RET
           END-IF
           GO TO M-05.
       M-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_F_Close" USING
            BY REFERENCE FCSTF_IDLST FCSTF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE SHM_IDLST SHM_PNAME1.
           CALL "DB_Close".
           STOP RUN.
