       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PPM100.
      *********************************************************
      *    PROGRAM         :  PREPACK CASE MAINTENANCE         *
      *    PRINTER TYPE    :  ------                           *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    keys the sealed assorted-size cases an item is sold in
      *    -- item validated on SHM, a case code, then the pairs of
      *    each of the ten size slots packed in one case -- into
      *    PPKM, the same single-record random-keyed maintenance as
      *    SLM100, M-FOUND deciding DB_Update from DB_Insert.  the
      *    pairs per case is the sum of the slots, never keyed.  a
      *    case is taken out of use by keying every slot back to
      *    zero; JSI100 then refuses case orders against it.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SYSTEM3100.
       OBJECT-COMPUTER. SYSTEM3100.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  M-FOUND                PIC  9(001)      VALUE ZERO.
       01  M-DMM                  PIC  9(001)      VALUE ZERO.
       01  M-IX                   PIC  9(002)      VALUE ZERO.
       01  M-KEY                  PIC  X(008)      VALUE SPACE.
       01  WORK-TODATE.
           02  WORK-TD-YY         PIC  9(002).
           02  WORK-TD-MM         PIC  9(002).
           02  WORK-TD-DD         PIC  9(002).
       01  D-INFO                 PIC  X(060)      VALUE SPACE.
       01  WORK-INFO.
           02  F                  PIC  X(15)  VALUE  "PAIRS PER CASE ".
           02  WORK-INFO-PPC      PIC  ZZZ9.
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
      *FD  PPKM
           COPY LIPPKM.
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
                "PREPACK CASE MAINTENANCE".
           02  FILLER  PIC  X(020) VALUE
                "ITEM CODE".
           02  FILLER  PIC  X(020) VALUE
                "CASE CODE".
           02  FILLER  PIC  X(020) VALUE
                "PAIRS PER SLOT 0-9".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-DSP.
           02  D-HNAME    PIC  N(024).
           02  D-INFOF    PIC  X(060).
       01  C-ACP.
           02  A-HCD      PIC  9(006).
           02  A-CASE     PIC  9(002).
           02  A-Q01      PIC  9(003).
           02  A-Q02      PIC  9(003).
           02  A-Q03      PIC  9(003).
           02  A-Q04      PIC  9(003).
           02  A-Q05      PIC  9(003).
           02  A-Q06      PIC  9(003).
           02  A-Q07      PIC  9(003).
           02  A-Q08      PIC  9(003).
           02  A-Q09      PIC  9(003).
           02  A-Q10      PIC  9(003).
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
             03  E-ME1   PIC  X(030) VALUE
                  "***  NO SUCH ITEM CODE     ***".
             03  E-ME2   PIC  X(030) VALUE
                  "***  CASE CODE NOT KEYED   ***".
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
            "02C-MID" "X" "5" "10" "20" "01C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "03C-MID" "X" "7" "10" "20" "02C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "04C-MID" "X" "9" "10" "20" "03C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "05C-MID" "X" "16" "10" "20" "04C-MID" " " RETURNING RESU.
      *C-DSP
       CALL "SD_Init" USING
            "C-DSP" " " "0" "0" "84" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "D-HNAME" "N" "6" "31" "24" " " "C-DSP" RETURNING RESU.
       CALL "SD_From" USING
            "D-HNAME" BY REFERENCE SHM-02 "24" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "D-INFOF" "X" "13" "10" "60" "D-HNAME" " " RETURNING RESU.
       CALL "SD_From" USING
            "D-INFOF" BY REFERENCE D-INFO "60" "0" RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "39" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-HCD" "9" "5" "31" "6" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-HCD" BY REFERENCE PPK-HCD "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-CASE" "9" "7" "31" "2" "A-HCD" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-CASE" BY REFERENCE PPK-CASE "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-Q01" "9" "10" "10" "3" "A-CASE" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-Q01" BY REFERENCE PPK-Q(1) "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-Q02" "9" "10" "16" "3" "A-Q01" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-Q02" BY REFERENCE PPK-Q(2) "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-Q03" "9" "10" "22" "3" "A-Q02" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-Q03" BY REFERENCE PPK-Q(3) "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-Q04" "9" "10" "28" "3" "A-Q03" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-Q04" BY REFERENCE PPK-Q(4) "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-Q05" "9" "10" "34" "3" "A-Q04" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-Q05" BY REFERENCE PPK-Q(5) "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-Q06" "9" "11" "10" "3" "A-Q05" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-Q06" BY REFERENCE PPK-Q(6) "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-Q07" "9" "11" "16" "3" "A-Q06" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-Q07" BY REFERENCE PPK-Q(7) "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-Q08" "9" "11" "22" "3" "A-Q07" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-Q08" BY REFERENCE PPK-Q(8) "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-Q09" "9" "11" "28" "3" "A-Q08" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-Q09" BY REFERENCE PPK-Q(9) "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-Q10" "9" "11" "34" "3" "A-Q09" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-Q10" BY REFERENCE PPK-Q(10) "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "16" "31" "1" "A-Q10" " " RETURNING RESU.
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
            "I-O" PPKM_PNAME1 "SHARED" BY REFERENCE PPKM_IDLST "1"
            "PPK-KEY" BY REFERENCE PPK-KEY.
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
           INITIALIZE PPK-R.
           MOVE  SPACE  TO SHM-02 D-INFO.
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
           MOVE  PPK-HCD  TO SHM-01.
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
           CALL "SD_Output" USING "C-DSP" C-DSP "p" RETURNING RESU.
       M-11.
           CALL "SD_Accept" USING BY REFERENCE A-CASE "A-CASE" "9" "2"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-10
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-11
           END-IF
           IF  PPK-CASE = ZERO
               CALL "SD_Output" USING
                "E-ME2" E-ME2 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-11
           END-IF
           MOVE  PPK-KEY  TO M-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" PPKM_PNAME1 BY REFERENCE PPK-R " "
            RETURNING RET.
           IF  RET = 0
               MOVE  1  TO M-FOUND
           ELSE
               MOVE  0      TO M-FOUND
               INITIALIZE PPK-R
               MOVE  M-KEY  TO PPK-KEY
           END-IF
           PERFORM  PPC-RTN  THRU  PPC-RTN-EXIT.
       M-12.
           CALL "SD_Accept" USING BY REFERENCE A-Q01 "A-Q01" "9" "3"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-11
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-12
           END-IF.
       M-13.
           CALL "SD_Accept" USING BY REFERENCE A-Q02 "A-Q02" "9" "3"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-12
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-13
           END-IF.
       M-14.
           CALL "SD_Accept" USING BY REFERENCE A-Q03 "A-Q03" "9" "3"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-13
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-14
           END-IF.
       M-15.
           CALL "SD_Accept" USING BY REFERENCE A-Q04 "A-Q04" "9" "3"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-14
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-15
           END-IF.
       M-16.
           CALL "SD_Accept" USING BY REFERENCE A-Q05 "A-Q05" "9" "3"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-15
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-16
           END-IF.
       M-17.
           CALL "SD_Accept" USING BY REFERENCE A-Q06 "A-Q06" "9" "3"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-16
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-17
           END-IF.
       M-18.
           CALL "SD_Accept" USING BY REFERENCE A-Q07 "A-Q07" "9" "3"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-17
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-18
           END-IF.
       M-19.
           CALL "SD_Accept" USING BY REFERENCE A-Q08 "A-Q08" "9" "3"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-18
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-19
           END-IF.
       M-20.
           CALL "SD_Accept" USING BY REFERENCE A-Q09 "A-Q09" "9" "3"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-19
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-20
           END-IF.
       M-21.
           CALL "SD_Accept" USING BY REFERENCE A-Q10 "A-Q10" "9" "3"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-20
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-21
           END-IF
           PERFORM  PPC-RTN  THRU  PPC-RTN-EXIT.
       M-30.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-21
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
           COMPUTE  PPK-DATE = (2000 + WORK-TD-YY) * 10000
                             + WORK-TD-MM * 100 + WORK-TD-DD.
           MOVE  USER_ID  TO PPK-USER.
           IF  M-FOUND = 1
               CALL "DB_Update" USING
                PPKM_PNAME1 PPKM_LNAME PPK-R RETURNING RET
           ELSE
               CALL "DB_Insert" USING
                PPKM_PNAME1 PPKM_LNAME PPK-R RETURNING RET
           END-IF
           GO TO M-05.
      *
      *    PPC-RTN  -  pairs per case, the slot sum, onto the record
      *    and the screen.
      *
       PPC-RTN.
           MOVE  ZERO  TO PPK-PPC.
           MOVE  1     TO M-IX.
       PPC-010.
           IF  M-IX NOT > 10
               ADD  PPK-Q(M-IX)  TO PPK-PPC
               ADD  1  TO M-IX
               GO TO PPC-010
           END-IF
           MOVE  PPK-PPC    TO WORK-INFO-PPC.
           MOVE  WORK-INFO  TO D-INFO.
           CALL "SD_Output" USING "C-DSP" C-DSP "p" RETURNING RESU.
       PPC-RTN-EXIT.
           EXIT.
       M-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_F_Close" USING
            BY REFERENCE PPKM_IDLST PPKM_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE SHM_IDLST SHM_PNAME1.
           CALL "DB_Close".
           STOP RUN.
