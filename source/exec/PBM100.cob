       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PBM100.
      *********************************************************
      *    PROGRAM         :  PRE-SEASON BOOKING ENTRY         *
      *    PRINTER TYPE    :  ------                           *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    keys a chain's pre-season indent into PBKF -- customer/
      *    store validated on TC-M, item on SHM, then size slot and
      *    requested delivery month, the same validate-early style
      *    as PON100 -- and ties it to the inbound POF line that is
      *    to cover it.  the PO line must carry the same item and
      *    still be open (or held for open-to-buy approval); PO
      *    number zero leaves the booking unlinked until purchasing
      *    has placed the order.  an existing booking is re-keyed
      *    in place (M-FOUND, SLM100 style) but never below what
      *    POR100 has already released to suspense; confirm 5
      *    cancels the part not yet released.
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
       01  M-QTY                  PIC  9(005)      VALUE ZERO.
       01  W-KEY                  PIC  X(020)      VALUE SPACE.
       01  WORK-TODATE.
           02  WORK-TD-YY         PIC  9(002).
           02  WORK-TD-MM         PIC  9(002).
           02  WORK-TD-DD         PIC  9(002).
       01  D-INFO                 PIC  X(060)      VALUE SPACE.
       01  WORK-INFO.
           02  F                  PIC  X(10)  VALUE  "RELEASED  ".
           02  WORK-INFO-RLQ      PIC  ZZZZ9.
           02  F                  PIC  X(10)  VALUE  "   STATUS ".
           02  WORK-INFO-STAT     PIC  X(010).
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
      *FD  PBKF
           COPY LIPBKF.
      *FD  TC-M
           COPY LITCM.
      *FD  SHM
           COPY SHM.
      *FD  POF
           COPY LIPOF.
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
                "PRE-SEASON BOOKING ENTRY".
           02  FILLER  PIC  X(020) VALUE
                "CUSTOMER / STORE".
           02  FILLER  PIC  X(020) VALUE
                "ITEM CODE".
           02  FILLER  PIC  X(020) VALUE
                "SIZE SLOT  0-9".
           02  FILLER  PIC  X(020) VALUE
                "DELIVERY   CCYYMM".
           02  FILLER  PIC  X(020) VALUE
                "WAREHOUSE".
           02  FILLER  PIC  X(020) VALUE
                "BOOKED PAIRS".
           02  FILLER  PIC  X(020) VALUE
                "PO NUMBER / LINE".
           02  FILLER  PIC  X(030) VALUE
                "CONFIRM OK=1 CANCEL=5 NO=9".
       01  C-DSP.
           02  D-TNAME    PIC  N(026).
           02  D-HNAME    PIC  N(024).
           02  D-INFOF    PIC  X(060).
       01  C-ACP.
           02  A-TCD      PIC  9(004).
           02  A-CCD      PIC  9(003).
           02  A-HCD      PIC  9(006).
           02  A-SIZ      PIC  9(001).
           02  A-DNG      PIC  9(006).
           02  A-WH       PIC  9(001).
           02  A-QTY      PIC  9(005).
           02  A-PONO     PIC  9(006).
           02  A-POLN     PIC  9(002).
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
             03  E-ME1   PIC  X(030) VALUE
                  "***  NO SUCH CUSTOMER      ***".
             03  E-ME2   PIC  X(030) VALUE
                  "***  NO SUCH ITEM CODE     ***".
             03  E-ME3   PIC  X(030) VALUE
                  "***  NO OPEN PO LINE       ***".
             03  E-ME4   PIC  X(030) VALUE
                  "***  PO LINE ITEM DIFFERS  ***".
             03  E-ME5   PIC  X(030) VALUE
                  "***  BELOW RELEASED QTY    ***".
             03  E-ME6   PIC  X(030) VALUE
                  "***  BOOKING CANCELLED     ***".
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
            "C-MID" " " "0" "0" "210" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-MID" "X" "3" "10" "40" " " "C-MID" RETURNING RESU.
       CALL "SD_Init" USING
            "02C-MID" "X" "5" "10" "20" "01C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "03C-MID" "X" "7" "10" "20" "02C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "04C-MID" "X" "9" "10" "20" "03C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "05C-MID" "X" "10" "10" "20" "04C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "06C-MID" "X" "11" "10" "20" "05C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "07C-MID" "X" "12" "10" "20" "06C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "08C-MID" "X" "13" "10" "20" "07C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "09C-MID" "X" "18" "10" "30" "08C-MID" " " RETURNING RESU.
      *C-DSP
       CALL "SD_Init" USING
            "C-DSP" " " "0" "0" "110" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "D-TNAME" "N" "6" "31" "26" " " "C-DSP" RETURNING RESU.
       CALL "SD_From" USING
            "D-TNAME" BY REFERENCE TC-NAME "26" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "D-HNAME" "N" "8" "31" "24" "D-TNAME" " " RETURNING RESU.
       CALL "SD_From" USING
            "D-HNAME" BY REFERENCE SHM-02 "24" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "D-INFOF" "X" "15" "10" "60" "D-HNAME" " " RETURNING RESU.
       CALL "SD_From" USING
            "D-INFOF" BY REFERENCE D-INFO "60" "0" RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "35" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-TCD" "9" "5" "31" "4" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-TCD" BY REFERENCE PBK-TCD "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-CCD" "9" "5" "37" "3" "A-TCD" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-CCD" BY REFERENCE PBK-CCD "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-HCD" "9" "7" "31" "6" "A-CCD" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-HCD" BY REFERENCE PBK-HCD "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-SIZ" "9" "9" "31" "1" "A-HCD" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-SIZ" BY REFERENCE PBK-SIZ "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DNG" "9" "10" "31" "6" "A-SIZ" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DNG" BY REFERENCE PBK-DNG "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-WH" "9" "11" "31" "1" "A-DNG" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-WH" BY REFERENCE PBK-WH "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-QTY" "9" "12" "31" "5" "A-WH" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-QTY" BY REFERENCE M-QTY "5" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-PONO" "9" "13" "31" "6" "A-QTY" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-PONO" BY REFERENCE PBK-PONO "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-POLN" "9" "13" "39" "2" "A-PONO" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-POLN" BY REFERENCE PBK-POLN "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "18" "41" "1" "A-POLN" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DMM" BY REFERENCE M-DMM "1" "0" RETURNING RESU.
      *C-ERR
       CALL "SD_Init" USING
            "C-ERR" " " "0" "0" "187" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-ERR" " " "24" "0" "187" " " "C-ERR" RETURNING RESU.
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
            "E-ME5" "X" "24" "15" "30" "E-ME4" " " RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME6" "X" "24" "15" "30" "E-ME5" " " RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME99" "X" "24" "75" "5" "E-ME6" " " RETURNING RESU.
      *
           ACCEPT USER_ID FROM ARGUMENT-VALUE.
           ACCEPT COMPLETION_CODE FROM ARGUMENT-VALUE.
      *
           CALL "DB_F_Open" USING
            "I-O" PBKF_PNAME1 "SHARED" BY REFERENCE PBKF_IDLST "1"
            "PBK-KEY" BY REFERENCE PBK-KEY.
           CALL "DB_F_Open" USING
            "INPUT" TC-M_PNAME1 "SHARED" BY REFERENCE TC-M_IDLST "1"
            "TC-KEY" BY REFERENCE TC-KEY.
           CALL "DB_F_Open" USING
            "INPUT" SHM_PNAME1 "SHARED" BY REFERENCE SHM_IDLST "1"
            "SHM-KEY" BY REFERENCE SHM-KEY.
           CALL "DB_F_Open" USING
            "INPUT" POF_PNAME1 "SHARED" BY REFERENCE POF_IDLST "1"
            "POF-KEY" BY REFERENCE POF-KEY.
      *
       M-05.
           MOVE    SPACE    TO  ERR-STAT.
           MOVE    ZERO     TO  RESU.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "SD_Output" USING "C-MID" C-MID "p" RETURNING RESU.
           MOVE  ZERO   TO M-FOUND  M-DMM  M-QTY.
           INITIALIZE PBK-R.
           MOVE  SPACE  TO TC-NAME SHM-02 D-INFO.
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
           MOVE  PBK-TCD  TO TC-TCD.
           MOVE  PBK-CCD  TO TC-CCD.
           CALL "DB_Read" USING
            "INVALID KEY" TC-M_PNAME1 BY REFERENCE TC-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               CALL "SD_Output" USING
                "E-ME1" E-ME1 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-10
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
           MOVE  PBK-HCD  TO SHM-01.
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
           END-IF.
       M-14.
           CALL "SD_Accept" USING BY REFERENCE A-DNG "A-DNG" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-13
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-14
           END-IF
           COMPUTE  M-YY = PBK-DNG / 100.
           COMPUTE  M-MM = PBK-DNG - M-YY * 100.
           IF  M-YY < 2000  OR  M-MM < 1  OR  M-MM > 12
               GO TO M-14
           END-IF
           MOVE  PBK-KEY  TO W-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" PBKF_PNAME1 BY REFERENCE PBK-R " "
            RETURNING RET.
           IF  RET = 0
               MOVE  1        TO M-FOUND
               MOVE  PBK-QTY  TO M-QTY
           ELSE
               MOVE  0      TO M-FOUND
               INITIALIZE PBK-R
               MOVE  W-KEY  TO PBK-KEY
               MOVE  ZERO   TO M-QTY
           END-IF
           MOVE  PBK-RLQ  TO WORK-INFO-RLQ.
           EVALUATE  PBK-STAT
             WHEN 1  MOVE  "RELEASED"   TO WORK-INFO-STAT
             WHEN 9  MOVE  "CANCELLED"  TO WORK-INFO-STAT
             WHEN OTHER
                     MOVE  "OPEN"       TO WORK-INFO-STAT
           END-EVALUATE
           IF  M-FOUND = 0
               MOVE  "NEW"  TO WORK-INFO-STAT
           END-IF
           MOVE  WORK-INFO  TO D-INFO.
           CALL "SD_Output" USING "C-DSP" C-DSP "p" RETURNING RESU.
       M-15.
           CALL "SD_Accept" USING BY REFERENCE A-WH "A-WH" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-14
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-15
           END-IF.
       M-16.
           CALL "SD_Accept" USING BY REFERENCE A-QTY "A-QTY" "9" "5"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-15
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-16
           END-IF
           IF  M-QTY = ZERO
               GO TO M-16
           END-IF
           IF  M-QTY < PBK-RLQ
               CALL "SD_Output" USING
                "E-ME5" E-ME5 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-16
           END-IF.
       M-17.
           CALL "SD_Accept" USING BY REFERENCE A-PONO "A-PONO" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-16
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-17
           END-IF
           IF  PBK-PONO = ZERO
               MOVE  ZERO  TO PBK-POLN
               GO TO M-30
           END-IF.
       M-18.
           CALL "SD_Accept" USING BY REFERENCE A-POLN "A-POLN" "9" "2"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-17
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-18
           END-IF
           MOVE  PBK-PONO  TO POF-01.
           MOVE  PBK-POLN  TO POF-02.
           CALL "DB_Read" USING
            "INVALID KEY" POF_PNAME1 BY REFERENCE POF-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1  OR  POF-STAT = 1  OR  POF-STAT = 9
               CALL "SD_Output" USING
                "E-ME3" E-ME3 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-17
           END-IF
           IF  POF-HCD NOT = PBK-HCD
               CALL "SD_Output" USING
                "E-ME4" E-ME4 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-17
           END-IF.
       M-30.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               IF  PBK-PONO = ZERO
                   GO TO M-17
               END-IF
               GO TO M-18
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
               IF  M-FOUND = 0
                   GO TO M-05
               END-IF
               MOVE  9  TO PBK-STAT
               MOVE  USER_ID  TO PBK-USER
               CALL "DB_Update" USING
                PBKF_PNAME1 PBKF_LNAME PBK-R RETURNING RET
               CALL "SD_Output" USING
                "E-ME6" E-ME6 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-05
           END-IF
           MOVE  M-QTY  TO PBK-QTY.
           IF  PBK-RLQ < PBK-QTY
               MOVE  0  TO PBK-STAT
           ELSE
               MOVE  1  TO PBK-STAT
           END-IF
           MOVE  USER_ID  TO PBK-USER.
           IF  M-FOUND = 1
               CALL "DB_Update" USING
                PBKF_PNAME1 PBKF_LNAME PBK-R RETURNING RET
           ELSE
               ACCEPT  WORK-TODATE  FROM  DATE
               COMPUTE  PBK-NGP = (2000 + WORK-TD-YY) * 10000
                                + WORK-TD-MM * 100 + WORK-TD-DD
               CALL "DB_Insert" USING
                PBKF_PNAME1 PBKF_LNAME PBK-R RETURNING RET
           END-IF
           GO TO M-05.
       M-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_F_Close" USING
            BY REFERENCE PBKF_IDLST PBKF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE TC-M_IDLST TC-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE SHM_IDLST SHM_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE POF_IDLST POF_PNAME1.
           CALL "DB_Close".
           STOP RUN.
