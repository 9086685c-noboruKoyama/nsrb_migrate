       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         BIN100.
      *********************************************************
      *    PROGRAM         :  BIN-LOCATION MASTER MAINTENANCE  *
      *    PRINTER TYPE    :  ------                           *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    keys a bin into BIN-M one row at a time -- warehouse and
      *    bin code, the walk zone (A/B/C) and walk sequence, home
      *    or overflow, the item (validated on SHM; required for a
      *    home bin, optional for an overflow bin), the capacity,
      *    the pairs counted in it and the open/closed status -- the
      *    same single-record random-keyed maintenance as LIC100,
      *    M-FOUND deciding DB_Update from DB_Insert.
      *    an item may have only one open home bin in a warehouse:
      *    BN-HOME-RTN scans BIN-M for another before the item is
      *    taken, since PUT100 sends every receipt of the item to
      *    that one bin.  keying the pairs field is how a bin count
      *    corrects BIN-QTY after picking has drawn the bin down.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SYSTEM3100.
       OBJECT-COMPUTER. SYSTEM3100.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  M-FOUND                PIC  9(001)      VALUE ZERO.
       01  M-DMM                  PIC  9(001)      VALUE ZERO.
       01  M-HOME                 PIC  9(001)      VALUE ZERO.
       01  W-WH                   PIC  9(001)      VALUE ZERO.
       01  W-CD                   PIC  X(006)      VALUE SPACE.
       01  W-HCD                  PIC  9(006)      VALUE ZERO.
       01  W-BINR                 PIC  X(055)      VALUE SPACE.
       01  WORK-TODATE.
           02  WORK-TD-YY         PIC  9(002).
           02  WORK-TD-MM         PIC  9(002).
           02  WORK-TD-DD         PIC  9(002).
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
      *FD  BIN-M
           COPY LIBINM.
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
                "BIN-LOCATION MASTER MAINTENANCE".
           02  FILLER  PIC  X(020) VALUE
                "WAREHOUSE".
           02  FILLER  PIC  X(020) VALUE
                "BIN CODE".
           02  FILLER  PIC  X(020) VALUE
                "ZONE   A / B / C".
           02  FILLER  PIC  X(020) VALUE
                "WALK SEQUENCE".
           02  FILLER  PIC  X(020) VALUE
                "TYPE 1=HOME 2=OVFLOW".
           02  FILLER  PIC  X(020) VALUE
                "ITEM CODE".
           02  FILLER  PIC  X(020) VALUE
                "CAPACITY  PAIRS".
           02  FILLER  PIC  X(020) VALUE
                "PAIRS IN BIN".
           02  FILLER  PIC  X(020) VALUE
                "STATUS 0=OPEN 9=CLSD".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-DSP.
           02  D-HNAME    PIC  N(024).
       01  C-ACP.
           02  A-WH       PIC  9(001).
           02  A-CD       PIC  X(006).
           02  A-ZONE     PIC  X(001).
           02  A-SEQ      PIC  9(005).
           02  A-TYPE     PIC  9(001).
           02  A-HCD      PIC  9(006).
           02  A-CAP      PIC  9(005).
           02  A-QTY      PIC  9(005).
           02  A-STAT     PIC  9(001).
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
             03  E-ME1   PIC  X(030) VALUE
                  "***  NO SUCH ITEM CODE     ***".
             03  E-ME2   PIC  X(030) VALUE
                  "***  ZONE MUST BE A B OR C ***".
             03  E-ME3   PIC  X(030) VALUE
                  "***  ITEM HAS A HOME BIN   ***".
             03  E-ME4   PIC  X(030) VALUE
                  "***  HOME BIN NEEDS ITEM   ***".
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
            "C-MID" " " "0" "0" "240" " " " " RETURNING RESU.
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
            "06C-MID" "X" "10" "10" "20" "05C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "07C-MID" "X" "11" "10" "20" "06C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "08C-MID" "X" "12" "10" "20" "07C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "09C-MID" "X" "13" "10" "20" "08C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "10C-MID" "X" "14" "10" "20" "09C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "11C-MID" "X" "16" "10" "20" "10C-MID" " " RETURNING RESU.
      *C-DSP
       CALL "SD_Init" USING
            "C-DSP" " " "0" "0" "24" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "D-HNAME" "N" "11" "38" "24" " " "C-DSP" RETURNING RESU.
       CALL "SD_From" USING
            "D-HNAME" BY REFERENCE SHM-02 "24" "0" RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "32" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-WH" "9" "5" "31" "1" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-WH" BY REFERENCE BIN-WH "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-CD" "X" "6" "31" "6" "A-WH" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-CD" BY REFERENCE BIN-CD "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-ZONE" "X" "8" "31" "1" "A-CD" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-ZONE" BY REFERENCE BIN-ZONE "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-SEQ" "9" "9" "31" "5" "A-ZONE" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-SEQ" BY REFERENCE BIN-SEQ "5" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-TYPE" "9" "10" "31" "1" "A-SEQ" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-TYPE" BY REFERENCE BIN-TYPE "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-HCD" "9" "11" "31" "6" "A-TYPE" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-HCD" BY REFERENCE BIN-HCD "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-CAP" "9" "12" "31" "5" "A-HCD" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-CAP" BY REFERENCE BIN-CAP "5" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-QTY" "9" "13" "31" "5" "A-CAP" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-QTY" BY REFERENCE BIN-QTY "5" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-STAT" "9" "14" "31" "1" "A-QTY" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-STAT" BY REFERENCE BIN-STAT "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "16" "31" "1" "A-STAT" " " RETURNING RESU.
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
            "I-O" BIN-M_PNAME1 "SHARED" BY REFERENCE BIN-M_IDLST "1"
            "BIN-KEY" BY REFERENCE BIN-KEY.
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
           INITIALIZE BIN-R.
           MOVE  SPACE  TO SHM-02.
       M-10.
           CALL "SD_Accept" USING BY REFERENCE A-WH "A-WH" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = PF9
               CALL "C3_Set_Jrcode" USING
                USER_ID BY REFERENCE COMPLETION_CODE  255
               GO TO M-95
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-10
           END-IF
           IF  BIN-WH = ZERO
               GO TO M-10
           END-IF.
       M-11.
           CALL "SD_Accept" USING BY REFERENCE A-CD "A-CD" "X" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-10
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-11
           END-IF
           IF  BIN-CD = SPACE
               GO TO M-11
           END-IF
           MOVE  BIN-WH  TO W-WH.
           MOVE  BIN-CD  TO W-CD.
           CALL "DB_Read" USING
            "INVALID KEY" BIN-M_PNAME1 BY REFERENCE BIN-R " "
            RETURNING RET.
           IF  RET = 0
               MOVE  1  TO M-FOUND
               PERFORM  HNAME-RTN  THRU  HNAME-RTN-EXIT
           ELSE
               MOVE  0      TO M-FOUND
               INITIALIZE BIN-R
               MOVE  W-WH   TO BIN-WH
               MOVE  W-CD   TO BIN-CD
               MOVE  "A"    TO BIN-ZONE
               MOVE  1      TO BIN-TYPE
               MOVE  SPACE  TO SHM-02
           END-IF
           CALL "SD_Output" USING "C-DSP" C-DSP "p" RETURNING RESU.
       M-12.
           CALL "SD_Accept" USING BY REFERENCE A-ZONE "A-ZONE" "X" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-11
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-12
           END-IF
           IF  BIN-ZONE NOT = "A" AND "B" AND "C"
               CALL "SD_Output" USING
                "E-ME2" E-ME2 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-12
           END-IF.
       M-13.
           CALL "SD_Accept" USING BY REFERENCE A-SEQ "A-SEQ" "9" "5"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-12
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-13
           END-IF.
       M-14.
           CALL "SD_Accept" USING BY REFERENCE A-TYPE "A-TYPE" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-13
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-14
           END-IF
           IF  BIN-TYPE NOT = 1  AND  2
               GO TO M-14
           END-IF.
       M-15.
           CALL "SD_Accept" USING BY REFERENCE A-HCD "A-HCD" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-14
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-15
           END-IF
           IF  BIN-HCD = ZERO
               IF  BIN-TYPE = 1
                   CALL "SD_Output" USING
                    "E-ME4" E-ME4 "p" RETURNING RESU
                   CALL "SD_Output" USING
                    "E-ME99" E-ME99 "p" RETURNING RESU
                   GO TO M-15
               END-IF
               MOVE  SPACE  TO SHM-02
               CALL "SD_Output" USING "C-DSP" C-DSP "p" RETURNING RESU
               GO TO M-16
           END-IF
           MOVE  BIN-HCD  TO SHM-01.
           CALL "DB_Read" USING
            "INVALID KEY" SHM_PNAME1 BY REFERENCE SHM-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               CALL "SD_Output" USING
                "E-ME1" E-ME1 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-15
           END-IF
           CALL "SD_Output" USING "C-DSP" C-DSP "p" RETURNING RESU.
           IF  BIN-TYPE = 1
               PERFORM  BN-HOME-RTN  THRU  BN-HOME-RTN-EXIT
               IF  M-HOME = 1
                   CALL "SD_Output" USING
                    "E-ME3" E-ME3 "p" RETURNING RESU
                   CALL "SD_Output" USING
                    "E-ME99" E-ME99 "p" RETURNING RESU
                   GO TO M-15
               END-IF
           END-IF.
       M-16.
           CALL "SD_Accept" USING BY REFERENCE A-CAP "A-CAP" "9" "5"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-15
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-16
           END-IF.
       M-17.
           CALL "SD_Accept" USING BY REFERENCE A-QTY "A-QTY" "9" "5"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-16
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-17
           END-IF.
       M-18.
           CALL "SD_Accept" USING BY REFERENCE A-STAT "A-STAT" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-17
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-18
           END-IF
           IF  BIN-STAT NOT = 0  AND  9
               GO TO M-18
           END-IF.
       M-30.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-18
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
           COMPUTE  BIN-DATE = (2000 + WORK-TD-YY) * 10000
                             + WORK-TD-MM * 100 + WORK-TD-DD.
           MOVE  USER_ID  TO BIN-USER.
      *
      *    BN-HOME-RTN's scan may have reopened BIN-M since the
      *    row was read, so an existing row is re-read for update
      *    before the keyed fields go back over it.
      *
           MOVE  BIN-R    TO W-BINR.
           IF  M-FOUND = 1
               CALL "DB_Read" USING
                "INVALID KEY" BIN-M_PNAME1 BY REFERENCE BIN-R " "
                RETURNING RET
               MOVE  W-BINR  TO BIN-R
               CALL "DB_Update" USING
                BIN-M_PNAME1 BIN-M_LNAME BIN-R RETURNING RET
           ELSE
               CALL "DB_Insert" USING
                BIN-M_PNAME1 BIN-M_LNAME BIN-R RETURNING RET
           END-IF
           GO TO M-05.
      *
      *    HNAME-RTN  -  the item name for the row on screen.
      *
       HNAME-RTN.
           MOVE  SPACE  TO SHM-02.
           IF  BIN-HCD = ZERO
               GO TO HNAME-RTN-EXIT
           END-IF
           MOVE  BIN-HCD  TO SHM-01.
           CALL "DB_Read" USING
            "INVALID KEY" SHM_PNAME1 BY REFERENCE SHM-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  SPACE  TO SHM-02
           END-IF.
       HNAME-RTN-EXIT.
           EXIT.
      *
      *    BN-HOME-RTN  -  M-HOME 1 when another open home bin in
      *    the same warehouse already carries the keyed item.  the
      *    keyed row is held in W-BINR across a sequential pass of
      *    BIN-M and put back when the file is reopened keyed.
      *
       BN-HOME-RTN.
           MOVE  ZERO     TO M-HOME.
           MOVE  BIN-R    TO W-BINR.
           MOVE  BIN-WH   TO W-WH.
           MOVE  BIN-CD   TO W-CD.
           MOVE  BIN-HCD  TO W-HCD.
           CALL "DB_F_Close" USING
            BY REFERENCE BIN-M_IDLST BIN-M_PNAME1.
           CALL "DB_F_Open" USING
            "INPUT" BIN-M_PNAME1 " " BY REFERENCE BIN-M_IDLST "0".
       BN-HOME-010.
           CALL "DB_Read" USING
            "AT END" BIN-M_PNAME1 BY REFERENCE BIN-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO BN-HOME-020
           END-IF
           IF  BIN-WH = W-WH  AND  BIN-CD NOT = W-CD  AND
               BIN-TYPE = 1  AND  BIN-STAT = 0  AND  BIN-HCD = W-HCD
               MOVE  1  TO M-HOME
               GO TO BN-HOME-020
           END-IF
           GO TO BN-HOME-010.
       BN-HOME-020.
           CALL "DB_F_Close" USING
            BY REFERENCE BIN-M_IDLST BIN-M_PNAME1.
           CALL "DB_F_Open" USING
            "I-O" BIN-M_PNAME1 "SHARED" BY REFERENCE BIN-M_IDLST "1"
            "BIN-KEY" BY REFERENCE BIN-KEY.
           MOVE  W-BINR  TO BIN-R.
       BN-HOME-RTN-EXIT.
           EXIT.
       M-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_F_Close" USING
            BY REFERENCE BIN-M_IDLST BIN-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE SHM_IDLST SHM_PNAME1.
           CALL "DB_Close".
           STOP RUN.
