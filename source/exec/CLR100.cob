       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         CLR100.
      *********************************************************
      *    PROGRAM         :  MONTHLY CARRIER CLAIMS REPORT    *
      *    PRINTER TYPE    :  JIPS                             *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    what each carrier's damage and loss actually cost us,
      *    for purchasing to weigh when it renews the CARM rates.
      *    for an operator-entered month, the CLM100 claims filed
      *    in it (CLM-FDATE) print by carrier and POD exception
      *    type -- count, claimed, recovered and written off -- and
      *    then a carrier cost comparison: the month's FRC100
      *    freight per carrier beside its claims filed, recovered
      *    and unrecovered, the claims as a percentage of the
      *    freight, and the carrier's CARM rates.  unrecovered is
      *    what has been settled as lost: a rejected claim in full,
      *    or the shortfall of a paid one; an open claim is in
      *    neither column.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SYSTEM3100.
       OBJECT-COMPUTER. SYSTEM3100.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  CR-NG                  PIC  9(006)      VALUE ZERO.
       01  CR-DMM                 PIC  9(001)      VALUE ZERO.
      *    per-carrier accumulator: freight and the claim totals.
       01  CA-CNT                 PIC  9(003)      VALUE ZERO.
       01  CA-IX                  PIC  9(003)      VALUE ZERO.
       01  CA-TBL.
           02  CA-ENT   OCCURS  100.
               03  CA-CAR         PIC  9(003).
               03  CA-FRT         PIC  9(010).
               03  CA-CLM         PIC  9(010).
               03  CA-REC         PIC  9(010).
               03  CA-LOSS        PIC  9(010).
      *    per carrier and exception type.
       01  CE-CNT                 PIC  9(003)      VALUE ZERO.
       01  CE-IX                  PIC  9(003)      VALUE ZERO.
       01  CE-TBL.
           02  CE-ENT   OCCURS  300.
               03  CE-CAR         PIC  9(003).
               03  CE-EXC         PIC  9(002).
               03  CE-NUM         PIC  9(005).
               03  CE-CLM         PIC  9(010).
               03  CE-REC         PIC  9(010).
               03  CE-LOSS        PIC  9(010).
       01  W-CAR                  PIC  9(003)      VALUE ZERO.
       01  W-LOSS                 PIC  9(009)      VALUE ZERO.
       01  W-PCT                  PIC  9(005)V9    VALUE ZERO.
       01  PRN-R                  PIC  X(132).
       77  RESP                   PIC  9(001).
       01  WORK-CR-HD             PIC  X(050)      VALUE
            "*** MONTHLY CARRIER CLAIMS REPORT ***".
       01  WORK-CR-PER.
           02  F                  PIC  X(07)  VALUE  "MONTH  ".
           02  WORK-CR-NG         PIC  9(006).
       01  WORK-CE-HD             PIC  X(040)      VALUE
            "--- BY CARRIER / EXCEPTION ---".
       01  WORK-CE-COLHD          PIC  X(060)      VALUE
            "CAR EX COUNT     CLAIMED   RECOVERED WRITTEN-OFF".
       01  WORK-CE.
           02  WORK-CE-CAR        PIC  9(003).
           02  F                  PIC  X(01).
           02  WORK-CE-EXC        PIC  9(002).
           02  F                  PIC  X(01).
           02  WORK-CE-NUM        PIC  ZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-CE-CLM        PIC  ZZZZZZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-CE-REC        PIC  ZZZZZZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-CE-LOSS       PIC  ZZZZZZZZZZ9.
       01  WORK-CA-HD             PIC  X(040)      VALUE
            "--- CARRIER COST COMPARISON ---".
       01  WORK-CA-COLHD.
           02  F                  PIC  X(040)      VALUE
            "CAR     FREIGHT     CLAIMED   RECOVERED".
           02  F                  PIC  X(040)      VALUE
            " UNRECOVERED   CLM%   R/PR    R/CT".
       01  WORK-CA.
           02  WORK-CA-CAR        PIC  9(003).
           02  F                  PIC  X(01).
           02  WORK-CA-FRT        PIC  ZZZZZZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-CA-CLM        PIC  ZZZZZZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-CA-REC        PIC  ZZZZZZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-CA-LOSS       PIC  ZZZZZZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-CA-PCT        PIC  ZZZ9.9.
           02  F                  PIC  X(02).
           02  WORK-CA-RATEP      PIC  ZZZZ9.
           02  F                  PIC  X(03).
           02  WORK-CA-RATEC      PIC  ZZZZ9.
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
      *FD  CARM
           COPY LICARM.
      *FD  CLMF
           COPY LICLMF.
      *FD  FRTF
       01  FRTF_CLR100.
           02  FRTF_PNAME1        PIC  X(006) VALUE "FRTF".
           02  F                  PIC  X(001).
           02  FRTF_LNAME         PIC  X(011) VALUE "FRTF_CLR100".
           02  F                  PIC  X(001).
           02  FRTF_KEY1          PIC  X(100) VALUE SPACE.
           02  FRTF_SORT          PIC  X(100) VALUE SPACE.
           02  FRTF_IDLST         PIC  X(100) VALUE SPACE.
           02  FRTF_RES           USAGE  POINTER.
       01  FRT-REC.
           02  FRT-KEY.
               03  FRT-NGP        PIC  9(008).
               03  FRT-RT         PIC  9(002).
           02  FRT-CAR            PIC  9(003).
           02  FRT-AMT            PIC  9(008).
           02  FRT-POST           PIC  9(001).
           02  FRT-USER           PIC  X(006).
           02  FILLER             PIC  X(07).
       77  F                      PIC  X(001).
      *
       77  RET                    PIC  9(001)      VALUE ZERO.
       77  USER_ID                PIC  X(006)      VALUE SPACE.
       77  COMPLETION_CODE        PIC  X(003)      VALUE ZERO.
       77  ESTAT                  PIC  X(002).
       77  RESU                   PIC  9(001).
      *
       01  C-CLEAR.
           02  C-CL    PIC  X(012) VALUE "CLEAR SCREEN".
       01  C-MID.
           02  FILLER  PIC  X(040) VALUE
                "MONTHLY CARRIER CLAIMS REPORT".
           02  FILLER  PIC  X(020) VALUE
                "MONTH      CCYYMM".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-ACP.
           02  A-NG       PIC  9(006).
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
             03  E-ME1   PIC  X(030) VALUE
                  "***  REPORT COMPLETE       ***".
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
            "C-MID" " " "0" "0" "80" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-MID" "X" "3" "10" "40" " " "C-MID" RETURNING RESU.
       CALL "SD_Init" USING
            "02C-MID" "X" "12" "10" "20" "01C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "03C-MID" "X" "16" "10" "20" "02C-MID" " " RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "7" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-NG" "9" "12" "31" "6" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-NG" BY REFERENCE CR-NG "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "16" "31" "1" "A-NG" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DMM" BY REFERENCE CR-DMM "1" "0" RETURNING RESU.
      *C-ERR
       CALL "SD_Init" USING
            "C-ERR" " " "0" "0" "37" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-ERR" " " "24" "0" "37" " " "C-ERR" RETURNING RESU.
       CALL "SD_Init" USING
            "E-STAT" "X" "24" "10" "2" " " "01C-ERR" RETURNING RESU.
       CALL "SD_From" USING
            "E-STAT" BY REFERENCE ERR-STAT "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME1" "X" "24" "15" "30" "E-STAT" " " RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME99" "X" "24" "75" "5" "E-ME1" " " RETURNING RESU.
      *
           ACCEPT USER_ID FROM ARGUMENT-VALUE.
           ACCEPT COMPLETION_CODE FROM ARGUMENT-VALUE.
      *
       R-05.
           MOVE    SPACE    TO  ERR-STAT.
           MOVE    ZERO     TO  RESU.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "SD_Output" USING "C-MID" C-MID "p" RETURNING RESU.
           MOVE  ZERO  TO CA-CNT CE-CNT CR-DMM.
           INITIALIZE CA-TBL CE-TBL.
       R-10.
           CALL "SD_Accept" USING BY REFERENCE A-NG "A-NG" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = PF9
               CALL "C3_Set_Jrcode" USING
                USER_ID BY REFERENCE COMPLETION_CODE  255
               GO TO R-95
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-10
           END-IF
           IF  CR-NG = ZERO
               GO TO R-10
           END-IF.
       R-20.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-10
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-20
           END-IF
           IF  CR-DMM NOT = 1  AND  9
               GO TO R-20
           END-IF
           IF  CR-DMM = 9
               GO TO R-05
           END-IF.
      *
           PERFORM  CR-FRT-RTN  THRU  CR-FRT-RTN-EXIT.
           PERFORM  CR-CLM-RTN  THRU  CR-CLM-RTN-EXIT.
           PERFORM  CR-PRT-RTN  THRU  CR-PRT-RTN-EXIT.
           CALL "SD_Output" USING
            "E-ME1" E-ME1 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO R-05.
      *
      *    CR-FRT-RTN  -  the month's captured freight per carrier.
      *
       CR-FRT-RTN.
           CALL "DB_F_Open" USING
            "INPUT" FRTF_PNAME1 " " BY REFERENCE FRTF_IDLST "0".
       CR-FRT-010.
           CALL "DB_Read" USING
            "AT END" FRTF_PNAME1 BY REFERENCE FRT-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO CR-FRT-020
           END-IF
           IF  FRT-NGP / 100 NOT = CR-NG
               GO TO CR-FRT-010
           END-IF
           MOVE  FRT-CAR  TO W-CAR.
           PERFORM  CA-FIND-RTN  THRU  CA-FIND-RTN-EXIT.
           IF  CA-IX > CA-CNT
               GO TO CR-FRT-010
           END-IF
           ADD  FRT-AMT  TO CA-FRT(CA-IX).
           GO TO CR-FRT-010.
       CR-FRT-020.
           CALL "DB_F_Close" USING
            BY REFERENCE FRTF_IDLST FRTF_PNAME1.
       CR-FRT-RTN-EXIT.
           EXIT.
      *
      *    CR-CLM-RTN  -  the claims filed in the month, into the
      *    carrier totals and the carrier / exception table.
      *
       CR-CLM-RTN.
           CALL "DB_F_Open" USING
            "INPUT" CLMF_PNAME1 " " BY REFERENCE CLMF_IDLST "0".
       CR-CLM-010.
           CALL "DB_Read" USING
            "AT END" CLMF_PNAME1 BY REFERENCE CLM-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO CR-CLM-030
           END-IF
           IF  CLM-FDATE / 100 NOT = CR-NG
               GO TO CR-CLM-010
           END-IF
           MOVE  ZERO  TO W-LOSS.
           IF  CLM-STAT = 3
               MOVE  CLM-AMT  TO W-LOSS
           END-IF
           IF  CLM-STAT = 4
               COMPUTE  W-LOSS = CLM-AMT - CLM-PAID
           END-IF
           MOVE  CLM-CAR  TO W-CAR.
           PERFORM  CA-FIND-RTN  THRU  CA-FIND-RTN-EXIT.
           IF  CA-IX NOT > CA-CNT
               ADD  CLM-AMT   TO CA-CLM(CA-IX)
               ADD  CLM-PAID  TO CA-REC(CA-IX)
               ADD  W-LOSS    TO CA-LOSS(CA-IX)
           END-IF
           MOVE  1  TO CE-IX.
       CR-CLM-020.
           IF  CE-IX > CE-CNT
               IF  CE-CNT < 300
                   ADD  1          TO CE-CNT
                   MOVE  CLM-CAR   TO CE-CAR(CE-CNT)
                   MOVE  CLM-EXC   TO CE-EXC(CE-CNT)
                   MOVE  1         TO CE-NUM(CE-CNT)
                   MOVE  CLM-AMT   TO CE-CLM(CE-CNT)
                   MOVE  CLM-PAID  TO CE-REC(CE-CNT)
                   MOVE  W-LOSS    TO CE-LOSS(CE-CNT)
               END-IF
               GO TO CR-CLM-010
           END-IF
           IF  CE-CAR(CE-IX) = CLM-CAR  AND  CE-EXC(CE-IX) = CLM-EXC
               ADD  1         TO CE-NUM(CE-IX)
               ADD  CLM-AMT   TO CE-CLM(CE-IX)
               ADD  CLM-PAID  TO CE-REC(CE-IX)
               ADD  W-LOSS    TO CE-LOSS(CE-IX)
               GO TO CR-CLM-010
           END-IF
           ADD  1  TO CE-IX.
           GO TO CR-CLM-020.
       CR-CLM-030.
           CALL "DB_F_Close" USING
            BY REFERENCE CLMF_IDLST CLMF_PNAME1.
       CR-CLM-RTN-EXIT.
           EXIT.
      *
      *    CA-FIND-RTN  -  CA-IX at W-CAR's carrier entry, added
      *    when new; past CA-CNT only when the table is full.
      *
       CA-FIND-RTN.
           MOVE  1  TO CA-IX.
       CA-FIND-010.
           IF  CA-IX > CA-CNT
               GO TO CA-FIND-020
           END-IF
           IF  CA-CAR(CA-IX) = W-CAR
               GO TO CA-FIND-RTN-EXIT
           END-IF
           ADD  1  TO CA-IX.
           GO TO CA-FIND-010.
       CA-FIND-020.
           IF  CA-CNT < 100
               ADD  1      TO CA-CNT
               MOVE  W-CAR  TO CA-CAR(CA-CNT)
               MOVE  CA-CNT TO CA-IX
           END-IF.
       CA-FIND-RTN-EXIT.
           EXIT.
      *
      *    CR-PRT-RTN  -  the carrier / exception section, then the
      *    carrier cost comparison with each carrier's CARM rates.
      *
       CR-PRT-RTN.
           CALL "PR_Open" RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-CR-HD   TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  CR-NG        TO WORK-CR-NG.
           MOVE  WORK-CR-PER  TO PRN-R (11:13).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-CE-HD   TO PRN-R (11:40).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-CE-COLHD  TO PRN-R (11:60).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  1  TO CE-IX.
       CR-PRT-010.
           IF  CE-IX > CE-CNT
               GO TO CR-PRT-020
           END-IF
           MOVE  SPACE            TO PRN-R WORK-CE.
           MOVE  CE-CAR(CE-IX)    TO WORK-CE-CAR.
           MOVE  CE-EXC(CE-IX)    TO WORK-CE-EXC.
           MOVE  CE-NUM(CE-IX)    TO WORK-CE-NUM.
           MOVE  CE-CLM(CE-IX)    TO WORK-CE-CLM.
           MOVE  CE-REC(CE-IX)    TO WORK-CE-REC.
           MOVE  CE-LOSS(CE-IX)   TO WORK-CE-LOSS.
           MOVE  WORK-CE          TO PRN-R (11:48).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           ADD  1  TO CE-IX.
           GO TO CR-PRT-010.
       CR-PRT-020.
           MOVE  SPACE        TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-CA-HD   TO PRN-R (11:40).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-CA-COLHD  TO PRN-R (11:80).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "DB_F_Open" USING
            "INPUT" CARM_PNAME1 "SHARED" BY REFERENCE CARM_IDLST "1"
            "CAR-KEY" BY REFERENCE CAR-KEY.
           MOVE  1  TO CA-IX.
       CR-PRT-030.
           IF  CA-IX > CA-CNT
               GO TO CR-PRT-040
           END-IF
           MOVE  SPACE            TO PRN-R WORK-CA.
           MOVE  CA-CAR(CA-IX)    TO WORK-CA-CAR.
           MOVE  CA-FRT(CA-IX)    TO WORK-CA-FRT.
           MOVE  CA-CLM(CA-IX)    TO WORK-CA-CLM.
           MOVE  CA-REC(CA-IX)    TO WORK-CA-REC.
           MOVE  CA-LOSS(CA-IX)   TO WORK-CA-LOSS.
           MOVE  ZERO  TO W-PCT.
           IF  CA-FRT(CA-IX) > ZERO
               COMPUTE  W-PCT ROUNDED =
                        CA-CLM(CA-IX) * 100 / CA-FRT(CA-IX)
           END-IF
           IF  W-PCT > 9999.9
               MOVE  9999.9  TO W-PCT
           END-IF
           MOVE  W-PCT            TO WORK-CA-PCT.
           MOVE  CA-CAR(CA-IX)    TO CAR-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" CARM_PNAME1 BY REFERENCE CAR-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  ZERO  TO CAR-RATEP CAR-RATEC
           END-IF
           MOVE  CAR-RATEP        TO WORK-CA-RATEP.
           MOVE  CAR-RATEC        TO WORK-CA-RATEC.
           MOVE  WORK-CA          TO PRN-R (11:73).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           ADD  1  TO CA-IX.
           GO TO CR-PRT-030.
       CR-PRT-040.
           CALL "DB_F_Close" USING
            BY REFERENCE CARM_IDLST CARM_PNAME1.
       CR-PRT-RTN-EXIT.
           CALL "PR_Close" RETURNING RESP.
           EXIT.
      *
       R-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_Close".
           STOP RUN.
