       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PRL100.
      *********************************************************
      *    PROGRAM         :  PROMOTION LIFT REPORT            *
      *    PRINTER TYPE    :  JIPS                             *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    a closed PRMF campaign judged per customer and item.
      *    the campaign side is the JSJDRF lines shipped inside the
      *    row's window to the customer, or to a store billed under
      *    it when the row is a head office's, in the size slots
      *    the campaign priced: pairs, revenue at the campaign price
      *    (BIL100 and GMR100 billed them so) and cost at the CST-M
      *    average (THTM when the item has none).  the base side is
      *    the JSUMF run rate of the three months before the window
      *    opened, the same customers and slots, valued at the
      *    regular THTC price (THTM fallback, GMR100's rule) and
      *    scaled from those months' days to the window's.  LIFT is
      *    campaign less base; a promotion PAID when its margin
      *    beat what the run rate would have earned.
      *    a campaign whose last window has not closed is refused.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SYSTEM3100.
       OBJECT-COMPUTER. SYSTEM3100.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  PL-DMM                 PIC  9(001)      VALUE ZERO.
       01  PL-CD                  PIC  9(004)      VALUE ZERO.
       01  PL-IX                  PIC  9(003)      VALUE ZERO.
       01  PL-HIT                 PIC  9(003)      VALUE ZERO.
       01  PL-SX                  PIC  9(002)      VALUE ZERO.
       01  PL-OVFL                PIC  9(006)      VALUE ZERO.
       01  PL-PTCD                PIC  9(004)      VALUE ZERO.
       01  PL-WHQ                 PIC  9(004)      VALUE ZERO.
       01  PL-FROM                PIC  9(008)      VALUE ZERO.
       01  PL-TO                  PIC  9(008)      VALUE ZERO.
       01  PL-STAN                PIC  9(005)      VALUE ZERO.
       01  PL-BY                  PIC  9(004)      VALUE ZERO.
       01  PL-BM                  PIC S9(002)      VALUE ZERO.
       01  PL-SER1                PIC  9(007)      VALUE ZERO.
       01  PL-CMRG                PIC S9(011)      VALUE ZERO.
       01  PL-BQTY                PIC S9(007)      VALUE ZERO.
       01  PL-BMRG                PIC S9(011)      VALUE ZERO.
       01  PL-LMRG                PIC S9(011)      VALUE ZERO.
       01  PL-TCQTY               PIC S9(009)      VALUE ZERO.
       01  PL-TCMRG               PIC S9(012)      VALUE ZERO.
       01  PL-TBQTY               PIC S9(009)      VALUE ZERO.
       01  PL-TBMRG               PIC S9(012)      VALUE ZERO.
      *    one entry per campaign customer / item: the window (the
      *    widest over its rows), the base months and both day
      *    counts, the campaign price per size slot (zero = slot
      *    not on the campaign; a slot's own row over the any-size
      *    row) and the two sides as they accumulate.
       01  LF-CNT                 PIC  9(003)      VALUE ZERO.
       01  LF-TBL.
           02  LF-ENT   OCCURS  300.
               03  LF-TCD         PIC  9(004).
               03  LF-HCD         PIC  9(006).
               03  LF-FROM        PIC  9(008).
               03  LF-TO          PIC  9(008).
               03  LF-BF          PIC  9(006).
               03  LF-BT          PIC  9(006).
               03  LF-CDAY        PIC  9(004).
               03  LF-BDAY        PIC  9(004).
               03  LF-T           PIC  9(005)  OCCURS  10.
               03  LF-AVG         PIC  9(005)V99.
               03  LF-CQTY        PIC S9(007).
               03  LF-CREV        PIC S9(011).
               03  LF-CCST        PIC S9(011).
               03  LF-BQTY        PIC S9(007).
               03  LF-BREV        PIC S9(011).
      *    DY-RTN: CCYYMMDD in DY-DATE to a running day number in
      *    DY-SER, good for differences inside the century.
       01  DY-DATE                PIC  9(008)      VALUE ZERO.
       01  DY-DATER  REDEFINES  DY-DATE.
           02  DY-YYYY            PIC  9(004).
           02  DY-MM              PIC  9(002).
           02  DY-DD              PIC  9(002).
       01  DY-SER                 PIC  9(007)      VALUE ZERO.
       01  DY-Y1                  PIC  9(004)      VALUE ZERO.
       01  DY-Q                   PIC  9(004)      VALUE ZERO.
       01  DY-R                   PIC  9(001)      VALUE ZERO.
       01  DY-CUMV                PIC  X(036)      VALUE
            "000031059090120151181212243273304334".
       01  DY-CUMT  REDEFINES  DY-CUMV.
           02  DY-CUM             PIC  9(003)  OCCURS  12.
       01  WORK-TODATE.
           02  WORK-TD-YY         PIC  9(002).
           02  WORK-TD-MM         PIC  9(002).
           02  WORK-TD-DD         PIC  9(002).
       01  W-TODAY                PIC  9(008)      VALUE ZERO.
       01  PRN-R                  PIC  X(132).
       77  RESP                   PIC  9(001).
       01  WORK-PL-HD             PIC  X(050)      VALUE
            "*** PROMOTION LIFT REPORT ***".
       01  WORK-PL-PER.
           02  F                  PIC  X(09)  VALUE  "CAMPAIGN ".
           02  WORK-PL-CD         PIC  9(004).
           02  F                  PIC  X(02).
           02  WORK-PL-FROM       PIC  9(008).
           02  F                  PIC  X(03)  VALUE  " - ".
           02  WORK-PL-TO         PIC  9(008).
       01  WORK-PL-COLHD.
           02  F                  PIC  X(044)      VALUE
                "CUST  ITEM    CAMP-PR   CAMP-MARGIN  BASE-PR".
           02  F                  PIC  X(043)      VALUE
                "   BASE-MARGIN  LIFT-PR   LIFT-MARGIN  PAID".
       01  WORK-PL.
           02  WORK-PL-TCD        PIC  9(004).
           02  F                  PIC  X(02).
           02  WORK-PL-HCD        PIC  9(006).
           02  F                  PIC  X(02).
           02  WORK-PL-CQTY       PIC  -(6)9.
           02  F                  PIC  X(02).
           02  WORK-PL-CMRG       PIC  -(11)9.
           02  F                  PIC  X(02).
           02  WORK-PL-BQTY       PIC  -(6)9.
           02  F                  PIC  X(02).
           02  WORK-PL-BMRG       PIC  -(11)9.
           02  F                  PIC  X(02).
           02  WORK-PL-LQTY       PIC  -(6)9.
           02  F                  PIC  X(02).
           02  WORK-PL-LMRG       PIC  -(11)9.
           02  F                  PIC  X(02).
           02  WORK-PL-PAID       PIC  X(004).
       01  WORK-PL-TOT.
           02  F                  PIC  X(014)      VALUE
                "TOTALS".
           02  WORK-PL-TCQTY      PIC  -(6)9.
           02  F                  PIC  X(02).
           02  WORK-PL-TCMRG      PIC  -(11)9.
           02  F                  PIC  X(02).
           02  WORK-PL-TBQTY      PIC  -(6)9.
           02  F                  PIC  X(02).
           02  WORK-PL-TBMRG      PIC  -(11)9.
           02  F                  PIC  X(02).
           02  WORK-PL-TLQTY      PIC  -(6)9.
           02  F                  PIC  X(02).
           02  WORK-PL-TLMRG      PIC  -(11)9.
       01  WORK-PL-OV.
           02  F                  PIC  X(28)  VALUE
                "CAMPAIGN ROWS NOT REPORTED  ".
           02  WORK-PL-OVFL       PIC  ZZZZZ9.
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
      *FD  PRMF
           COPY LIPRMF.
      *FD  TC-M
           COPY LITCM.
      *FD  THTM
           COPY LITHTM.
      *FD  THTC
           COPY LITHTC.
      *FD  CST-M
           COPY LICSTM.
      *FD  JSJDRF
       01  JSJDRF_PRL100.
           02  JSJDRF_PNAME1      PIC  X(006) VALUE "JSJDRF".
           02  F                  PIC  X(001).
           02  JSJDRF_LNAME       PIC  X(013) VALUE "JSJDRF_PRL100".
           02  F                  PIC  X(001).
           02  JSJDRF_KEY1        PIC  X(100) VALUE SPACE.
           02  JSJDRF_SORT        PIC  X(100) VALUE SPACE.
           02  JSJDRF_IDLST       PIC  X(100) VALUE SPACE.
           02  JSJDRF_RES         USAGE  POINTER.
           COPY JSJDR.
      *FD  JSUMF
       01  JSUMF_PRL100.
           02  JSUMF_PNAME1       PIC  X(005) VALUE "JSUMF".
           02  F                  PIC  X(001).
           02  JSUMF_LNAME        PIC  X(012) VALUE "JSUMF_PRL100".
           02  F                  PIC  X(001).
           02  JSUMF_KEY1         PIC  X(100) VALUE SPACE.
           02  JSUMF_SORT         PIC  X(100) VALUE SPACE.
           02  JSUMF_IDLST        PIC  X(100) VALUE SPACE.
           02  JSUMF_RES          USAGE  POINTER.
           COPY JSUM.
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
                "PROMOTION LIFT REPORT".
           02  FILLER  PIC  X(020) VALUE
                "CAMPAIGN CODE".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-ACP.
           02  A-CD       PIC  9(004).
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
             03  E-ME1   PIC  X(030) VALUE
                  "***  RUN COMPLETE          ***".
             03  E-ME2   PIC  X(030) VALUE
                  "***  NO SUCH CAMPAIGN      ***".
             03  E-ME3   PIC  X(030) VALUE
                  "***  CAMPAIGN STILL RUNNING***".
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
            "02C-MID" "X" "6" "10" "20" "01C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "03C-MID" "X" "16" "10" "20" "02C-MID" " " RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "5" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-CD" "9" "6" "31" "4" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-CD" BY REFERENCE PL-CD "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "16" "31" "1" "A-CD" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DMM" BY REFERENCE PL-DMM "1" "0" RETURNING RESU.
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
       R-05.
           MOVE    SPACE    TO  ERR-STAT.
           MOVE    ZERO     TO  RESU.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "SD_Output" USING "C-MID" C-MID "p" RETURNING RESU.
           MOVE  ZERO  TO PL-DMM PL-CD LF-CNT PL-OVFL PL-TCQTY
                          PL-TCMRG PL-TBQTY PL-TBMRG.
       R-10.
           CALL "SD_Accept" USING BY REFERENCE A-CD "A-CD" "9" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = PF9
               CALL "C3_Set_Jrcode" USING
                USER_ID BY REFERENCE COMPLETION_CODE  255
               GO TO R-95
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-10
           END-IF
           IF  PL-CD = ZERO
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
           IF  PL-DMM NOT = 1  AND  9
               GO TO R-20
           END-IF
           IF  PL-DMM = 9
               GO TO R-05
           END-IF
      *
           ACCEPT  WORK-TODATE  FROM  DATE.
           COMPUTE  W-TODAY = (2000 + WORK-TD-YY) * 10000
                            + WORK-TD-MM * 100 + WORK-TD-DD.
           INITIALIZE LF-TBL.
           MOVE  ZERO  TO LF-CNT PL-OVFL PL-TO.
           MOVE  99999999  TO PL-FROM.
           PERFORM  LF-LOAD-RTN  THRU  LF-LOAD-RTN-EXIT.
           IF  LF-CNT = ZERO
               CALL "SD_Output" USING
                "E-ME2" E-ME2 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-10
           END-IF
           IF  PL-TO NOT < W-TODAY
               CALL "SD_Output" USING
                "E-ME3" E-ME3 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-10
           END-IF
           PERFORM  LF-PREP-RTN  THRU  LF-PREP-RTN-EXIT.
           CALL "DB_F_Open" USING
            "INPUT" TC-M_PNAME1 "SHARED" BY REFERENCE TC-M_IDLST "1"
            "TC-KEY" BY REFERENCE TC-KEY.
           CALL "DB_F_Open" USING
            "INPUT" THTM_PNAME1 "SHARED" BY REFERENCE THTM_IDLST
            "2" "THT-KEY" BY REFERENCE THT-KEY "THT-KEY2" BY
            REFERENCE THT-KEY2.
           CALL "DB_F_Open" USING
            "INPUT" THTC_PNAME1 "SHARED" BY REFERENCE THTC_IDLST
            "2" "THC-KEY" BY REFERENCE THC-KEY "THC-KEY2" BY
            REFERENCE THC-KEY2.
           PERFORM  LF-CST-RTN   THRU  LF-CST-RTN-EXIT.
           PERFORM  LF-CMP-RTN   THRU  LF-CMP-RTN-EXIT.
           PERFORM  LF-BAS-RTN   THRU  LF-BAS-RTN-EXIT.
           CALL "DB_F_Close" USING
            BY REFERENCE THTC_IDLST THTC_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE THTM_IDLST THTM_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE TC-M_IDLST TC-M_PNAME1.
           CALL "PR_Open" RETURNING RESP.
           PERFORM  LF-PRT-RTN   THRU  LF-PRT-RTN-EXIT.
           CALL "PR_Close" RETURNING RESP.
           CALL "SD_Output" USING
            "E-ME1" E-ME1 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO R-05.
      *
      *    LF-LOAD-RTN  -  the campaign's priced rows folded into one
      *    entry per customer / item; PL-FROM / PL-TO the earliest
      *    start and latest end over the whole campaign.
      *
       LF-LOAD-RTN.
           CALL "DB_F_Open" USING
            "INPUT" PRMF_PNAME1 " " BY REFERENCE PRMF_IDLST "0".
       LF-LOAD-010.
           CALL "DB_Read" USING
            "AT END" PRMF_PNAME1 BY REFERENCE PRM-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO LF-LOAD-090
           END-IF
           IF  PRM-CD NOT = PL-CD  OR  PRM-T = ZERO
               GO TO LF-LOAD-010
           END-IF
           IF  PRM-FROM < PL-FROM
               MOVE  PRM-FROM  TO PL-FROM
           END-IF
           IF  PRM-TO > PL-TO
               MOVE  PRM-TO    TO PL-TO
           END-IF
           MOVE  1  TO PL-IX.
       LF-LOAD-020.
           IF  PL-IX > LF-CNT
               GO TO LF-LOAD-030
           END-IF
           IF  LF-TCD(PL-IX) = PRM-TCD  AND  LF-HCD(PL-IX) = PRM-HCD
               GO TO LF-LOAD-040
           END-IF
           ADD  1  TO PL-IX.
           GO TO LF-LOAD-020.
       LF-LOAD-030.
           IF  LF-CNT NOT < 300
               ADD  1  TO PL-OVFL
               GO TO LF-LOAD-010
           END-IF
           ADD   1         TO LF-CNT.
           MOVE  LF-CNT    TO PL-IX.
           MOVE  PRM-TCD   TO LF-TCD(PL-IX).
           MOVE  PRM-HCD   TO LF-HCD(PL-IX).
           MOVE  PRM-FROM  TO LF-FROM(PL-IX).
           MOVE  PRM-TO    TO LF-TO(PL-IX).
       LF-LOAD-040.
           IF  PRM-FROM < LF-FROM(PL-IX)
               MOVE  PRM-FROM  TO LF-FROM(PL-IX)
           END-IF
           IF  PRM-TO > LF-TO(PL-IX)
               MOVE  PRM-TO    TO LF-TO(PL-IX)
           END-IF
           IF  PRM-SIZ NOT = 9
               COMPUTE  PL-SX = PRM-SIZ + 1
               MOVE  PRM-T  TO LF-T(PL-IX PL-SX)
               GO TO LF-LOAD-010
           END-IF
      *    the any-size row fills the slots no own row has priced.
           MOVE  1  TO PL-SX.
       LF-LOAD-050.
           IF  PL-SX > 10
               GO TO LF-LOAD-010
           END-IF
           IF  LF-T(PL-IX PL-SX) = ZERO
               MOVE  PRM-T  TO LF-T(PL-IX PL-SX)
           END-IF
           ADD  1  TO PL-SX.
           GO TO LF-LOAD-050.
       LF-LOAD-090.
           CALL "DB_F_Close" USING
            BY REFERENCE PRMF_IDLST PRMF_PNAME1.
       LF-LOAD-RTN-EXIT.
           EXIT.
      *
      *    LF-PREP-RTN  -  per entry the window's days and the three
      *    base months before it opened, with their days.
      *
       LF-PREP-RTN.
           MOVE  1  TO PL-IX.
       LF-PREP-010.
           IF  PL-IX > LF-CNT
               GO TO LF-PREP-RTN-EXIT
           END-IF
           MOVE  LF-FROM(PL-IX)  TO DY-DATE.
           PERFORM  DY-RTN  THRU  DY-RTN-EXIT.
           MOVE  DY-SER          TO PL-SER1.
           MOVE  LF-TO(PL-IX)    TO DY-DATE.
           PERFORM  DY-RTN  THRU  DY-RTN-EXIT.
           COMPUTE  LF-CDAY(PL-IX) = DY-SER - PL-SER1 + 1.
      *    the base runs from the 1st three months back to the last
      *    day of the month before the window's month.
           MOVE  LF-FROM(PL-IX)  TO DY-DATE.
           MOVE  DY-YYYY         TO PL-BY.
           COMPUTE  PL-BM = DY-MM - 1.
           IF  PL-BM < 1
               ADD       12  TO PL-BM
               SUBTRACT  1   FROM PL-BY
           END-IF
           COMPUTE  LF-BT(PL-IX) = PL-BY * 100 + PL-BM.
           MOVE  1               TO DY-DD.
           PERFORM  DY-RTN  THRU  DY-RTN-EXIT.
           MOVE  DY-SER          TO PL-SER1.
           MOVE  DY-YYYY         TO PL-BY.
           COMPUTE  PL-BM = DY-MM - 3.
           IF  PL-BM < 1
               ADD       12  TO PL-BM
               SUBTRACT  1   FROM PL-BY
           END-IF
           COMPUTE  LF-BF(PL-IX) = PL-BY * 100 + PL-BM.
           COMPUTE  DY-DATE = PL-BY * 10000 + PL-BM * 100 + 1.
           PERFORM  DY-RTN  THRU  DY-RTN-EXIT.
           COMPUTE  LF-BDAY(PL-IX) = PL-SER1 - DY-SER.
           ADD  1  TO PL-IX.
           GO TO LF-PREP-010.
       LF-PREP-RTN-EXIT.
           EXIT.
      *
      *    LF-CST-RTN  -  the item's CST-M average, THTM's any-size
      *    price under the customer when it has none.
      *
       LF-CST-RTN.
           CALL "DB_F_Open" USING
            "INPUT" CST-M_PNAME1 "SHARED" BY REFERENCE CST-M_IDLST "1"
            "CST-KEY" BY REFERENCE CST-KEY.
           MOVE  1  TO PL-IX.
       LF-CST-010.
           IF  PL-IX > LF-CNT
               GO TO LF-CST-090
           END-IF
           MOVE  ZERO           TO LF-AVG(PL-IX).
           MOVE  LF-HCD(PL-IX)  TO CST-HCD.
           CALL "DB_Read" USING
            "INVALID KEY" CST-M_PNAME1 BY REFERENCE CST-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0
               MOVE  CST-AVG  TO LF-AVG(PL-IX)
           END-IF
           IF  LF-AVG(PL-IX) = ZERO
               MOVE  LF-TCD(PL-IX)  TO THT-TCD
               IF  THT-TCD = 0460
                   MOVE  0458  TO THT-TCD
               END-IF
               MOVE  LF-HCD(PL-IX)  TO THT-HCD
               MOVE  9              TO THT-SIZ
               CALL "DB_Read" USING
                "INVALID KEY" THTM_PNAME1 BY REFERENCE THT-R "UNLOCK"
                RETURNING RET
               IF  RET = 0
                   MOVE  THT-T  TO LF-AVG(PL-IX)
               END-IF
           END-IF
           ADD  1  TO PL-IX.
           GO TO LF-CST-010.
       LF-CST-090.
           CALL "DB_F_Close" USING
            BY REFERENCE CST-M_IDLST CST-M_PNAME1.
       LF-CST-RTN-EXIT.
           EXIT.
      *
      *    LF-CMP-RTN  -  JSJDRF lines shipped inside the campaign,
      *    BIL100's selection, each to the entry for its customer,
      *    else for its bill-to head office.
      *
       LF-CMP-RTN.
           CALL "DB_F_Open" USING
            "INPUT" JSJDRF_PNAME1 " " BY REFERENCE JSJDRF_IDLST "0".
       LF-CMP-010.
           CALL "DB_Read" USING
            "AT END" JSJDRF_PNAME1 BY REFERENCE JSJD-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO LF-CMP-090
           END-IF
           IF  JSJD-NGP < PL-FROM  OR  JSJD-NGP > PL-TO
               GO TO LF-CMP-010
           END-IF
           IF  JSJD-09 NOT < 999900
               GO TO LF-CMP-010
           END-IF
           IF  JSJD-158 NOT = 1  OR  JSJD-05 = 5  OR  JSJD-05 = 6
               GO TO LF-CMP-010
           END-IF
           MOVE  JSJD-021  TO PL-PTCD.
           PERFORM  HQ-GET-RTN  THRU  HQ-GET-RTN-EXIT.
           MOVE  ZERO      TO PL-HIT.
           MOVE  1         TO PL-IX.
       LF-CMP-020.
           IF  PL-IX > LF-CNT
               GO TO LF-CMP-030
           END-IF
           IF  LF-HCD(PL-IX) = JSJD-09
            AND  JSJD-NGP NOT < LF-FROM(PL-IX)
            AND  JSJD-NGP NOT > LF-TO(PL-IX)
               IF  LF-TCD(PL-IX) = PL-PTCD
                   MOVE  PL-IX  TO PL-HIT
                   GO TO LF-CMP-030
               END-IF
               IF  LF-TCD(PL-IX) = PL-WHQ  AND  PL-HIT = ZERO
                   MOVE  PL-IX  TO PL-HIT
               END-IF
           END-IF
           ADD  1  TO PL-IX.
           GO TO LF-CMP-020.
       LF-CMP-030.
           IF  PL-HIT = ZERO
               GO TO LF-CMP-010
           END-IF
           MOVE  1  TO PL-SX.
       LF-CMP-040.
           IF  PL-SX > 10
               GO TO LF-CMP-010
           END-IF
           IF  LF-T(PL-HIT PL-SX) NOT = ZERO
               ADD  JSJD-1211(PL-SX)  TO LF-CQTY(PL-HIT)
               COMPUTE  LF-CREV(PL-HIT) = LF-CREV(PL-HIT)
                        + JSJD-1211(PL-SX) * LF-T(PL-HIT PL-SX)
               COMPUTE  LF-CCST(PL-HIT) ROUNDED = LF-CCST(PL-HIT)
                        + JSJD-1211(PL-SX) * LF-AVG(PL-HIT)
           END-IF
           ADD  1  TO PL-SX.
           GO TO LF-CMP-040.
       LF-CMP-090.
           CALL "DB_F_Close" USING
            BY REFERENCE JSJDRF_IDLST JSJDRF_PNAME1.
       LF-CMP-RTN-EXIT.
           EXIT.
      *
      *    LF-BAS-RTN  -  JSUMF rows of each entry's base months for
      *    the same customers and slots, valued at the regular price
      *    of the store that bought them.
      *
       LF-BAS-RTN.
           CALL "DB_F_Open" USING
            "INPUT" JSUMF_PNAME1 " " BY REFERENCE JSUMF_IDLST "0".
       LF-BAS-010.
           CALL "DB_Read" USING
            "AT END" JSUMF_PNAME1 BY REFERENCE JSUM-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO LF-BAS-090
           END-IF
           IF  JSUM-09 NOT < 999900
               GO TO LF-BAS-010
           END-IF
           MOVE  JSUM-021  TO PL-PTCD.
           MOVE  ZERO      TO PL-HIT PL-WHQ.
           MOVE  1         TO PL-IX.
       LF-BAS-020.
           IF  PL-IX > LF-CNT
               GO TO LF-BAS-030
           END-IF
           IF  LF-HCD(PL-IX) NOT = JSUM-09
            OR  JSUM-NG < LF-BF(PL-IX)  OR  JSUM-NG > LF-BT(PL-IX)
               GO TO LF-BAS-025
           END-IF
           IF  LF-TCD(PL-IX) = PL-PTCD
               MOVE  PL-IX  TO PL-HIT
               GO TO LF-BAS-030
           END-IF
      *    the head office is looked up only once a row needs it.
           IF  PL-WHQ = ZERO
               PERFORM  HQ-GET-RTN  THRU  HQ-GET-RTN-EXIT
           END-IF
           IF  LF-TCD(PL-IX) = PL-WHQ  AND  PL-HIT = ZERO
               MOVE  PL-IX  TO PL-HIT
           END-IF.
       LF-BAS-025.
           ADD  1  TO PL-IX.
           GO TO LF-BAS-020.
       LF-BAS-030.
           IF  PL-HIT = ZERO
               GO TO LF-BAS-010
           END-IF
           IF  PL-PTCD = 0460
               MOVE  0458  TO PL-PTCD
           END-IF
           MOVE  1  TO PL-SX.
       LF-BAS-040.
           IF  PL-SX > 10
               GO TO LF-BAS-010
           END-IF
           IF  LF-T(PL-HIT PL-SX) NOT = ZERO
            AND  JSUM-1211(PL-SX) NOT = ZERO
               PERFORM  TAN-RTN  THRU  TAN-RTN-EXIT
               ADD  JSUM-1211(PL-SX)  TO LF-BQTY(PL-HIT)
               COMPUTE  LF-BREV(PL-HIT) = LF-BREV(PL-HIT)
                        + JSUM-1211(PL-SX) * PL-STAN
           END-IF
           ADD  1  TO PL-SX.
           GO TO LF-BAS-040.
       LF-BAS-090.
           CALL "DB_F_Close" USING
            BY REFERENCE JSUMF_IDLST JSUMF_PNAME1.
       LF-BAS-RTN-EXIT.
           EXIT.
      *
      *    HQ-GET-RTN  -  PL-WHQ, PL-PTCD's bill-to head office
      *    (itself when it has none).
      *
       HQ-GET-RTN.
           MOVE  PL-PTCD  TO TC-TCD PL-WHQ.
           MOVE  1        TO TC-CCD.
           CALL "DB_Read" USING
            "INVALID KEY" TC-M_PNAME1 BY REFERENCE TC-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0  AND  TC-HQTCD NOT = ZERO
               MOVE  TC-HQTCD  TO PL-WHQ
           END-IF.
       HQ-GET-RTN-EXIT.
           EXIT.
      *
      *    TAN-RTN  -  PL-STAN, the regular price of slot PL-SX for
      *    PL-PTCD: THTC (slot, then any-size), THTM the same way
      *    when the customer has no price of its own.
      *
       TAN-RTN.
           MOVE  PL-PTCD        TO THC-TCD.
           MOVE  JSUM-09        TO THC-HCD.
           COMPUTE  THC-SIZ = PL-SX - 1.
           CALL "DB_Read" USING
            "INVALID KEY" THTC_PNAME1 BY REFERENCE THC-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  PL-PTCD    TO THC-TCD
               MOVE  JSUM-09    TO THC-HCD
               MOVE  9          TO THC-SIZ
               CALL "DB_Read" USING
                "INVALID KEY" THTC_PNAME1 BY REFERENCE THC-R "UNLOCK"
                RETURNING RET
           END-IF
           IF  RET = 0
               MOVE  THC-T  TO PL-STAN
               GO TO TAN-RTN-EXIT
           END-IF
           MOVE  ZERO           TO PL-STAN.
           MOVE  PL-PTCD        TO THT-TCD.
           MOVE  JSUM-09        TO THT-HCD.
           COMPUTE  THT-SIZ = PL-SX - 1.
           CALL "DB_Read" USING
            "INVALID KEY" THTM_PNAME1 BY REFERENCE THT-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  PL-PTCD    TO THT-TCD
               MOVE  JSUM-09    TO THT-HCD
               MOVE  9          TO THT-SIZ
               CALL "DB_Read" USING
                "INVALID KEY" THTM_PNAME1 BY REFERENCE THT-R "UNLOCK"
                RETURNING RET
           END-IF
           IF  RET = 0
               MOVE  THT-T  TO PL-STAN
           END-IF.
       TAN-RTN-EXIT.
           EXIT.
      *
      *    LF-PRT-RTN  -  one line per entry in PRMF order, the base
      *    side scaled by window days over base days.
      *
       LF-PRT-RTN.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-PL-HD   TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  PL-CD        TO WORK-PL-CD.
           MOVE  PL-FROM      TO WORK-PL-FROM.
           MOVE  PL-TO        TO WORK-PL-TO.
           MOVE  WORK-PL-PER  TO PRN-R (11:34).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-PL-COLHD  TO PRN-R (11:87).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  1  TO PL-IX.
       LF-PRT-010.
           IF  PL-IX > LF-CNT
               GO TO LF-PRT-090
           END-IF
           COMPUTE  PL-CMRG = LF-CREV(PL-IX) - LF-CCST(PL-IX).
           MOVE  ZERO  TO PL-BQTY PL-BMRG.
           IF  LF-BDAY(PL-IX) NOT = ZERO
               COMPUTE  PL-BQTY ROUNDED = LF-BQTY(PL-IX)
                        * LF-CDAY(PL-IX) / LF-BDAY(PL-IX)
               COMPUTE  PL-BMRG ROUNDED = (LF-BREV(PL-IX)
                        - LF-BQTY(PL-IX) * LF-AVG(PL-IX))
                        * LF-CDAY(PL-IX) / LF-BDAY(PL-IX)
           END-IF
           COMPUTE  PL-LMRG = PL-CMRG - PL-BMRG.
           MOVE  SPACE            TO PRN-R.
           MOVE  LF-TCD(PL-IX)    TO WORK-PL-TCD.
           MOVE  LF-HCD(PL-IX)    TO WORK-PL-HCD.
           MOVE  LF-CQTY(PL-IX)   TO WORK-PL-CQTY.
           MOVE  PL-CMRG          TO WORK-PL-CMRG.
           MOVE  PL-BQTY          TO WORK-PL-BQTY.
           MOVE  PL-BMRG          TO WORK-PL-BMRG.
           COMPUTE  WORK-PL-LQTY = LF-CQTY(PL-IX) - PL-BQTY.
           MOVE  PL-LMRG          TO WORK-PL-LMRG.
           IF  PL-LMRG > ZERO
               MOVE  "PAID"  TO WORK-PL-PAID
           ELSE
               MOVE  "NO"    TO WORK-PL-PAID
           END-IF
           MOVE  WORK-PL  TO PRN-R (11:87).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           ADD  LF-CQTY(PL-IX)  TO PL-TCQTY.
           ADD  PL-CMRG         TO PL-TCMRG.
           ADD  PL-BQTY         TO PL-TBQTY.
           ADD  PL-BMRG         TO PL-TBMRG.
           ADD  1  TO PL-IX.
           GO TO LF-PRT-010.
       LF-PRT-090.
           MOVE  SPACE  TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  PL-TCQTY     TO WORK-PL-TCQTY.
           MOVE  PL-TCMRG     TO WORK-PL-TCMRG.
           MOVE  PL-TBQTY     TO WORK-PL-TBQTY.
           MOVE  PL-TBMRG     TO WORK-PL-TBMRG.
           COMPUTE  WORK-PL-TLQTY = PL-TCQTY - PL-TBQTY.
           COMPUTE  WORK-PL-TLMRG = PL-TCMRG - PL-TBMRG.
           MOVE  WORK-PL-TOT  TO PRN-R (11:81).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           IF  PL-OVFL NOT = ZERO
               MOVE  SPACE        TO PRN-R
               MOVE  PL-OVFL      TO WORK-PL-OVFL
               MOVE  WORK-PL-OV   TO PRN-R (11:34)
               CALL "PR_Write" USING PRN-R RETURNING RESP
           END-IF.
       LF-PRT-RTN-EXIT.
           EXIT.
      *
      *    DY-RTN  -  DY-SER from DY-DATE: 365 a year, a day for
      *    every fourth year before it, the months gone and the day,
      *    plus February 29th once past it in a leap year.
      *
       DY-RTN.
           COMPUTE  DY-Y1 = DY-YYYY - 1.
           DIVIDE  DY-Y1  BY 4  GIVING DY-Q.
           COMPUTE  DY-SER = DY-YYYY * 365 + DY-Q
                           + DY-CUM(DY-MM) + DY-DD.
           DIVIDE  DY-YYYY  BY 4  GIVING DY-Q  REMAINDER DY-R.
           IF  DY-R = 0  AND  DY-MM > 2
               ADD  1  TO DY-SER
           END-IF.
       DY-RTN-EXIT.
           EXIT.
      *
       R-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_Close".
           STOP RUN.
