       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         ATP100.
      *********************************************************
      *    PROGRAM         :  AVAILABLE-TO-PROMISE INQUIRY     *
      *    PRINTER TYPE    :  ------                           *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    "can you ship 60 pairs of this in size 25 by the 20th"
      *    answered on one screen instead of TANAM, STV100 and a
      *    call to purchasing.  the operator keys an item, a size
      *    slot and the pairs asked for; the screen shows, for all
      *    ten size slots:
      *      ONHAND  the TANAM book summed across stores (ALO100's
      *              measure);
      *      QCHOLD  every LOTF lot still on incoming-inspection
      *              hold or rejected and not yet back with the
      *              supplier (LOT-QCST "0"/"9"), ALO100's rule;
      *      ALLOC   what ALO100 has reserved on suspense lines not
      *              yet released (JSJDS-STAT 1), slot by slot;
      *      WK1-WK8 the cumulative available-to-promise at the
      *              start of each of the next eight weeks: the
      *              above plus every open, sent POF line's
      *              outstanding pairs (ordered less received,
      *              POF-STAT 0 only -- a line held for open-to-buy
      *              approval has not gone to the supplier) by its
      *              POF-DNGP due date.  an overdue line counts in
      *              week 1; one due past week 8 is left out.
      *    TANAM and LOTF carry no size, so the book and the holds
      *    ride the slot-10 any-size position (RPL100's treatment)
      *    while allocations and inbound sit in their own slots.
      *    the earliest promise date for the keyed size shows as
      *    soon as the pairs are keyed: the first week whose size
      *    slot plus the any-size pool covers them, never more than
      *    the item's whole total that week.  weeks run on CSH100's
      *    360/30 day serial from today.
      *    an item code CMG100 has merged away or renumbered is
      *    carried on to its new code through CMP-M.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SYSTEM3100.
       OBJECT-COMPUTER. SYSTEM3100.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  AT-HCD                 PIC  9(006)      VALUE ZERO.
       01  AT-SIZ                 PIC  9(001)      VALUE ZERO.
       01  AT-RQTY                PIC  9(006)      VALUE ZERO.
       01  AT-NXT                 PIC  9(001)      VALUE ZERO.
      *    the item's position, slot 1-10 = size 0-9.
       01  AT-OH                  PIC S9(008)      VALUE ZERO.
       01  AT-QC                  PIC S9(008)      VALUE ZERO.
       01  AT-ALT.
           02  AT-AL    OCCURS  10    PIC S9(008).
      *    inbound by week 1-8 and slot.
       01  AT-INT.
           02  AT-INW   OCCURS  8.
               03  AT-IN    OCCURS  10    PIC S9(008).
      *    cumulative available-to-promise by week and slot.
       01  AT-ATT.
           02  AT-ATW   OCCURS  8.
               03  AT-ATP   OCCURS  10    PIC S9(008).
               03  AT-TOT                 PIC S9(009).
       01  AT-WSTART.
           02  AT-WDATE OCCURS  8    PIC  9(008).
       01  AT-WX                  PIC  9(002)      VALUE ZERO.
       01  AT-SX                  PIC  9(002)      VALUE ZERO.
       01  AT-AVL                 PIC S9(009)      VALUE ZERO.
       01  AT-OUT                 PIC S9(006)      VALUE ZERO.
       01  AT-ROW                 PIC  9(002)      VALUE ZERO.
      *    day-serial work fields -- CSH100's 360/30 calendar.
       01  AT-YR                  PIC  9(004)      VALUE ZERO.
       01  AT-MO                  PIC  9(002)      VALUE ZERO.
       01  AT-DD                  PIC  9(002)      VALUE ZERO.
       01  AT-REM                 PIC  9(006)      VALUE ZERO.
       01  AT-SER-DATE            PIC  9(008)      VALUE ZERO.
       01  AT-SER                 PIC S9(008)      VALUE ZERO.
       01  AT-TODAY-SER           PIC S9(008)      VALUE ZERO.
       01  AT-WKNO                PIC S9(004)      VALUE ZERO.
       01  WORK-TODATE.
           02  WORK-TD-YY         PIC  9(002).
           02  WORK-TD-MM         PIC  9(002).
           02  WORK-TD-DD         PIC  9(002).
       01  W-TODAY                PIC  9(008)      VALUE ZERO.
      *    one grid row.
       01  WORK-ROW.
           02  WORK-ROW-LBL       PIC  X(008).
           02  WORK-ROW-Q     OCCURS  10    PIC  -----9.
           02  F                  PIC  X(001).
           02  WORK-ROW-TOT       PIC  ------9.
       01  WORK-WLBL.
           02  F                  PIC  X(002)  VALUE  "WK".
           02  WORK-WLBL-NO       PIC  9(001).
           02  F                  PIC  X(001)  VALUE  SPACE.
           02  WORK-WLBL-MD       PIC  9(004).
      *    the earliest-promise line.
       01  WORK-EAR.
           02  F                  PIC  X(005)  VALUE  "SIZE ".
           02  WORK-EAR-SIZ       PIC  9(001).
           02  F                  PIC  X(001)  VALUE  SPACE.
           02  WORK-EAR-QTY       PIC  ZZZZZ9.
           02  F                  PIC  X(014)  VALUE
                " PAIRS : FROM ".
           02  WORK-EAR-DATE      PIC  9(008).
           02  F                  PIC  X(007)  VALUE  " (WEEK ".
           02  WORK-EAR-WK        PIC  9(001).
           02  F                  PIC  X(001)  VALUE  ")".
       01  WORK-EAR-NG.
           02  F                  PIC  X(005)  VALUE  "SIZE ".
           02  WORK-EAR-NGSIZ     PIC  9(001).
           02  F                  PIC  X(001)  VALUE  SPACE.
           02  WORK-EAR-NGQTY     PIC  ZZZZZ9.
           02  F                  PIC  X(031)  VALUE
                " PAIRS : NOT WITHIN EIGHT WEEKS".
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
      *FD  SHM
           COPY SHM.
      *FD  TANAM
           COPY TANAM.
      *FD  LOTF
           COPY LILOTF.
      *FD  POF
           COPY LIPOF.
      *FD  CMP-M
           COPY LICMPM.
      *FD  JSJDSF
       01  JSJDSF_ATP100.
           02  JSJDSF_PNAME1      PIC  X(006) VALUE "JSJDSF".
           02  F                  PIC  X(001).
           02  JSJDSF_LNAME       PIC  X(013) VALUE "JSJDSF_ATP100".
           02  F                  PIC  X(001).
           02  JSJDSF_KEY1        PIC  X(100) VALUE SPACE.
           02  JSJDSF_SORT        PIC  X(100) VALUE SPACE.
           02  JSJDSF_IDLST       PIC  X(100) VALUE SPACE.
           02  JSJDSF_RES         USAGE  POINTER.
           COPY JSJDS.
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
                "AVAILABLE-TO-PROMISE INQUIRY".
           02  FILLER  PIC  X(010) VALUE
                "ITEM".
           02  FILLER  PIC  X(010) VALUE
                "SIZE 0-9".
           02  FILLER  PIC  X(005) VALUE
                "PAIRS".
           02  FILLER.
             03  FILLER  PIC  X(038) VALUE
                  "SIZE         0     1     2     3     4".
             03  FILLER  PIC  X(038) VALUE
                  "     5     6     7     8 9/ANY   TOTAL".
           02  FILLER  PIC  X(040) VALUE
                "1=ANOTHER SIZE/PAIRS  9=NEW ITEM".
       01  C-DSP.
           02  D-NAME     PIC  N(024).
       01  C-LST.
           02  D-R01      PIC  X(076).
           02  D-R02      PIC  X(076).
           02  D-R03      PIC  X(076).
           02  D-R04      PIC  X(076).
           02  D-R05      PIC  X(076).
           02  D-R06      PIC  X(076).
           02  D-R07      PIC  X(076).
           02  D-R08      PIC  X(076).
           02  D-R09      PIC  X(076).
           02  D-R10      PIC  X(076).
           02  D-R11      PIC  X(076).
       01  C-EAR.
           02  D-EAR      PIC  X(060).
       01  C-ACP.
           02  A-HCD      PIC  9(006).
           02  A-SIZ      PIC  9(001).
           02  A-RQTY     PIC  9(006).
           02  A-NXT      PIC  9(001).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
             03  E-ME1   PIC  X(030) VALUE
                  "***  ITEM NOT ON SHM       ***".
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
            "C-MID" " " "0" "0" "181" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-MID" "X" "2" "10" "40" " " "C-MID" RETURNING RESU.
       CALL "SD_Init" USING
            "02C-MID" "X" "4" "3" "10" "01C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "03C-MID" "X" "4" "24" "10" "02C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "04C-MID" "X" "4" "38" "5" "03C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "05C-MID" " " "7" "0" "76" "04C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "0105C-MID" "X" "7" "3" "38" " " "05C-MID" RETURNING RESU.
       CALL "SD_Init" USING
            "0205C-MID" "X" "7" "41" "38" "0105C-MID" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "06C-MID" "X" "22" "3" "40" "05C-MID" " " RETURNING RESU.
      *C-DSP
       CALL "SD_Init" USING
            "C-DSP" " " "0" "0" "48" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "D-NAME" "N" "5" "14" "24" " " "C-DSP" RETURNING RESU.
       CALL "SD_From" USING
            "D-NAME" BY REFERENCE SHM-02 "24" "0" RETURNING RESU.
      *C-LST
       CALL "SD_Init" USING
            "C-LST" " " "0" "0" "836" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "D-R01" "X" "8" "3" "76" " " "C-LST" RETURNING RESU.
       CALL "SD_Init" USING
            "D-R02" "X" "9" "3" "76" "D-R01" " " RETURNING RESU.
       CALL "SD_Init" USING
            "D-R03" "X" "10" "3" "76" "D-R02" " " RETURNING RESU.
       CALL "SD_Init" USING
            "D-R04" "X" "11" "3" "76" "D-R03" " " RETURNING RESU.
       CALL "SD_Init" USING
            "D-R05" "X" "12" "3" "76" "D-R04" " " RETURNING RESU.
       CALL "SD_Init" USING
            "D-R06" "X" "13" "3" "76" "D-R05" " " RETURNING RESU.
       CALL "SD_Init" USING
            "D-R07" "X" "14" "3" "76" "D-R06" " " RETURNING RESU.
       CALL "SD_Init" USING
            "D-R08" "X" "15" "3" "76" "D-R07" " " RETURNING RESU.
       CALL "SD_Init" USING
            "D-R09" "X" "16" "3" "76" "D-R08" " " RETURNING RESU.
       CALL "SD_Init" USING
            "D-R10" "X" "17" "3" "76" "D-R09" " " RETURNING RESU.
       CALL "SD_Init" USING
            "D-R11" "X" "18" "3" "76" "D-R10" " " RETURNING RESU.
      *C-EAR
       CALL "SD_Init" USING
            "C-EAR" " " "0" "0" "60" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "D-EAR" "X" "20" "3" "60" " " "C-EAR" RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "14" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-HCD" "9" "4" "14" "6" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-HCD" BY REFERENCE AT-HCD "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-SIZ" "9" "4" "34" "1" "A-HCD" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-SIZ" BY REFERENCE AT-SIZ "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-RQTY" "9" "4" "44" "6" "A-SIZ" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-RQTY" BY REFERENCE AT-RQTY "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-NXT" "9" "22" "45" "1" "A-RQTY" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-NXT" BY REFERENCE AT-NXT "1" "0" RETURNING RESU.
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
           MOVE  ZERO  TO AT-HCD AT-SIZ AT-RQTY AT-NXT.
           ACCEPT  WORK-TODATE  FROM  DATE.
           COMPUTE  W-TODAY = (2000 + WORK-TD-YY) * 10000
                  + WORK-TD-MM * 100 + WORK-TD-DD.
           MOVE  W-TODAY  TO AT-SER-DATE.
           PERFORM  SER-RTN  THRU  SER-RTN-EXIT.
           MOVE  AT-SER   TO AT-TODAY-SER.
       R-10.
           CALL "SD_Accept" USING BY REFERENCE A-HCD "A-HCD" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = PF9
               CALL "C3_Set_Jrcode" USING
                USER_ID BY REFERENCE COMPLETION_CODE  255
               GO TO R-95
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-10
           END-IF
           CALL "DB_F_Open" USING
            "INPUT" SHM_PNAME1 "SHARED" BY REFERENCE SHM_IDLST "1"
            "SHM-KEY" BY REFERENCE SHM-KEY.
           MOVE  AT-HCD  TO SHM-01.
           CALL "DB_Read" USING
            "INVALID KEY" SHM_PNAME1 BY REFERENCE SHM-R "UNLOCK"
            RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE SHM_IDLST SHM_PNAME1.
           IF  RET = 1
               PERFORM  AT-CMP-RTN  THRU  AT-CMP-RTN-EXIT
           END-IF
           IF  RET = 1
               CALL "SD_Output" USING
                "E-ME1" E-ME1 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-10
           END-IF
           CALL "SD_Output" USING "C-DSP" C-DSP "p" RETURNING RESU.
           PERFORM  AT-LOAD-RTN  THRU  AT-LOAD-RTN-EXIT.
           PERFORM  AT-CALC-RTN  THRU  AT-CALC-RTN-EXIT.
           PERFORM  AT-SHOW-RTN  THRU  AT-SHOW-RTN-EXIT.
       R-20.
           CALL "SD_Accept" USING BY REFERENCE A-SIZ "A-SIZ" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-10
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-20
           END-IF.
       R-25.
           CALL "SD_Accept" USING BY REFERENCE A-RQTY "A-RQTY" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-20
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-25
           END-IF
           IF  AT-RQTY = ZERO
               GO TO R-25
           END-IF
           PERFORM  AT-EAR-RTN  THRU  AT-EAR-RTN-EXIT.
       R-30.
           CALL "SD_Accept" USING BY REFERENCE A-NXT "A-NXT" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-25
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-30
           END-IF
           IF  AT-NXT = 1
               GO TO R-20
           END-IF
           IF  AT-NXT = 9
               GO TO R-05
           END-IF
           GO TO R-30.
      *
      *    SER-RTN  -  360/30 approximate day serial of AT-SER-DATE,
      *    cloned from CSH100.
      *
       SER-RTN.
           COMPUTE  AT-SER = (AT-SER-DATE / 10000) * 360.
           COMPUTE  AT-REM = AT-SER-DATE / 100.
           COMPUTE  AT-SER = AT-SER
                  + (AT-REM - (AT-SER-DATE / 10000) * 100) * 30
                  + (AT-SER-DATE - AT-REM * 100).
       SER-RTN-EXIT.
           EXIT.
      *
      *    UNSER-RTN  -  AT-SER back to a CCYYMMDD in AT-SER-DATE,
      *    CSH100's inverse (day 0 is day 30 of the prior month).
      *
       UNSER-RTN.
           COMPUTE  AT-YR = AT-SER / 360.
           COMPUTE  AT-REM = AT-SER - AT-YR * 360.
           COMPUTE  AT-MO = AT-REM / 30.
           COMPUTE  AT-DD = AT-REM - AT-MO * 30.
           IF  AT-DD = ZERO
               MOVE  30  TO AT-DD
           ELSE
               ADD  1  TO AT-MO
           END-IF
           IF  AT-MO = ZERO
               MOVE  12  TO AT-MO
               SUBTRACT  1  FROM AT-YR
           END-IF
           IF  AT-MO > 12
               SUBTRACT  12  FROM AT-MO
               ADD  1  TO AT-YR
           END-IF
           COMPUTE  AT-SER-DATE = AT-YR * 10000 + AT-MO * 100 + AT-DD.
       UNSER-RTN-EXIT.
           EXIT.
      *
      *    AT-LOAD-RTN  -  the item's book, holds, reservations and
      *    inbound, one pass of each file.
      *
       AT-LOAD-RTN.
           MOVE  ZERO  TO AT-OH AT-QC.
           INITIALIZE AT-ALT AT-INT.
           CALL "DB_F_Open" USING
            "INPUT" TANAM_PNAME1 " " BY REFERENCE TANAM_IDLST "0".
       AT-LOAD-010.
           CALL "DB_Read" USING
            "AT END" TANAM_PNAME1 BY REFERENCE TANAM-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO AT-LOAD-020
           END-IF
           IF  TANAM-01 = AT-HCD
               ADD  TANAM-051  TO AT-OH
           END-IF
           GO TO AT-LOAD-010.
       AT-LOAD-020.
           CALL "DB_F_Close" USING
            BY REFERENCE TANAM_IDLST TANAM_PNAME1.
           CALL "DB_F_Open" USING
            "INPUT" LOTF_PNAME1 " " BY REFERENCE LOTF_IDLST "0".
       AT-LOAD-030.
           CALL "DB_Read" USING
            "AT END" LOTF_PNAME1 BY REFERENCE LOT-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO AT-LOAD-040
           END-IF
           IF  LOT-HCD NOT = AT-HCD
               GO TO AT-LOAD-030
           END-IF
           IF  LOT-QCST = "0"  OR  LOT-QCST = "9"
               ADD  LOT-QTY  TO AT-QC
           END-IF
           GO TO AT-LOAD-030.
       AT-LOAD-040.
           CALL "DB_F_Close" USING
            BY REFERENCE LOTF_IDLST LOTF_PNAME1.
           CALL "DB_F_Open" USING
            "INPUT" JSJDSF_PNAME1 " " BY REFERENCE JSJDSF_IDLST "0".
       AT-LOAD-050.
           CALL "DB_Read" USING
            "AT END" JSJDSF_PNAME1 BY REFERENCE JSJDS-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO AT-LOAD-060
           END-IF
           IF  JSJDS-STAT NOT = 1  OR  JSJDS-09 NOT = AT-HCD
               GO TO AT-LOAD-050
           END-IF
           MOVE  1  TO AT-SX.
       AT-LOAD-055.
           IF  AT-SX > 10
               GO TO AT-LOAD-050
           END-IF
           ADD  JSJDS-1211(AT-SX)  TO AT-AL(AT-SX).
           ADD  1  TO AT-SX.
           GO TO AT-LOAD-055.
       AT-LOAD-060.
           CALL "DB_F_Close" USING
            BY REFERENCE JSJDSF_IDLST JSJDSF_PNAME1.
           CALL "DB_F_Open" USING
            "INPUT" POF_PNAME1 " " BY REFERENCE POF_IDLST "0".
       AT-LOAD-070.
           CALL "DB_Read" USING
            "AT END" POF_PNAME1 BY REFERENCE POF-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO AT-LOAD-090
           END-IF
           IF  POF-STAT NOT = 0  OR  POF-HCD NOT = AT-HCD
               GO TO AT-LOAD-070
           END-IF
           MOVE  POF-DNGP  TO AT-SER-DATE.
           PERFORM  SER-RTN  THRU  SER-RTN-EXIT.
           COMPUTE  AT-WKNO = (AT-SER - AT-TODAY-SER) / 7 + 1.
           IF  AT-WKNO < 1
               MOVE  1  TO AT-WKNO
           END-IF
           IF  AT-WKNO > 8
               GO TO AT-LOAD-070
           END-IF
           MOVE  1  TO AT-SX.
       AT-LOAD-075.
           IF  AT-SX > 10
               GO TO AT-LOAD-070
           END-IF
           COMPUTE  AT-OUT = POF-OQ(AT-SX) - POF-RQ(AT-SX).
           IF  AT-OUT > ZERO
               ADD  AT-OUT  TO AT-IN(AT-WKNO AT-SX)
           END-IF
           ADD  1  TO AT-SX.
           GO TO AT-LOAD-075.
       AT-LOAD-090.
           CALL "DB_F_Close" USING
            BY REFERENCE POF_IDLST POF_PNAME1.
       AT-LOAD-RTN-EXIT.
           EXIT.
      *
      *    AT-CALC-RTN  -  week 1 starts from the free position
      *    (the book less holds in the any-size slot, reservations
      *    off every slot) and each week adds its inbound onto the
      *    week before; each week's start date for the labels.
      *
       AT-CALC-RTN.
           INITIALIZE AT-ATT.
           MOVE  1  TO AT-WX.
       AT-CALC-010.
           IF  AT-WX > 8
               GO TO AT-CALC-RTN-EXIT
           END-IF
           COMPUTE  AT-SER = AT-TODAY-SER + (AT-WX - 1) * 7.
           PERFORM  UNSER-RTN  THRU  UNSER-RTN-EXIT.
           MOVE  AT-SER-DATE  TO AT-WDATE(AT-WX).
           MOVE  1  TO AT-SX.
       AT-CALC-020.
           IF  AT-SX > 10
               ADD  1  TO AT-WX
               GO TO AT-CALC-010
           END-IF
           IF  AT-WX = 1
               COMPUTE  AT-ATP(1 AT-SX) = AT-IN(1 AT-SX)
                      - AT-AL(AT-SX)
               IF  AT-SX = 10
                   COMPUTE  AT-ATP(1 10) = AT-ATP(1 10)
                          + AT-OH - AT-QC
               END-IF
           ELSE
               COMPUTE  AT-ATP(AT-WX AT-SX) =
                        AT-ATP(AT-WX - 1 AT-SX) + AT-IN(AT-WX AT-SX)
           END-IF
           ADD  AT-ATP(AT-WX AT-SX)  TO AT-TOT(AT-WX).
           ADD  1  TO AT-SX.
           GO TO AT-CALC-020.
       AT-CALC-RTN-EXIT.
           EXIT.
      *
      *    AT-SHOW-RTN  -  the eleven grid rows.
      *
       AT-SHOW-RTN.
           MOVE  SPACE  TO C-LST C-EAR.
           MOVE  1  TO AT-ROW.
       AT-SHOW-010.
           IF  AT-ROW > 11
               GO TO AT-SHOW-090
           END-IF
           INITIALIZE WORK-ROW.
           MOVE  1  TO AT-SX.
           EVALUATE  AT-ROW
             WHEN 1
               MOVE  "ONHAND"   TO WORK-ROW-LBL
               MOVE  AT-OH      TO WORK-ROW-Q(10) WORK-ROW-TOT
             WHEN 2
               MOVE  "QCHOLD"   TO WORK-ROW-LBL
               COMPUTE  WORK-ROW-Q(10) = 0 - AT-QC
               COMPUTE  WORK-ROW-TOT   = 0 - AT-QC
             WHEN 3
               MOVE  "ALLOC"    TO WORK-ROW-LBL
               MOVE  ZERO       TO AT-AVL
               PERFORM  AT-SHOW-AL-RTN  THRU  AT-SHOW-AL-RTN-EXIT
               COMPUTE  WORK-ROW-TOT = 0 - AT-AVL
             WHEN OTHER
               COMPUTE  AT-WX = AT-ROW - 3
               MOVE  AT-WX              TO WORK-WLBL-NO
               MOVE  AT-WDATE(AT-WX) (5:4)  TO WORK-WLBL-MD
               MOVE  WORK-WLBL          TO WORK-ROW-LBL
               PERFORM  AT-SHOW-WK-RTN  THRU  AT-SHOW-WK-RTN-EXIT
               MOVE  AT-TOT(AT-WX)      TO WORK-ROW-TOT
           END-EVALUATE
           EVALUATE  AT-ROW
             WHEN 1   MOVE WORK-ROW TO D-R01
             WHEN 2   MOVE WORK-ROW TO D-R02
             WHEN 3   MOVE WORK-ROW TO D-R03
             WHEN 4   MOVE WORK-ROW TO D-R04
             WHEN 5   MOVE WORK-ROW TO D-R05
             WHEN 6   MOVE WORK-ROW TO D-R06
             WHEN 7   MOVE WORK-ROW TO D-R07
             WHEN 8   MOVE WORK-ROW TO D-R08
             WHEN 9   MOVE WORK-ROW TO D-R09
             WHEN 10  MOVE WORK-ROW TO D-R10
             WHEN 11  MOVE WORK-ROW TO D-R11
           END-EVALUATE
           ADD  1  TO AT-ROW.
           GO TO AT-SHOW-010.
       AT-SHOW-090.
           CALL "SD_Output" USING "C-LST" C-LST "p" RETURNING RESU.
           CALL "SD_Output" USING "C-EAR" C-EAR "p" RETURNING RESU.
       AT-SHOW-RTN-EXIT.
           EXIT.
      *
       AT-SHOW-AL-RTN.
           IF  AT-SX > 10
               GO TO AT-SHOW-AL-RTN-EXIT
           END-IF
           COMPUTE  WORK-ROW-Q(AT-SX) = 0 - AT-AL(AT-SX).
           ADD  AT-AL(AT-SX)  TO AT-AVL.
           ADD  1  TO AT-SX.
           GO TO AT-SHOW-AL-RTN.
       AT-SHOW-AL-RTN-EXIT.
           EXIT.
      *
       AT-SHOW-WK-RTN.
           IF  AT-SX > 10
               GO TO AT-SHOW-WK-RTN-EXIT
           END-IF
           MOVE  AT-ATP(AT-WX AT-SX)  TO WORK-ROW-Q(AT-SX).
           ADD  1  TO AT-SX.
           GO TO AT-SHOW-WK-RTN.
       AT-SHOW-WK-RTN-EXIT.
           EXIT.
      *
      *    AT-EAR-RTN  -  the first week the keyed size can take the
      *    pairs: its own slot plus whatever the any-size pool has
      *    free, capped at the item's total that week.
      *
       AT-EAR-RTN.
           COMPUTE  AT-SX = AT-SIZ + 1.
           MOVE  1  TO AT-WX.
       AT-EAR-010.
           IF  AT-WX > 8
               MOVE  AT-SIZ       TO WORK-EAR-NGSIZ
               MOVE  AT-RQTY      TO WORK-EAR-NGQTY
               MOVE  WORK-EAR-NG  TO D-EAR
               GO TO AT-EAR-090
           END-IF
           MOVE  AT-ATP(AT-WX AT-SX)  TO AT-AVL.
           IF  AT-SX NOT = 10  AND  AT-ATP(AT-WX 10) > ZERO
               ADD  AT-ATP(AT-WX 10)  TO AT-AVL
           END-IF
           IF  AT-AVL > AT-TOT(AT-WX)
               MOVE  AT-TOT(AT-WX)  TO AT-AVL
           END-IF
           IF  AT-AVL < AT-RQTY
               ADD  1  TO AT-WX
               GO TO AT-EAR-010
           END-IF
           MOVE  AT-SIZ           TO WORK-EAR-SIZ.
           MOVE  AT-RQTY          TO WORK-EAR-QTY.
           MOVE  AT-WDATE(AT-WX)  TO WORK-EAR-DATE.
           MOVE  AT-WX            TO WORK-EAR-WK.
           MOVE  WORK-EAR         TO D-EAR.
       AT-EAR-090.
           CALL "SD_Output" USING "C-EAR" C-EAR "p" RETURNING RESU.
       AT-EAR-RTN-EXIT.
           EXIT.
      *
      *    AT-CMP-RTN  -  a retired item code: CMP-M gives the code it
      *    went to, shown in its place and read again from SHM.
      *
       AT-CMP-RTN.
           CALL "DB_F_Open" USING
            "INPUT" CMP-M_PNAME1 "SHARED" BY REFERENCE CMP-M_IDLST "1"
            "CMP-KEY" BY REFERENCE CMP-KEY.
           MOVE  2       TO CMP-KIND.
           MOVE  AT-HCD  TO CMP-OLD.
           CALL "DB_Read" USING
            "INVALID KEY" CMP-M_PNAME1 BY REFERENCE CMP-R "UNLOCK"
            RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE CMP-M_IDLST CMP-M_PNAME1.
           IF  RET = 1
               GO TO AT-CMP-RTN-EXIT
           END-IF
           MOVE  CMP-NEW  TO AT-HCD.
           CALL "SD_Output" USING "A-HCD" A-HCD "p" RETURNING RESU.
           CALL "DB_F_Open" USING
            "INPUT" SHM_PNAME1 "SHARED" BY REFERENCE SHM_IDLST "1"
            "SHM-KEY" BY REFERENCE SHM-KEY.
           MOVE  AT-HCD  TO SHM-01.
           CALL "DB_Read" USING
            "INVALID KEY" SHM_PNAME1 BY REFERENCE SHM-R "UNLOCK"
            RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE SHM_IDLST SHM_PNAME1.
       AT-CMP-RTN-EXIT.
           EXIT.
      *
       R-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_Close".
           STOP RUN.
