      *    PRINTER TYPE    :  ------                           *
      *    SCREEN          :  ******                            *
      *        CHANGE      :  26/09/02                         *
      *        CHANGE      :  26/10/15  FOREIGN CURRENCY PRICE *
      *        CHANGE      :  26/10/15  OPEN-TO-BUY CHECK      *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    captures one purchase-order line against a supplier --
      *    the same fallback order as JTO35L's TAN-RTN), so POL100's
      *    open-order listing and POV100's match run price the order
      *    as it stood when it was placed.
      *    a supplier invoicing in a foreign currency (T-CUR other
      *    than blank/JPY) is not priced off THTM: the operator keys
      *    the unit price in the supplier's currency, it is kept on
      *    the line as POF-FTN, and every slot's POF-TN takes its
      *    yen conversion at the RATM rate in force on the order
      *    date.  a currency with no rate on file is refused at the
      *    price field rather than ordered at zero.
      *    every line is checked against its SHM-07 class's OTBF
      *    open-to-buy for the month it is due in (OTR100's sum:
      *    plan sales + plan end stock - start stock - open order
      *    cost).  a line that would take the class past its plan
      *    is warned on screen; the buyer either cuts it or sends
      *    it for approval -- it is then written held (POF-STAT 8)
      *    and parked on APRF (kind 4) for APR100's second operator,
      *    who releases it to the supplier or cancels it.  a class
      *    and month with no plan is not checked.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  M-DMM                  PIC  9(001)      VALUE ZERO.
       01  M-IX                   PIC  9(002)      VALUE ZERO.
       01  M-QSUM                 PIC S9(006)      VALUE ZERO.
      *    foreign-currency switch for the keyed supplier and the
      *    RATM rate RAT-GET-RTN found for its currency on M-RDATE.
       01  M-FGN                  PIC  9(001)      VALUE ZERO.
       01  M-RDATE                PIC  9(008)      VALUE ZERO.
       01  M-RNGP                 PIC  9(008)      VALUE ZERO.
       01  M-RATE                 PIC  9(004)V9(004) VALUE ZERO.
      *    open-to-buy check of the line -- its SHM-07 class, the
      *    plan month it falls in, its cost and what the month still
      *    had open before it; M-OTBX 1 = the month has a plan.
       01  M-CLS                  PIC  9(003)      VALUE ZERO.
       01  M-OTBX                 PIC  9(001)      VALUE ZERO.
       01  M-APR                  PIC  9(001)      VALUE ZERO.
       01  M-CURNG                PIC  9(006)      VALUE ZERO.
       01  M-OTNG                 PIC  9(006)      VALUE ZERO.
       01  M-PRVNG                PIC  9(006)      VALUE ZERO.
       01  M-WNG                  PIC  9(006)      VALUE ZERO.
       01  M-YY                   PIC  9(004)      VALUE ZERO.
       01  M-MM                   PIC  9(002)      VALUE ZERO.
       01  M-SX                   PIC  9(002)      VALUE ZERO.
       01  M-OPEN                 PIC S9(005)      VALUE ZERO.
       01  M-VAL                  PIC S9(011)      VALUE ZERO.
       01  M-LINE                 PIC S9(011)      VALUE ZERO.
       01  M-OTB                  PIC S9(011)      VALUE ZERO.
       01  M-POFSAV               PIC  X(181)      VALUE SPACE.
       01  APR-WSEQ               PIC  9(002)      VALUE ZERO.
       01  D-INFO                 PIC  X(060)      VALUE SPACE.
       01  WORK-INFO.
           02  F                  PIC  X(12)  VALUE  "OTB LEFT    ".
           02  WORK-INFO-OTB      PIC  -9(010).
           02  F                  PIC  X(12)  VALUE  "   THIS LINE".
           02  WORK-INFO-LINE     PIC  -9(010).
       01  A-QTY-TBL.
           02  A-QTY              PIC  9(004)  OCCURS 10.
      *    today's date, split out of ACCEPT FROM DATE (2-digit year)
      *    unit price master -- supplies the per-slot prices frozen
      *    onto the POF line at entry time.
           COPY LITHTM.
      *FD  RATM
      *    exchange-rate master -- read sequentially by RAT-GET-RTN
      *    for the rate in force on the order date.
           COPY LIRATM.
      *FD  OTBF
      *    open-to-buy plan -- read-only, keyed class + month.
           COPY LIOTBF.
      *FD  TANAM
      *    book on-hand, read through for a current-month check.
           COPY TANAM.
      *FD  CST-M
      *    average cost the on-hand is valued at.
           COPY LICSTM.
      *FD  APRF
       01  APRF_PON100.
           02  APRF_PNAME1        PIC  X(006) VALUE "APRF".
           02  F                  PIC  X(001).
           02  APRF_LNAME         PIC  X(011) VALUE "APRF_PON100".
           02  F                  PIC  X(001).
           02  APRF_KEY1          PIC  X(100) VALUE SPACE.
           02  APRF_SORT          PIC  X(100) VALUE SPACE.
           02  APRF_IDLST         PIC  X(100) VALUE SPACE.
           02  APRF_RES           USAGE  POINTER.
           COPY APRF.
      *
       77  ESTAT                  PIC  X(002).
       77  RESU                   PIC  9(001).
                "DUE DATE CCYYMMDD".
           02  FILLER  PIC  X(020) VALUE
                "QTY PER SIZE 0-9".
           02  FILLER  PIC  X(020) VALUE
                "FOREIGN UNIT PRICE".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-ACP.
           02  A-TCD      PIC  9(004).
           02  A-HCD      PIC  9(006).
           02  A-DNGP     PIC  9(008).
           02  A-FTN      PIC  9(005)V9(002).
           02  A-Q01      PIC  9(004).
           02  A-Q02      PIC  9(004).
           02  A-Q03      PIC  9(004).
           02  A-Q09      PIC  9(004).
           02  A-Q10      PIC  9(004).
           02  A-DMM      PIC  9(001).
           02  A-APR      PIC  9(001).
       01  C-WRN.
           02  FILLER  PIC  X(044) VALUE
                "OVER OPEN-TO-BUY  SEND FOR APPROVAL=1 NO=9".
           02  D-INFOF    PIC  X(060).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
                  "***  ITEM IS DISCONTINUED  ***".
             03  E-ME5   PIC  X(030) VALUE
                  "***  ALL QUANTITIES ZERO   ***".
             03  E-ME6   PIC  X(030) VALUE
                  "***  NO EXCHANGE RATE      ***".
             03  E-ME7   PIC  X(030) VALUE
                  "***  FOREIGN PRICE NEEDED  ***".
             03  E-ME8   PIC  X(030) VALUE
                  "***  HELD FOR OTB APPROVAL ***".
             03  E-ME99  PIC  X(005) VALUE X"1B4205".
           COPY LIBSCR.
       PROCEDURE DIVISION.
           "C-CL" "X" "1" "0" "12" " " "C-CLEAR" RETURNING RESU.
      *C-MID
       CALL "SD_Init" USING
            "C-MID" " " "0" "0" "200" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-MID" "X" "3" "10" "40" " " "C-MID" RETURNING RESU.
       CALL "SD_Init" USING
            "07C-MID" "X" "11" "10" "20" "06C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "08C-MID" "X" "16" "10" "20" "07C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "09C-MID" "X" "10" "10" "20" "08C-MID" " " RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "73" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-PONO" "9" "5" "31" "6" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
       CALL "SD_Using" USING
            "A-DNGP" BY REFERENCE POF-DNGP "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-FTN" "9" "10" "31" "8" "A-DNGP" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-FTN" BY REFERENCE POF-FTN "8" "2" RETURNING RESU.
       CALL "SD_Init" USING
            "A-Q01" "9" "12" "10" "4" "A-FTN" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-Q01" BY REFERENCE A-QTY(1) "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "16" "31" "1" "A-Q10" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DMM" BY REFERENCE M-DMM "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-APR" "9" "18" "55" "1" "A-DMM" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-APR" BY REFERENCE M-APR "1" "0" RETURNING RESU.
      *C-WRN
       CALL "SD_Init" USING
            "C-WRN" " " "0" "0" "104" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-WRN" "X" "18" "10" "44" " " "C-WRN" RETURNING RESU.
       CALL "SD_Init" USING
            "D-INFOF" "X" "19" "10" "60" "01C-WRN" " " RETURNING RESU.
       CALL "SD_From" USING
            "D-INFOF" BY REFERENCE D-INFO "60" "0" RETURNING RESU.
      *C-ERR
       CALL "SD_Init" USING
            "C-ERR" " " "0" "0" "247" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-ERR" " " "24" "0" "247" " " "C-ERR" RETURNING RESU.
       CALL "SD_Init" USING
            "E-STAT" "X" "24" "10" "2" " " "01C-ERR" RETURNING RESU.
       CALL "SD_From" USING
       CALL "SD_Init" USING
            "E-ME5" "X" "24" "15" "30" "E-ME4" " " RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME6" "X" "24" "15" "30" "E-ME5" " " RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME7" "X" "24" "15" "30" "E-ME6" " " RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME8" "X" "24" "15" "30" "E-ME7" " " RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME99" "X" "24" "75" "5" "E-ME8" " " RETURNING RESU.
      *
           ACCEPT USER_ID FROM ARGUMENT-VALUE.
           ACCEPT COMPLETION_CODE FROM ARGUMENT-VALUE.
            "INPUT" THTM_PNAME1 "SHARED" BY REFERENCE THTM_IDLST
            "2" "THT-KEY" BY REFERENCE THT-KEY "THT-KEY2" BY
            REFERENCE THT-KEY2.
           CALL "DB_F_Open" USING
            "INPUT" OTBF_PNAME1 "SHARED" BY REFERENCE OTBF_IDLST "1"
            "OTB-KEY" BY REFERENCE OTB-KEY.
      *
       M-05.
           MOVE    SPACE    TO  ERR-STAT.
           MOVE    ZERO     TO  RESU.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "SD_Output" USING "C-MID" C-MID "p" RETURNING RESU.
           MOVE  ZERO   TO M-DUP  M-DMM  M-FGN  M-RATE  M-APR.
           INITIALIZE POF-R A-QTY-TBL.
       M-10.
           CALL "SD_Accept" USING BY REFERENCE A-PONO "A-PONO" "9" "6"
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-12
           END-IF
           IF  T-CUR = SPACE  OR  "JPY"
               MOVE  0      TO M-FGN
               MOVE  SPACE  TO POF-CUR
               MOVE  ZERO   TO POF-FTN
           ELSE
               MOVE  1      TO M-FGN
               MOVE  T-CUR  TO POF-CUR
           END-IF.
       M-13.
           CALL "SD_Accept" USING BY REFERENCE A-HCD "A-HCD" "9" "6"
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-13
           END-IF
           MOVE  SHM-07  TO M-CLS.
       M-14.
           CALL "SD_Accept" USING BY REFERENCE A-DNGP "A-DNGP" "9" "8"
            BY REFERENCE ESTAT RETURNING RESU.
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-14
           END-IF
           IF  M-FGN = 0
               GO TO M-15
           END-IF
      *
      *    foreign-currency supplier -- the rate in force today must
      *    be on RATM before a price in that currency is worth
      *    keying.
      *
           ACCEPT  WORK-TODATE  FROM  DATE.
           COMPUTE  M-RDATE = (2000 + WORK-TD-YY) * 10000
                            + WORK-TD-MM * 100 + WORK-TD-DD.
           PERFORM  RAT-GET-RTN  THRU  RAT-GET-RTN-EXIT.
           IF  M-RATE = ZERO
               CALL "SD_Output" USING
                "E-ME6" E-ME6 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-12
           END-IF.
       M-14A.
           CALL "SD_Accept" USING BY REFERENCE A-FTN "A-FTN" "9" "8"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-14
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-14A
           END-IF
           IF  POF-FTN = ZERO
               CALL "SD_Output" USING
                "E-ME7" E-ME7 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-14A
           END-IF.
       M-15.
           CALL "SD_Accept" USING BY REFERENCE A-Q01 "A-Q01" "9" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               IF  M-FGN = 1
                   GO TO M-14A
               END-IF
               GO TO M-14
           END-IF
           IF  ESTAT NOT = HTB AND SKP
           END-IF
           MOVE  ZERO     TO POF-STAT.
           MOVE  USER_ID  TO POF-USER.
           MOVE  POF-R    TO M-POFSAV.
           PERFORM  OTB-CHK-RTN  THRU  OTB-CHK-RTN-EXIT.
           MOVE  M-POFSAV TO POF-R.
           IF  M-OTBX = 0  OR  M-LINE NOT > M-OTB
               GO TO M-35
           END-IF
      *
      *    the line would take its class past the month's open-to-
      *    buy -- it goes out only through a second operator.
      *
           MOVE  M-OTB      TO WORK-INFO-OTB.
           MOVE  M-LINE     TO WORK-INFO-LINE.
           MOVE  WORK-INFO  TO D-INFO.
           CALL "SD_Output" USING "C-WRN" C-WRN "p" RETURNING RESU.
       M-32.
           CALL "SD_Accept" USING BY REFERENCE A-APR "A-APR" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-15
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-32
           END-IF
           IF  M-APR NOT = 1  AND  9
               GO TO M-32
           END-IF
           IF  M-APR = 9
               GO TO M-15
           END-IF
           MOVE  8  TO POF-STAT.
           CALL "DB_Insert" USING
            POF_PNAME1 POF_LNAME POF-R RETURNING RET.
           PERFORM  APR-PEND-RTN  THRU  APR-PEND-RTN-EXIT.
           CALL "SD_Output" USING
            "E-ME8" E-ME8 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO M-05.
       M-35.
           CALL "DB_Insert" USING
            POF_PNAME1 POF_LNAME POF-R RETURNING RET.
           GO TO M-05.
      *    the same fallback order as JTO35L's TAN-RTN.
      *
       TAN-GET-RTN.
           IF  M-FGN = 1
               COMPUTE  POF-TN(M-IX) ROUNDED = POF-FTN * M-RATE
               GO TO TAN-GET-RTN-EXIT
           END-IF
           MOVE  POF-TCD  TO THT-TCD.
           MOVE  POF-HCD  TO THT-HCD.
           COMPUTE  THT-SIZ = M-IX - 1.
           END-IF.
       TAN-GET-RTN-EXIT.
           EXIT.
      *
      *    RAT-GET-RTN  -  the RATM rate for POF-CUR in force on
      *    M-RDATE: a sequential pass keeping the latest effective
      *    date not after it.  M-RATE comes back zero when the
      *    currency has no rate on or before the date.
      *
       RAT-GET-RTN.
           MOVE  ZERO  TO M-RATE M-RNGP.
           CALL "DB_F_Open" USING
            "INPUT" RATM_PNAME1 " " BY REFERENCE RATM_IDLST "0".
       RAT-GET-010.
           CALL "DB_Read" USING
            "AT END" RATM_PNAME1 BY REFERENCE RAT-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO RAT-GET-020
           END-IF
           IF  RAT-CUR = POF-CUR  AND  RAT-NGP NOT > M-RDATE
                                  AND  RAT-NGP NOT < M-RNGP
               MOVE  RAT-NGP   TO M-RNGP
               MOVE  RAT-RATE  TO M-RATE
           END-IF
           GO TO RAT-GET-010.
       RAT-GET-020.
           CALL "DB_F_Close" USING
            BY REFERENCE RATM_IDLST RATM_PNAME1.
       RAT-GET-RTN-EXIT.
           EXIT.
      *
      *    OTB-CHK-RTN  -  the line's cost (M-LINE) and the open-to-
      *    buy its class still had for the month before it (M-OTB),
      *    OTR100's sum for the one class and month.  the month is
      *    the due month, the current month for a date already past.
      *    M-OTBX comes back 0 when the class has no plan for it.
      *
       OTB-CHK-RTN.
           MOVE  ZERO  TO M-OTBX M-LINE M-OTB.
           MOVE  1     TO M-SX.
       OTB-CHK-010.
           IF  M-SX NOT > 10
               COMPUTE  M-LINE = M-LINE + POF-OQ(M-SX) * POF-TN(M-SX)
               ADD  1  TO M-SX
               GO TO OTB-CHK-010
           END-IF
           ACCEPT  WORK-TODATE  FROM  DATE.
           COMPUTE  M-CURNG = (2000 + WORK-TD-YY) * 100 + WORK-TD-MM.
           COMPUTE  M-OTNG = POF-DNGP / 100.
           IF  M-OTNG < M-CURNG
               MOVE  M-CURNG  TO M-OTNG
           END-IF
           MOVE  M-CLS   TO OTB-CLS.
           MOVE  M-OTNG  TO OTB-NG.
           CALL "DB_Read" USING
            "INVALID KEY" OTBF_PNAME1 BY REFERENCE OTB-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO TO OTB-CHK-RTN-EXIT
           END-IF
           IF  OTB-SLS = ZERO  AND  OTB-EOM = ZERO
               GO TO OTB-CHK-RTN-EXIT
           END-IF
           MOVE  1  TO M-OTBX.
           COMPUTE  M-OTB = OTB-SLS + OTB-EOM.
      *
      *    start stock -- the planned end stock of the month before
      *    when the month is a later one and that month is planned,
      *    today's on-hand otherwise.
      *
           IF  M-OTNG = M-CURNG
               GO TO OTB-CHK-020
           END-IF
           COMPUTE  M-YY = M-OTNG / 100.
           COMPUTE  M-MM = M-OTNG - M-YY * 100.
           IF  M-MM = 1
               COMPUTE  M-PRVNG = (M-YY - 1) * 100 + 12
           ELSE
               COMPUTE  M-PRVNG = M-OTNG - 1
           END-IF
           MOVE  M-CLS    TO OTB-CLS.
           MOVE  M-PRVNG  TO OTB-NG.
           CALL "DB_Read" USING
            "INVALID KEY" OTBF_PNAME1 BY REFERENCE OTB-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0
               IF  OTB-SLS NOT = ZERO  OR  OTB-EOM NOT = ZERO
                   SUBTRACT  OTB-EOM  FROM M-OTB
                   GO TO OTB-CHK-030
               END-IF
           END-IF.
       OTB-CHK-020.
           PERFORM  OTB-ONH-RTN  THRU  OTB-ONH-RTN-EXIT.
       OTB-CHK-030.
           PERFORM  OTB-ONO-RTN  THRU  OTB-ONO-RTN-EXIT.
       OTB-CHK-RTN-EXIT.
           EXIT.
      *
      *    OTB-ONH-RTN  -  today's TANAM book on-hand of the class at
      *    the CST-M average cost, off M-OTB.
      *
       OTB-ONH-RTN.
           CALL "DB_F_Open" USING
            "INPUT" CST-M_PNAME1 "SHARED" BY REFERENCE CST-M_IDLST "1"
            "CST-KEY" BY REFERENCE CST-KEY.
           CALL "DB_F_Open" USING
            "INPUT" TANAM_PNAME1 " " BY REFERENCE TANAM_IDLST "0".
       OTB-ONH-010.
           CALL "DB_Read" USING
            "AT END" TANAM_PNAME1 BY REFERENCE TANAM-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO OTB-ONH-090
           END-IF
           IF  TANAM-051 = ZERO
               GO TO OTB-ONH-010
           END-IF
           MOVE  TANAM-01  TO SHM-01.
           CALL "DB_Read" USING
            "INVALID KEY" SHM_PNAME1 BY REFERENCE SHM-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1  OR  SHM-07 NOT = M-CLS
               GO TO OTB-ONH-010
           END-IF
           MOVE  TANAM-01  TO CST-HCD.
           CALL "DB_Read" USING
            "INVALID KEY" CST-M_PNAME1 BY REFERENCE CST-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO TO OTB-ONH-010
           END-IF
           COMPUTE  M-VAL ROUNDED = TANAM-051 * CST-AVG.
           SUBTRACT  M-VAL  FROM M-OTB.
           GO TO OTB-ONH-010.
       OTB-ONH-090.
           CALL "DB_F_Close" USING
            BY REFERENCE TANAM_IDLST TANAM_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE CST-M_IDLST CST-M_PNAME1.
       OTB-ONH-RTN-EXIT.
           EXIT.
      *
      *    OTB-ONO-RTN  -  open POF lines of the class due in the
      *    month (past-due ones in the current month) at their
      *    captured cost, off M-OTB.  POF is closed from its keyed
      *    open for the pass and reopened after it.
      *
       OTB-ONO-RTN.
           CALL "DB_F_Close" USING
            BY REFERENCE POF_IDLST POF_PNAME1.
           CALL "DB_F_Open" USING
            "INPUT" POF_PNAME1 " " BY REFERENCE POF_IDLST "0".
       OTB-ONO-010.
           CALL "DB_Read" USING
            "AT END" POF_PNAME1 BY REFERENCE POF-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO OTB-ONO-090
           END-IF
           IF  POF-STAT NOT = 0
               GO TO OTB-ONO-010
           END-IF
           COMPUTE  M-WNG = POF-DNGP / 100.
           IF  M-WNG < M-CURNG
               MOVE  M-CURNG  TO M-WNG
           END-IF
           IF  M-WNG NOT = M-OTNG
               GO TO OTB-ONO-010
           END-IF
           MOVE  POF-HCD  TO SHM-01.
           CALL "DB_Read" USING
            "INVALID KEY" SHM_PNAME1 BY REFERENCE SHM-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1  OR  SHM-07 NOT = M-CLS
               GO TO OTB-ONO-010
           END-IF
           MOVE  1  TO M-SX.
       OTB-ONO-020.
           IF  M-SX > 10
               GO TO OTB-ONO-010
           END-IF
           COMPUTE  M-OPEN = POF-OQ(M-SX) - POF-RQ(M-SX).
           IF  M-OPEN > ZERO
               COMPUTE  M-OTB = M-OTB - M-OPEN * POF-TN(M-SX)
           END-IF
           ADD  1  TO M-SX.
           GO TO OTB-ONO-020.
       OTB-ONO-090.
           CALL "DB_F_Close" USING
            BY REFERENCE POF_IDLST POF_PNAME1.
           CALL "DB_F_Open" USING
            "I-O" POF_PNAME1 "SHARED" BY REFERENCE POF_IDLST "1"
            "POF-KEY" BY REFERENCE POF-KEY.
       OTB-ONO-RTN-EXIT.
           EXIT.
      *
      *    APR-PEND-RTN  -  parks the held line on APRF (kind 4):
      *    PO number + line as the key, the line's cost as the new
      *    value and the open-to-buy left before it (nil when
      *    already over) as the old, THM100's pending row.
      *
       APR-PEND-RTN.
           CALL "DB_F_Open" USING
            "I-O" APRF_PNAME1 "SHARED" BY REFERENCE APRF_IDLST "1"
            "APR-KEY" BY REFERENCE APR-KEY.
           ACCEPT  APR-DATE  FROM  DATE.
           ACCEPT  APR-TIME  FROM  TIME.
           ADD  1  TO APR-WSEQ.
           MOVE  APR-WSEQ   TO APR-SEQ.
           MOVE  4          TO APR-KIND.
           MOVE  SPACE      TO APR-KEYD.
           MOVE  POF-KEY    TO APR-KEYD (1:8).
           MOVE  M-LINE     TO APR-NEWV.
           IF  M-OTB > ZERO
               MOVE  M-OTB  TO APR-OLDV
           ELSE
               MOVE  ZERO   TO APR-OLDV
           END-IF
           MOVE  USER_ID    TO APR-BY.
           MOVE  ZERO       TO APR-STAT.
           MOVE  SPACE      TO APR-APPBY.
           CALL "DB_Insert" USING
            APRF_PNAME1 APRF_LNAME APR-REC RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE APRF_IDLST APRF_PNAME1.
       APR-PEND-RTN-EXIT.
           EXIT.
      *
       M-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
            BY REFERENCE SHM_IDLST SHM_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE THTM_IDLST THTM_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE OTBF_IDLST OTBF_PNAME1.
           CALL "DB_Close".
           STOP RUN.
