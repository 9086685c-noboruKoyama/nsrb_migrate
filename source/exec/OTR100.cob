       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         OTR100.
      *********************************************************
      *    PROGRAM         :  OPEN-TO-BUY REMAINING REPORT     *
      *    PRINTER TYPE    :  JIPS                             *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    open-to-buy still left per SHM-07 item class and month,
      *    for every OTBF plan month from the current month on --
      *      remaining = planned sales + planned end stock
      *                  - stock at the start of the month
      *                  - open order cost due in the month;
      *      start stock  the current month takes today's book
      *                   on-hand (TANAM-051, MKD100's source)
      *                   valued at the CST-M average cost; a later
      *                   month takes the class's planned end stock
      *                   of the month before, or today's on-hand
      *                   when that month has no plan;
      *      on order     open POF lines (POF-STAT 0) of the class,
      *                   ordered less received per slot at the
      *                   POF-TN cost captured on the line, by the
      *                   month of POF-DNGP -- a line already past
      *                   due still arriving counts in the current
      *                   month.  a line held for open-to-buy
      *                   approval is not yet an order.
      *    a minus remaining prints OVER: the class has already
      *    bought past its plan for the month.  an item on TANAM
      *    with no CST-M cost cannot be valued; its pairs are
      *    counted and shown at the foot.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SYSTEM3100.
       OBJECT-COMPUTER. SYSTEM3100.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  OT-DMM                 PIC  9(001)      VALUE ZERO.
       01  OT-CURNG               PIC  9(006)      VALUE ZERO.
       01  OT-PRVNG               PIC  9(006)      VALUE ZERO.
       01  OT-WNG                 PIC  9(006)      VALUE ZERO.
       01  OT-YY                  PIC  9(004)      VALUE ZERO.
       01  OT-MM                  PIC  9(002)      VALUE ZERO.
       01  OT-CX                  PIC  9(004)      VALUE ZERO.
       01  OT-SX                  PIC  9(002)      VALUE ZERO.
       01  OT-IX                  PIC  9(004)      VALUE ZERO.
       01  OT-JX                  PIC  9(004)      VALUE ZERO.
       01  OT-LIMIT               PIC  9(004)      VALUE ZERO.
       01  OT-OPEN                PIC S9(005)      VALUE ZERO.
       01  OT-VAL                 PIC S9(011)      VALUE ZERO.
       01  OT-NCST                PIC S9(009)      VALUE ZERO.
       01  OT-OVFL                PIC  9(006)      VALUE ZERO.
       01  OT-OVER                PIC  9(004)      VALUE ZERO.
       01  OT-LCLS                PIC  9(003)      VALUE ZERO.
       01  WORK-TODATE.
           02  WORK-TD-YY         PIC  9(002).
           02  WORK-TD-MM         PIC  9(002).
           02  WORK-TD-DD         PIC  9(002).
      *    plan months from the current month on, class + month
      *    order once sorted.
       01  PL-CNT                 PIC  9(004)      VALUE ZERO.
       01  PL-TBL.
           02  PL-ENT   OCCURS  1000.
               03  PL-KEY.
                   04  PL-CLS     PIC  9(003).
                   04  PL-NG      PIC  9(006).
               03  PL-SLS         PIC  9(010).
               03  PL-EOM         PIC  9(010).
               03  PL-BOM         PIC S9(011).
               03  PL-ONO         PIC S9(011).
               03  PL-REM         PIC S9(011).
       01  PL-TMP.
           02  PL-TMP-KEY         PIC  9(009).
           02  PL-TMP-SLS         PIC  9(010).
           02  PL-TMP-EOM         PIC  9(010).
           02  PL-TMP-BOM         PIC S9(011).
           02  PL-TMP-ONO         PIC S9(011).
           02  PL-TMP-REM         PIC S9(011).
      *    today's on-hand at cost per class (subscript class + 1).
       01  CL-TBL.
           02  CL-ONH             PIC S9(011)  OCCURS  1000.
       01  PRN-R                  PIC  X(132).
       77  RESP                   PIC  9(001).
       01  WORK-OT-HD             PIC  X(050)      VALUE
            "*** OPEN-TO-BUY REMAINING ***".
       01  WORK-OT-PER.
           02  F                  PIC  X(14)  VALUE  "CURRENT MONTH ".
           02  WORK-OT-CURNG      PIC  9(006).
       01  WORK-OT-COLHD.
           02  F                  PIC  X(036)      VALUE
                "CLS  MONTH   PLAN SALES    PLAN END ".
           02  F                  PIC  X(043)      VALUE
                " START STOCK     ON ORDER   OTB REMAIN FLAG".
       01  WORK-OT.
           02  WORK-OT-CLS        PIC  9(003).
           02  F                  PIC  X(02).
           02  WORK-OT-NG         PIC  9(006).
           02  F                  PIC  X(02).
           02  WORK-OT-SLS        PIC  ZZZZZZZZZ9.
           02  F                  PIC  X(02).
           02  WORK-OT-EOM        PIC  ZZZZZZZZZ9.
           02  F                  PIC  X(02).
           02  WORK-OT-BOM        PIC  -ZZZZZZZZZ9.
           02  F                  PIC  X(02).
           02  WORK-OT-ONO        PIC  -ZZZZZZZZZ9.
           02  F                  PIC  X(02).
           02  WORK-OT-REM        PIC  -ZZZZZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-OT-FLAG       PIC  X(004).
       01  WORK-OT-FT.
           02  F                  PIC  X(15)  VALUE  "MONTHS OVER    ".
           02  WORK-OT-OVER       PIC  ZZZ9.
           02  F                  PIC  X(22)  VALUE
                "   UNCOSTED PAIRS     ".
           02  WORK-OT-NCST       PIC  -ZZZZZZZZ9.
       01  WORK-OT-OV.
           02  F                  PIC  X(28)  VALUE
                "PLAN ROWS NOT REPORTED      ".
           02  WORK-OT-OVFL       PIC  ZZZZZ9.
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
      *FD  OTBF
           COPY LIOTBF.
      *FD  TANAM
           COPY TANAM.
      *FD  SHM
           COPY SHM.
      *FD  CST-M
           COPY LICSTM.
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
                "OPEN-TO-BUY REMAINING REPORT".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-ACP.
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
             03  E-ME1   PIC  X(030) VALUE
                  "***  RUN COMPLETE          ***".
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
            "C-MID" " " "0" "0" "60" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-MID" "X" "3" "10" "40" " " "C-MID" RETURNING RESU.
       CALL "SD_Init" USING
            "02C-MID" "X" "16" "10" "20" "01C-MID" " " RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "1" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "16" "31" "1" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-DMM" BY REFERENCE OT-DMM "1" "0" RETURNING RESU.
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
           MOVE  ZERO  TO OT-DMM PL-CNT OT-OVFL OT-OVER OT-NCST.
       R-20.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = PF9
               CALL "C3_Set_Jrcode" USING
                USER_ID BY REFERENCE COMPLETION_CODE  255
               GO TO R-95
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-20
           END-IF
           IF  OT-DMM NOT = 1  AND  9
               GO TO R-20
           END-IF
           IF  OT-DMM = 9
               GO TO R-05
           END-IF
      *
           ACCEPT  WORK-TODATE  FROM  DATE.
           COMPUTE  OT-CURNG = (2000 + WORK-TD-YY) * 100 + WORK-TD-MM.
           INITIALIZE PL-TBL CL-TBL.
           CALL "DB_F_Open" USING
            "INPUT" SHM_PNAME1 "SHARED" BY REFERENCE SHM_IDLST "1"
            "SHM-KEY" BY REFERENCE SHM-KEY.
           PERFORM  OT-PLN-RTN   THRU  OT-PLN-RTN-EXIT.
           PERFORM  OT-SORT-RTN  THRU  OT-SORT-RTN-EXIT.
           PERFORM  OT-ONH-RTN   THRU  OT-ONH-RTN-EXIT.
           PERFORM  OT-ONO-RTN   THRU  OT-ONO-RTN-EXIT.
           CALL "DB_F_Close" USING
            BY REFERENCE SHM_IDLST SHM_PNAME1.
           PERFORM  OT-CALC-RTN  THRU  OT-CALC-RTN-EXIT.
           CALL "PR_Open" RETURNING RESP.
           PERFORM  OT-PRT-RTN   THRU  OT-PRT-RTN-EXIT.
           CALL "PR_Close" RETURNING RESP.
           CALL "SD_Output" USING
            "E-ME1" E-ME1 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO R-05.
      *
      *    OT-PLN-RTN  -  OTBF plan months from the current month on;
      *    a row with both figures zero is no plan.
      *
       OT-PLN-RTN.
           CALL "DB_F_Open" USING
            "INPUT" OTBF_PNAME1 " " BY REFERENCE OTBF_IDLST "0".
       OT-PLN-010.
           CALL "DB_Read" USING
            "AT END" OTBF_PNAME1 BY REFERENCE OTB-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO OT-PLN-090
           END-IF
           IF  OTB-NG < OT-CURNG
               GO TO OT-PLN-010
           END-IF
           IF  OTB-SLS = ZERO  AND  OTB-EOM = ZERO
               GO TO OT-PLN-010
           END-IF
           IF  PL-CNT NOT < 1000
               ADD  1  TO OT-OVFL
               GO TO OT-PLN-010
           END-IF
           ADD   1        TO PL-CNT.
           MOVE  OTB-CLS  TO PL-CLS(PL-CNT).
           MOVE  OTB-NG   TO PL-NG(PL-CNT).
           MOVE  OTB-SLS  TO PL-SLS(PL-CNT).
           MOVE  OTB-EOM  TO PL-EOM(PL-CNT).
           GO TO OT-PLN-010.
       OT-PLN-090.
           CALL "DB_F_Close" USING
            BY REFERENCE OTBF_IDLST OTBF_PNAME1.
       OT-PLN-RTN-EXIT.
           EXIT.
      *
      *    OT-SORT-RTN  -  selection sort of PL-TBL(1:PL-CNT) into
      *    class + month order.
      *
       OT-SORT-RTN.
           IF  PL-CNT < 2
               GO TO OT-SORT-RTN-EXIT
           END-IF
           COMPUTE  OT-LIMIT = PL-CNT - 1.
           MOVE  1  TO OT-IX.
       OT-SORT-010.
           IF  OT-IX > OT-LIMIT
               GO TO OT-SORT-RTN-EXIT
           END-IF
           COMPUTE  OT-JX = OT-IX + 1.
       OT-SORT-020.
           IF  OT-JX > PL-CNT
               ADD  1  TO OT-IX
               GO TO OT-SORT-010
           END-IF
           IF  PL-KEY(OT-JX) < PL-KEY(OT-IX)
               MOVE  PL-ENT(OT-IX)  TO PL-TMP
               MOVE  PL-ENT(OT-JX)  TO PL-ENT(OT-IX)
               MOVE  PL-TMP         TO PL-ENT(OT-JX)
           END-IF
           ADD  1  TO OT-JX.
           GO TO OT-SORT-020.
       OT-SORT-RTN-EXIT.
           EXIT.
      *
      *    OT-ONH-RTN  -  today's TANAM book on-hand onto its class at
      *    the CST-M average cost.
      *
       OT-ONH-RTN.
           CALL "DB_F_Open" USING
            "INPUT" CST-M_PNAME1 "SHARED" BY REFERENCE CST-M_IDLST "1"
            "CST-KEY" BY REFERENCE CST-KEY.
           CALL "DB_F_Open" USING
            "INPUT" TANAM_PNAME1 " " BY REFERENCE TANAM_IDLST "0".
       OT-ONH-010.
           CALL "DB_Read" USING
            "AT END" TANAM_PNAME1 BY REFERENCE TANAM-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO OT-ONH-090
           END-IF
           IF  TANAM-051 = ZERO
               GO TO OT-ONH-010
           END-IF
           MOVE  TANAM-01  TO SHM-01.
           CALL "DB_Read" USING
            "INVALID KEY" SHM_PNAME1 BY REFERENCE SHM-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO TO OT-ONH-010
           END-IF
           MOVE  TANAM-01  TO CST-HCD.
           CALL "DB_Read" USING
            "INVALID KEY" CST-M_PNAME1 BY REFERENCE CST-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1  OR  CST-AVG = ZERO
               ADD  TANAM-051  TO OT-NCST
               GO TO OT-ONH-010
           END-IF
           COMPUTE  OT-CX = SHM-07 + 1.
           COMPUTE  OT-VAL ROUNDED = TANAM-051 * CST-AVG.
           ADD  OT-VAL  TO CL-ONH(OT-CX).
           GO TO OT-ONH-010.
       OT-ONH-090.
           CALL "DB_F_Close" USING
            BY REFERENCE TANAM_IDLST TANAM_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE CST-M_IDLST CST-M_PNAME1.
       OT-ONH-RTN-EXIT.
           EXIT.
      *
      *    OT-ONO-RTN  -  open POF lines at their captured cost onto
      *    the plan month of their class they are due in.
      *
       OT-ONO-RTN.
           CALL "DB_F_Open" USING
            "INPUT" POF_PNAME1 " " BY REFERENCE POF_IDLST "0".
       OT-ONO-010.
           CALL "DB_Read" USING
            "AT END" POF_PNAME1 BY REFERENCE POF-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO OT-ONO-090
           END-IF
           IF  POF-STAT NOT = 0
               GO TO OT-ONO-010
           END-IF
           MOVE  POF-HCD  TO SHM-01.
           CALL "DB_Read" USING
            "INVALID KEY" SHM_PNAME1 BY REFERENCE SHM-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO TO OT-ONO-010
           END-IF
           COMPUTE  OT-WNG = POF-DNGP / 100.
           IF  OT-WNG < OT-CURNG
               MOVE  OT-CURNG  TO OT-WNG
           END-IF
           PERFORM  PL-FIND-RTN  THRU  PL-FIND-RTN-EXIT.
           IF  OT-IX = ZERO
               GO TO OT-ONO-010
           END-IF
           MOVE  ZERO  TO OT-VAL.
           MOVE  1     TO OT-SX.
       OT-ONO-020.
           IF  OT-SX > 10
               ADD  OT-VAL  TO PL-ONO(OT-IX)
               GO TO OT-ONO-010
           END-IF
           COMPUTE  OT-OPEN = POF-OQ(OT-SX) - POF-RQ(OT-SX).
           IF  OT-OPEN > ZERO
               COMPUTE  OT-VAL = OT-VAL + OT-OPEN * POF-TN(OT-SX)
           END-IF
           ADD  1  TO OT-SX.
           GO TO OT-ONO-020.
       OT-ONO-090.
           CALL "DB_F_Close" USING
            BY REFERENCE POF_IDLST POF_PNAME1.
       OT-ONO-RTN-EXIT.
           EXIT.
      *
      *    PL-FIND-RTN  -  OT-IX to the plan row of SHM-07 and
      *    OT-WNG, zero when the class has no plan for the month.
      *
       PL-FIND-RTN.
           MOVE  1  TO OT-IX.
       PL-FIND-010.
           IF  OT-IX > PL-CNT
               MOVE  ZERO  TO OT-IX
               GO TO PL-FIND-RTN-EXIT
           END-IF
           IF  PL-CLS(OT-IX) = SHM-07  AND  PL-NG(OT-IX) = OT-WNG
               GO TO PL-FIND-RTN-EXIT
           END-IF
           ADD  1  TO OT-IX.
           GO TO PL-FIND-010.
       PL-FIND-RTN-EXIT.
           EXIT.
      *
      *    OT-CALC-RTN  -  start stock and remaining per plan row.
      *    the table is in class + month order, so the month before
      *    is the previous row when it is the same class.
      *
       OT-CALC-RTN.
           MOVE  1  TO OT-IX.
       OT-CALC-010.
           IF  OT-IX > PL-CNT
               GO TO OT-CALC-RTN-EXIT
           END-IF
           COMPUTE  OT-CX = PL-CLS(OT-IX) + 1.
           MOVE  CL-ONH(OT-CX)  TO PL-BOM(OT-IX).
           IF  PL-NG(OT-IX) = OT-CURNG  OR  OT-IX = 1
               GO TO OT-CALC-020
           END-IF
           COMPUTE  OT-YY = PL-NG(OT-IX) / 100.
           COMPUTE  OT-MM = PL-NG(OT-IX) - OT-YY * 100.
           IF  OT-MM = 1
               COMPUTE  OT-PRVNG = (OT-YY - 1) * 100 + 12
           ELSE
               COMPUTE  OT-PRVNG = PL-NG(OT-IX) - 1
           END-IF
           COMPUTE  OT-JX = OT-IX - 1.
           IF  PL-CLS(OT-JX) = PL-CLS(OT-IX)
                            AND  PL-NG(OT-JX) = OT-PRVNG
               MOVE  PL-EOM(OT-JX)  TO PL-BOM(OT-IX)
           END-IF.
       OT-CALC-020.
           COMPUTE  PL-REM(OT-IX) = PL-SLS(OT-IX) + PL-EOM(OT-IX)
                                  - PL-BOM(OT-IX) - PL-ONO(OT-IX).
           ADD  1  TO OT-IX.
           GO TO OT-CALC-010.
       OT-CALC-RTN-EXIT.
           EXIT.
      *
       OT-PRT-RTN.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-OT-HD   TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  OT-CURNG     TO WORK-OT-CURNG.
           MOVE  WORK-OT-PER  TO PRN-R (11:20).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-OT-COLHD  TO PRN-R (11:79).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  1  TO OT-IX.
           MOVE  PL-CLS(1)  TO OT-LCLS.
       OT-PRT-010.
           IF  OT-IX > PL-CNT
               GO TO OT-PRT-090
           END-IF
           IF  PL-CLS(OT-IX) NOT = OT-LCLS
               MOVE  SPACE  TO PRN-R
               CALL "PR_Write" USING PRN-R RETURNING RESP
               MOVE  PL-CLS(OT-IX)  TO OT-LCLS
           END-IF
           MOVE  SPACE          TO PRN-R WORK-OT-FLAG.
           MOVE  PL-CLS(OT-IX)  TO WORK-OT-CLS.
           MOVE  PL-NG(OT-IX)   TO WORK-OT-NG.
           MOVE  PL-SLS(OT-IX)  TO WORK-OT-SLS.
           MOVE  PL-EOM(OT-IX)  TO WORK-OT-EOM.
           MOVE  PL-BOM(OT-IX)  TO WORK-OT-BOM.
           MOVE  PL-ONO(OT-IX)  TO WORK-OT-ONO.
           MOVE  PL-REM(OT-IX)  TO WORK-OT-REM.
           IF  PL-REM(OT-IX) < ZERO
               MOVE  "OVER"  TO WORK-OT-FLAG
               ADD   1       TO OT-OVER
           END-IF
           MOVE  WORK-OT        TO PRN-R (11:79).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           ADD  1  TO OT-IX.
           GO TO OT-PRT-010.
       OT-PRT-090.
           MOVE  SPACE  TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  OT-OVER      TO WORK-OT-OVER.
           MOVE  OT-NCST      TO WORK-OT-NCST.
           MOVE  WORK-OT-FT   TO PRN-R (11:51).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           IF  OT-OVFL NOT = ZERO
               MOVE  SPACE        TO PRN-R
               MOVE  OT-OVFL      TO WORK-OT-OVFL
               MOVE  WORK-OT-OV   TO PRN-R (11:34)
               CALL "PR_Write" USING PRN-R RETURNING RESP
           END-IF.
       OT-PRT-RTN-EXIT.
           EXIT.
      *
       R-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_Close".
           STOP RUN.
