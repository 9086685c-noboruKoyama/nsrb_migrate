       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         FCS100.
      *********************************************************
      *    PROGRAM         :  MONTHLY DEMAND FORECAST RUN      *
      *    PRINTER TYPE    :  JIPS                             *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    run once a month, after JSU100 has folded the month just
      *    closed, for that operator-entered month --
      *      accuracy: every item's FCSTF row for the closed month
      *          (written by an earlier run, so never by this one)
      *          gets its shipped pairs stamped into FCS-ACT, and the
      *          report prints forecast against actual per item and
      *          then per SHM-07 class: error, absolute percent
      *          error and bias, for the statistical figure and for
      *          the effective one (the buyer's FCO100 override where
      *          keyed), so buying can see where each can be trusted.
      *          a class's MAPE is weighted by volume -- the sum of
      *          the absolute errors over the sum of the actuals --
      *          so a slow seller missing by two pairs does not
      *          swamp it; bias is the net error over the actuals
      *          (plus = over-forecast).  an item with no actual
      *          prints no percent;
      *      projection: the statistical figure for each of the
      *          next twelve months, written into FCSTF --
      *            level     the item's last 12 months' JSUMF pairs
      *                      (JSUM-122) over 12, a whole year so
      *                      season washes out of it;
      *            season    the item's class index for the target
      *                      calendar month: the class's pairs in
      *                      that month over the last 36 months
      *                      against its monthly average, so a thin
      *                      item borrows the shape of its class;
      *            trend     the last 12 months over the 12 before,
      *                      held between 0.50 and 1.50, 1.00 for an
      *                      item with no prior year.
      *          an existing row keeps its override and actual; only
      *          FCS-CLS, FCS-STAT and FCS-BASNG are rewritten.  a
      *          rerun for the same month simply writes the same
      *          figures again.
      *    only real items count (JSUM-09 under 999900, JSR100's
      *    filter).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SYSTEM3100.
       OBJECT-COMPUTER. SYSTEM3100.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  FS-NG                  PIC  9(006)      VALUE ZERO.
       01  FS-DMM                 PIC  9(001)      VALUE ZERO.
       01  FS-YY                  PIC  9(004)      VALUE ZERO.
       01  FS-MM                  PIC  9(002)      VALUE ZERO.
       01  FS-BASE                PIC  9(006)      VALUE ZERO.
       01  FS-WBASE               PIC  9(006)      VALUE ZERO.
       01  FS-WYY                 PIC  9(004)      VALUE ZERO.
       01  FS-WMM                 PIC  9(002)      VALUE ZERO.
       01  FS-WNG                 PIC  9(006)      VALUE ZERO.
       01  FS-OFS                 PIC S9(004)      VALUE ZERO.
       01  FS-CX                  PIC  9(004)      VALUE ZERO.
       01  FS-MX                  PIC  9(002)      VALUE ZERO.
       01  FS-K                   PIC  9(002)      VALUE ZERO.
       01  FS-L12                 PIC S9(009)      VALUE ZERO.
       01  FS-P12                 PIC S9(009)      VALUE ZERO.
       01  FS-ANY                 PIC  9(001)      VALUE ZERO.
       01  FS-TRD                 PIC  9(001)V9(002) VALUE ZERO.
       01  FS-FC                  PIC S9(008)      VALUE ZERO.
       01  FS-EFC                 PIC S9(008)      VALUE ZERO.
       01  FS-ACT                 PIC S9(008)      VALUE ZERO.
       01  FS-ERR                 PIC S9(008)      VALUE ZERO.
       01  FS-ABS                 PIC S9(008)      VALUE ZERO.
       01  FS-EABS                PIC S9(008)      VALUE ZERO.
       01  FS-PCT                 PIC S9(004)      VALUE ZERO.
       01  FS-NUM                 PIC S9(010)      VALUE ZERO.
       01  FS-DEN                 PIC S9(010)      VALUE ZERO.
       01  FS-IX                  PIC  9(004)      VALUE ZERO.
       01  FS-JX                  PIC  9(004)      VALUE ZERO.
       01  FS-LIMIT               PIC  9(004)      VALUE ZERO.
       01  FS-OVFL                PIC  9(006)      VALUE ZERO.
       01  FS-WCNT                PIC  9(006)      VALUE ZERO.
       01  FS-TACT                PIC S9(010)      VALUE ZERO.
       01  FS-TFC                 PIC S9(010)      VALUE ZERO.
       01  FS-TABS                PIC S9(010)      VALUE ZERO.
       01  FS-TEFC                PIC S9(010)      VALUE ZERO.
       01  FS-TEABS               PIC S9(010)      VALUE ZERO.
       01  FS-TITM                PIC  9(006)      VALUE ZERO.
      *    items with JSUMF history in the last 36 months: class and
      *    pairs by months back (1 = the closed month).
       01  IT-CNT                 PIC  9(004)      VALUE ZERO.
       01  IT-TBL.
           02  IT-ENT   OCCURS  2000.
               03  IT-HCD         PIC  9(006).
               03  IT-CLS         PIC  9(003).
               03  IT-M           PIC S9(007)  OCCURS  24.
       01  IT-TMP.
           02  IT-TMP-HCD         PIC  9(006).
           02  IT-TMP-CLS         PIC  9(003).
           02  IT-TMP-M           PIC S9(007)  OCCURS  24.
      *    per SHM-07 class (subscript class + 1): pairs by calendar
      *    month over the 36, the seasonal index, and the accuracy
      *    sums for the closed month.
       01  CL-TBL.
           02  CL-ENT   OCCURS  1000.
               03  CL-MON         PIC S9(009)  OCCURS  12.
               03  CL-TOT         PIC S9(010).
               03  CL-IDX         PIC  9(002)V9(004)  OCCURS  12.
               03  CL-ITM         PIC  9(005).
               03  CL-ACT         PIC S9(010).
               03  CL-FC          PIC S9(010).
               03  CL-ABS         PIC S9(010).
               03  CL-EFC         PIC S9(010).
               03  CL-EABS        PIC S9(010).
       01  PRN-R                  PIC  X(132).
       77  RESP                   PIC  9(001).
       01  WORK-AC-HD             PIC  X(050)      VALUE
            "*** DEMAND FORECAST ACCURACY ***".
       01  WORK-AC-PER.
           02  F                  PIC  X(07)  VALUE  "MONTH  ".
           02  WORK-AC-NG         PIC  9(006).
       01  WORK-AC-COLHD.
           02  F                  PIC  X(041)      VALUE
                "ITEM   CLS  FORECAST    ACTUAL     ERROR ".
           02  F                  PIC  X(034)      VALUE
                "APE% EFFECTIVE     ERROR EAPE% OVR".
       01  WORK-AC.
           02  WORK-AC-HCD        PIC  9(006).
           02  F                  PIC  X(01).
           02  WORK-AC-CLS        PIC  9(003).
           02  F                  PIC  X(01).
           02  WORK-AC-FC         PIC  -9(008).
           02  F                  PIC  X(01).
           02  WORK-AC-ACT        PIC  -9(008).
           02  F                  PIC  X(01).
           02  WORK-AC-ERR        PIC  -9(008).
           02  F                  PIC  X(01).
           02  WORK-AC-APE        PIC  ZZZ9.
           02  WORK-AC-APEX  REDEFINES  WORK-AC-APE  PIC  X(004).
           02  F                  PIC  X(01).
           02  WORK-AC-EFC        PIC  -9(008).
           02  F                  PIC  X(01).
           02  WORK-AC-EERR       PIC  -9(008).
           02  F                  PIC  X(01).
           02  WORK-AC-EAPE       PIC  ZZZZ9.
           02  WORK-AC-EAPEX REDEFINES  WORK-AC-EAPE PIC  X(005).
           02  F                  PIC  X(01).
           02  WORK-AC-OVR        PIC  X(003).
       01  WORK-CL-HD             PIC  X(050)      VALUE
            "*** FORECAST ACCURACY BY CLASS ***".
       01  WORK-CL-COLHD.
           02  F                  PIC  X(039)      VALUE
                "CLS  ITEMS     ACTUAL   FORECAST MAPE% ".
           02  F                  PIC  X(030)      VALUE
                "BIAS%  EFFECTIVE  EMAPE  EBIAS".
       01  WORK-CL.
           02  WORK-CL-CLS        PIC  9(003).
           02  WORK-CL-CLSX  REDEFINES  WORK-CL-CLS  PIC  X(003).
           02  F                  PIC  X(01).
           02  WORK-CL-ITM        PIC  ZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-CL-ACT        PIC  -9(009).
           02  F                  PIC  X(01).
           02  WORK-CL-FC         PIC  -9(009).
           02  F                  PIC  X(01).
           02  WORK-CL-MAPE       PIC  ZZZZ9.
           02  WORK-CL-MAPEX REDEFINES  WORK-CL-MAPE PIC  X(005).
           02  F                  PIC  X(01).
           02  WORK-CL-BIAS       PIC  -9(004).
           02  WORK-CL-BIASX REDEFINES  WORK-CL-BIAS PIC  X(005).
           02  F                  PIC  X(01).
           02  WORK-CL-EFC        PIC  -9(009).
           02  F                  PIC  X(02).
           02  WORK-CL-EMAPE      PIC  ZZZZ9.
           02  WORK-CL-EMAPEX REDEFINES WORK-CL-EMAPE PIC  X(005).
           02  F                  PIC  X(02).
           02  WORK-CL-EBIAS      PIC  -9(004).
           02  WORK-CL-EBIASX REDEFINES WORK-CL-EBIAS PIC  X(005).
       01  WORK-PJ.
           02  F                  PIC  X(20)  VALUE
                "FORECAST WRITTEN  : ".
           02  WORK-PJ-ITM        PIC  ZZZZZ9.
           02  F                  PIC  X(15)  VALUE
                " ITEMS  ROWS : ".
           02  WORK-PJ-ROWS       PIC  ZZZZZ9.
           02  F                  PIC  X(12)  VALUE
                "  FROM TO : ".
           02  WORK-PJ-FROM       PIC  9(006).
           02  F                  PIC  X(01)  VALUE  "-".
           02  WORK-PJ-TO         PIC  9(006).
       01  WORK-OV.
           02  F                  PIC  X(32)  VALUE
                "JSUMF ROWS LEFT OUT (TABLE FULL)".
           02  F                  PIC  X(03)  VALUE  " : ".
           02  WORK-OV-CNT        PIC  ZZZZZ9.
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
      *FD  SHM
           COPY SHM.
      *FD  FCSTF
           COPY LIFCST.
      *FD  JSUMF
       01  JSUMF_FCS100.
           02  JSUMF_PNAME1       PIC  X(005) VALUE "JSUMF".
           02  F                  PIC  X(001).
           02  JSUMF_LNAME        PIC  X(012) VALUE "JSUMF_FCS100".
           02  F                  PIC  X(001).
           02  JSUMF_KEY1         PIC  X(100) VALUE SPACE.
           02  JSUMF_SORT         PIC  X(100) VALUE SPACE.
           02  JSUMF_IDLST        PIC  X(100) VALUE SPACE.
           02  JSUMF_RES          USAGE  POINTER.
           COPY JSUM.
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
                "MONTHLY DEMAND FORECAST".
           02  FILLER  PIC  X(020) VALUE
                "CLOSED MONTH CCYYMM".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-ACP.
           02  A-NG       PIC  9(006).
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
            "C-MID" " " "0" "0" "80" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-MID" "X" "3" "10" "40" " " "C-MID" RETURNING RESU.
       CALL "SD_Init" USING
            "02C-MID" "X" "6" "10" "20" "01C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "03C-MID" "X" "16" "10" "20" "02C-MID" " " RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "7" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-NG" "9" "6" "31" "6" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-NG" BY REFERENCE FS-NG "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "16" "31" "1" "A-NG" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DMM" BY REFERENCE FS-DMM "1" "0" RETURNING RESU.
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
           MOVE  ZERO  TO FS-DMM IT-CNT FS-OVFL FS-WCNT.
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
           COMPUTE  FS-YY = FS-NG / 100.
           COMPUTE  FS-MM = FS-NG - FS-YY * 100.
           IF  FS-MM < 1  OR  FS-MM > 12
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
           IF  FS-DMM NOT = 1  AND  9
               GO TO R-20
           END-IF
           IF  FS-DMM = 9
               GO TO R-05
           END-IF
      *
           COMPUTE  FS-BASE = FS-YY * 12 + FS-MM - 1.
           INITIALIZE IT-TBL CL-TBL.
           PERFORM  FS-LOAD-RTN  THRU  FS-LOAD-RTN-EXIT.
           PERFORM  FS-SORT-RTN  THRU  FS-SORT-RTN-EXIT.
           PERFORM  FS-IDX-RTN   THRU  FS-IDX-RTN-EXIT.
           CALL "DB_F_Open" USING
            "I-O" FCSTF_PNAME1 "SHARED" BY REFERENCE FCSTF_IDLST "1"
            "FCS-KEY" BY REFERENCE FCS-KEY.
           CALL "PR_Open" RETURNING RESP.
           PERFORM  FS-ACC-RTN   THRU  FS-ACC-RTN-EXIT.
           PERFORM  FS-CLP-RTN   THRU  FS-CLP-RTN-EXIT.
           PERFORM  FS-PRJ-RTN   THRU  FS-PRJ-RTN-EXIT.
           CALL "PR_Close" RETURNING RESP.
           CALL "DB_F_Close" USING
            BY REFERENCE FCSTF_IDLST FCSTF_PNAME1.
           CALL "SD_Output" USING
            "E-ME1" E-ME1 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO R-05.
      *
      *    FS-LOAD-RTN  -  JSUMF rows of the 36 months to the closed
      *    month: pairs onto the item by months back (the last 24)
      *    and onto its class by calendar month (all 36).
      *
       FS-LOAD-RTN.
           CALL "DB_F_Open" USING
            "INPUT" SHM_PNAME1 "SHARED" BY REFERENCE SHM_IDLST "1"
            "SHM-KEY" BY REFERENCE SHM-KEY.
           CALL "DB_F_Open" USING
            "INPUT" JSUMF_PNAME1 " " BY REFERENCE JSUMF_IDLST "0".
       FS-LOAD-010.
           CALL "DB_Read" USING
            "AT END" JSUMF_PNAME1 BY REFERENCE JSUM-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO FS-LOAD-090
           END-IF
           IF  JSUM-09 NOT < 999900  OR  JSUM-122 = ZERO
               GO TO FS-LOAD-010
           END-IF
           COMPUTE  FS-WYY = JSUM-NG / 100.
           COMPUTE  FS-WMM = JSUM-NG - FS-WYY * 100.
           IF  FS-WMM < 1  OR  FS-WMM > 12
               GO TO FS-LOAD-010
           END-IF
           COMPUTE  FS-WBASE = FS-WYY * 12 + FS-WMM - 1.
           COMPUTE  FS-OFS = FS-BASE - FS-WBASE.
           IF  FS-OFS < 0  OR  FS-OFS > 35
               GO TO FS-LOAD-010
           END-IF
           PERFORM  IT-ACC-RTN  THRU  IT-ACC-RTN-EXIT.
           IF  FS-IX = ZERO
               GO TO FS-LOAD-010
           END-IF
           COMPUTE  FS-CX = IT-CLS(FS-IX) + 1.
           ADD  JSUM-122  TO CL-MON(FS-CX FS-WMM) CL-TOT(FS-CX).
           IF  FS-OFS < 24
               ADD  JSUM-122  TO IT-M(FS-IX FS-OFS + 1)
           END-IF
           GO TO FS-LOAD-010.
       FS-LOAD-090.
           CALL "DB_F_Close" USING
            BY REFERENCE JSUMF_IDLST JSUMF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE SHM_IDLST SHM_PNAME1.
       FS-LOAD-RTN-EXIT.
           EXIT.
      *
      *    IT-ACC-RTN  -  FS-IX to JSUM-09's entry, added on first
      *    sight with its SHM-07 class (0 off SHM); zero, and the
      *    item counted left out, when the table is full.
      *
       IT-ACC-RTN.
           MOVE  1  TO FS-IX.
       IT-ACC-010.
           IF  FS-IX > IT-CNT
               GO TO IT-ACC-020
           END-IF
           IF  IT-HCD(FS-IX) = JSUM-09
               GO TO IT-ACC-RTN-EXIT
           END-IF
           ADD  1  TO FS-IX.
           GO TO IT-ACC-010.
       IT-ACC-020.
           IF  IT-CNT NOT < 2000
               ADD   1     TO FS-OVFL
               MOVE  ZERO  TO FS-IX
               GO TO IT-ACC-RTN-EXIT
           END-IF
           ADD  1        TO IT-CNT.
           MOVE  IT-CNT  TO FS-IX.
           MOVE  JSUM-09  TO IT-HCD(FS-IX) SHM-01.
           CALL "DB_Read" USING
            "INVALID KEY" SHM_PNAME1 BY REFERENCE SHM-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0
               MOVE  SHM-07  TO IT-CLS(FS-IX)
           ELSE
               MOVE  ZERO    TO IT-CLS(FS-IX)
           END-IF.
       IT-ACC-RTN-EXIT.
           EXIT.
      *
      *    FS-SORT-RTN  -  selection sort of IT-TBL(1:IT-CNT) into
      *    ascending item order for the report and the writes.
      *
       FS-SORT-RTN.
           IF  IT-CNT < 2
               GO TO FS-SORT-RTN-EXIT
           END-IF
           COMPUTE  FS-LIMIT = IT-CNT - 1.
           MOVE  1  TO FS-IX.
       FS-SORT-010.
           IF  FS-IX > FS-LIMIT
               GO TO FS-SORT-RTN-EXIT
           END-IF
           COMPUTE  FS-JX = FS-IX + 1.
       FS-SORT-020.
           IF  FS-JX > IT-CNT
               ADD  1  TO FS-IX
               GO TO FS-SORT-010
           END-IF
           IF  IT-HCD(FS-JX) < IT-HCD(FS-IX)
               MOVE  IT-ENT(FS-IX)  TO IT-TMP
               MOVE  IT-ENT(FS-JX)  TO IT-ENT(FS-IX)
               MOVE  IT-TMP         TO IT-ENT(FS-JX)
           END-IF
           ADD  1  TO FS-JX.
           GO TO FS-SORT-020.
       FS-SORT-RTN-EXIT.
           EXIT.
      *
      *    FS-IDX-RTN  -  each class's calendar-month index: the
      *    month's pairs over the class's average month (the 36
      *    months hold each calendar month three times, so the
      *    average month is CL-TOT / 12 of the same weight).  a
      *    class with nothing shipped stays flat at 1.
      *
       FS-IDX-RTN.
           MOVE  1  TO FS-CX.
       FS-IDX-010.
           IF  FS-CX > 1000
               GO TO FS-IDX-RTN-EXIT
           END-IF
           MOVE  1  TO FS-MX.
       FS-IDX-020.
           IF  FS-MX > 12
               ADD  1  TO FS-CX
               GO TO FS-IDX-010
           END-IF
           IF  CL-TOT(FS-CX) > ZERO  AND  CL-MON(FS-CX FS-MX) > ZERO
               COMPUTE  CL-IDX(FS-CX FS-MX) ROUNDED =
                        CL-MON(FS-CX FS-MX) * 12 / CL-TOT(FS-CX)
           ELSE
           IF  CL-TOT(FS-CX) > ZERO
               MOVE  ZERO  TO CL-IDX(FS-CX FS-MX)
           ELSE
               MOVE  1     TO CL-IDX(FS-CX FS-MX)
           END-IF
           END-IF
           ADD  1  TO FS-MX.
           GO TO FS-IDX-020.
       FS-IDX-RTN-EXIT.
           EXIT.
      *
      *    FS-ACC-RTN  -  the closed month's actuals against the
      *    forecast rows written for it, item by item.
      *
       FS-ACC-RTN.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-AC-HD   TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  FS-NG        TO WORK-AC-NG.
           MOVE  WORK-AC-PER  TO PRN-R (11:13).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-AC-COLHD  TO PRN-R (11:75).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  1  TO FS-IX.
       FS-ACC-010.
           IF  FS-IX > IT-CNT
               GO TO FS-ACC-RTN-EXIT
           END-IF
           MOVE  IT-HCD(FS-IX)  TO FCS-HCD.
           MOVE  FS-NG          TO FCS-NG.
           CALL "DB_Read" USING
            "INVALID KEY" FCSTF_PNAME1 BY REFERENCE FCS-R " "
            RETURNING RET.
           IF  RET = 1
               ADD  1  TO FS-IX
               GO TO FS-ACC-010
           END-IF
           MOVE  IT-M(FS-IX 1)  TO FS-ACT.
           MOVE  1              TO FCS-ACTF.
           MOVE  FS-ACT         TO FCS-ACT.
           CALL "DB_Update" USING
            FCSTF_PNAME1 FCSTF_LNAME FCS-R RETURNING RET.
           MOVE  FCS-STAT  TO FS-FC.
           MOVE  FCS-STAT  TO FS-EFC.
           IF  FCS-OVRF = 1
               MOVE  FCS-OVR  TO FS-EFC
           END-IF
           IF  FS-FC = ZERO  AND  FS-EFC = ZERO  AND  FS-ACT = ZERO
               ADD  1  TO FS-IX
               GO TO FS-ACC-010
           END-IF
           COMPUTE  FS-ERR = FS-FC - FS-ACT.
           MOVE     FS-ERR  TO FS-ABS.
           IF  FS-ABS < ZERO
               COMPUTE  FS-ABS = 0 - FS-ABS
           END-IF
           COMPUTE  FS-EABS = FS-EFC - FS-ACT.
           IF  FS-EABS < ZERO
               COMPUTE  FS-EABS = 0 - FS-EABS
           END-IF
           COMPUTE  FS-CX = IT-CLS(FS-IX) + 1.
           ADD  1        TO CL-ITM(FS-CX).
           ADD  FS-ACT   TO CL-ACT(FS-CX).
           ADD  FS-FC    TO CL-FC(FS-CX).
           ADD  FS-ABS   TO CL-ABS(FS-CX).
           ADD  FS-EFC   TO CL-EFC(FS-CX).
           ADD  FS-EABS  TO CL-EABS(FS-CX).
           MOVE  SPACE          TO PRN-R.
           MOVE  IT-HCD(FS-IX)  TO WORK-AC-HCD.
           MOVE  IT-CLS(FS-IX)  TO WORK-AC-CLS.
           MOVE  FS-FC          TO WORK-AC-FC.
           MOVE  FS-ACT         TO WORK-AC-ACT.
           MOVE  FS-ERR         TO WORK-AC-ERR.
           MOVE  FS-EFC         TO WORK-AC-EFC.
           COMPUTE  WORK-AC-EERR = FS-EFC - FS-ACT.
           IF  FS-ACT > ZERO
               MOVE  FS-ACT   TO FS-DEN
               MOVE  FS-ABS   TO FS-NUM
               PERFORM  PCT-RTN  THRU  PCT-RTN-EXIT
               MOVE  FS-PCT   TO WORK-AC-APE
               MOVE  FS-EABS  TO FS-NUM
               PERFORM  PCT-RTN  THRU  PCT-RTN-EXIT
               MOVE  FS-PCT   TO WORK-AC-EAPE
           ELSE
               MOVE  "  --"   TO WORK-AC-APEX
               MOVE  "   --"  TO WORK-AC-EAPEX
           END-IF
           IF  FCS-OVRF = 1
               MOVE  "OVR"  TO WORK-AC-OVR
           ELSE
               MOVE  SPACE  TO WORK-AC-OVR
           END-IF
           MOVE  WORK-AC        TO PRN-R (11:75).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           ADD  1  TO FS-IX.
           GO TO FS-ACC-010.
       FS-ACC-RTN-EXIT.
           EXIT.
      *
      *    FS-CLP-RTN  -  the class summary and its grand total.
      *
       FS-CLP-RTN.
           MOVE  ZERO  TO FS-TACT FS-TFC FS-TABS FS-TEFC FS-TEABS
                          FS-TITM.
           CALL "PR_NewPage" RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-CL-HD   TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  FS-NG        TO WORK-AC-NG.
           MOVE  WORK-AC-PER  TO PRN-R (11:13).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-CL-COLHD  TO PRN-R (11:69).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  1  TO FS-CX.
       FS-CLP-010.
           IF  FS-CX > 1000
               GO TO FS-CLP-020
           END-IF
           IF  CL-ITM(FS-CX) = ZERO
               ADD  1  TO FS-CX
               GO TO FS-CLP-010
           END-IF
           MOVE  SPACE  TO PRN-R.
           COMPUTE  WORK-CL-CLS = FS-CX - 1.
           MOVE  CL-ITM(FS-CX)   TO WORK-CL-ITM.
           MOVE  CL-ACT(FS-CX)   TO FS-ACT.
           MOVE  CL-FC(FS-CX)    TO FS-TFC.
           MOVE  CL-ABS(FS-CX)   TO FS-TABS.
           MOVE  CL-EFC(FS-CX)   TO FS-TEFC.
           MOVE  CL-EABS(FS-CX)  TO FS-TEABS.
           PERFORM  CL-LINE-RTN  THRU  CL-LINE-RTN-EXIT.
           ADD  CL-ITM(FS-CX)  TO FS-TITM.
           ADD  1  TO FS-CX.
           GO TO FS-CLP-010.
       FS-CLP-020.
           MOVE  ZERO  TO FS-ACT FS-TFC FS-TABS FS-TEFC FS-TEABS.
           MOVE  1     TO FS-CX.
       FS-CLP-030.
           IF  FS-CX > 1000
               GO TO FS-CLP-040
           END-IF
           ADD  CL-ACT(FS-CX)   TO FS-ACT.
           ADD  CL-FC(FS-CX)    TO FS-TFC.
           ADD  CL-ABS(FS-CX)   TO FS-TABS.
           ADD  CL-EFC(FS-CX)   TO FS-TEFC.
           ADD  CL-EABS(FS-CX)  TO FS-TEABS.
           ADD  1  TO FS-CX.
           GO TO FS-CLP-030.
       FS-CLP-040.
           MOVE  SPACE  TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  "ALL"    TO WORK-CL-CLSX.
           MOVE  FS-TITM  TO WORK-CL-ITM.
           PERFORM  CL-LINE-RTN  THRU  CL-LINE-RTN-EXIT.
       FS-CLP-RTN-EXIT.
           EXIT.
      *
      *    CL-LINE-RTN  -  one class line off FS-ACT (actual), FS-TFC,
      *    FS-TABS, FS-TEFC and FS-TEABS; the percents are left
      *    blank where nothing shipped.
      *
       CL-LINE-RTN.
           MOVE  FS-ACT   TO WORK-CL-ACT.
           MOVE  FS-TFC   TO WORK-CL-FC.
           MOVE  FS-TEFC  TO WORK-CL-EFC.
           IF  FS-ACT > ZERO
               MOVE  FS-ACT   TO FS-DEN
               MOVE  FS-TABS  TO FS-NUM
               PERFORM  PCT-RTN  THRU  PCT-RTN-EXIT
               MOVE  FS-PCT   TO WORK-CL-MAPE
               COMPUTE  FS-NUM = FS-TFC - FS-ACT
               PERFORM  PCT-RTN  THRU  PCT-RTN-EXIT
               MOVE  FS-PCT   TO WORK-CL-BIAS
               MOVE  FS-TEABS TO FS-NUM
               PERFORM  PCT-RTN  THRU  PCT-RTN-EXIT
               MOVE  FS-PCT   TO WORK-CL-EMAPE
               COMPUTE  FS-NUM = FS-TEFC - FS-ACT
               PERFORM  PCT-RTN  THRU  PCT-RTN-EXIT
               MOVE  FS-PCT   TO WORK-CL-EBIAS
           ELSE
               MOVE  "   --"  TO WORK-CL-MAPEX  WORK-CL-BIASX
                                  WORK-CL-EMAPEX WORK-CL-EBIASX
           END-IF
           MOVE  WORK-CL  TO PRN-R (11:69).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
       CL-LINE-RTN-EXIT.
           EXIT.
      *
      *    PCT-RTN  -  FS-NUM as a percent of FS-DEN (not zero) into
      *    FS-PCT, held to four digits either way.
      *
       PCT-RTN.
           IF  FS-NUM * 100 / FS-DEN > 9999
               MOVE  9999  TO FS-PCT
           ELSE
           IF  FS-NUM * 100 / FS-DEN < -9999
               MOVE  -9999  TO FS-PCT
           ELSE
               COMPUTE  FS-PCT ROUNDED = FS-NUM * 100 / FS-DEN
           END-IF
           END-IF.
       PCT-RTN-EXIT.
           EXIT.
      *
      *    FS-PRJ-RTN  -  the next twelve months' statistical figure
      *    for every item, an existing row's override and actual
      *    kept as they are.
      *
       FS-PRJ-RTN.
           MOVE  1  TO FS-IX.
       FS-PRJ-010.
           IF  FS-IX > IT-CNT
               GO TO FS-PRJ-090
           END-IF
           MOVE  ZERO  TO FS-L12 FS-P12 FS-ANY.
           MOVE  1     TO FS-K.
       FS-PRJ-020.
           IF  FS-K > 24
               GO TO FS-PRJ-030
           END-IF
           IF  IT-M(FS-IX FS-K) NOT = ZERO
               MOVE  1  TO FS-ANY
           END-IF
           IF  FS-K > 12
               ADD  IT-M(FS-IX FS-K)  TO FS-P12
           ELSE
               ADD  IT-M(FS-IX FS-K)  TO FS-L12
           END-IF
           ADD  1  TO FS-K.
           GO TO FS-PRJ-020.
      *    an item quiet for two years has nothing to project and
      *    nothing written by the last run to correct.
       FS-PRJ-030.
           IF  FS-ANY = ZERO
               ADD  1  TO FS-IX
               GO TO FS-PRJ-010
           END-IF
           MOVE  1  TO FS-TRD.
           IF  FS-P12 > ZERO
               IF  FS-L12 NOT > ZERO
                   MOVE  0.50  TO FS-TRD
               ELSE
               IF  FS-L12 * 100 / FS-P12 > 150
                   MOVE  1.50  TO FS-TRD
               ELSE
               IF  FS-L12 * 100 / FS-P12 < 50
                   MOVE  0.50  TO FS-TRD
               ELSE
                   COMPUTE  FS-TRD ROUNDED = FS-L12 / FS-P12
               END-IF
               END-IF
               END-IF
           END-IF
           COMPUTE  FS-CX = IT-CLS(FS-IX) + 1.
           ADD  1  TO FS-WCNT.
           MOVE  1  TO FS-K.
       FS-PRJ-040.
           IF  FS-K > 12
               ADD  1  TO FS-IX
               GO TO FS-PRJ-010
           END-IF
           COMPUTE  FS-WBASE = FS-BASE + FS-K.
           COMPUTE  FS-WYY   = FS-WBASE / 12.
           COMPUTE  FS-WMM   = FS-WBASE - FS-WYY * 12 + 1.
           COMPUTE  FS-WNG   = FS-WYY * 100 + FS-WMM.
           MOVE  ZERO  TO FS-FC.
           IF  FS-L12 > ZERO
               COMPUTE  FS-FC ROUNDED = FS-L12 / 12
                      * CL-IDX(FS-CX FS-WMM) * FS-TRD
           END-IF
           MOVE  IT-HCD(FS-IX)  TO FCS-HCD.
           MOVE  FS-WNG         TO FCS-NG.
           CALL "DB_Read" USING
            "INVALID KEY" FCSTF_PNAME1 BY REFERENCE FCS-R " "
            RETURNING RET.
           IF  RET = 1
               INITIALIZE FCS-R
               MOVE  IT-HCD(FS-IX)  TO FCS-HCD
               MOVE  FS-WNG         TO FCS-NG
           END-IF
           MOVE  IT-CLS(FS-IX)  TO FCS-CLS.
           MOVE  FS-FC          TO FCS-STAT.
           MOVE  FS-NG          TO FCS-BASNG.
           IF  RET = 0
               CALL "DB_Update" USING
                FCSTF_PNAME1 FCSTF_LNAME FCS-R RETURNING RET
           ELSE
               CALL "DB_Insert" USING
                FCSTF_PNAME1 FCSTF_LNAME FCS-R RETURNING RET
           END-IF
           ADD  1  TO FS-K.
           GO TO FS-PRJ-040.
       FS-PRJ-090.
           MOVE  SPACE  TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE           TO PRN-R.
           MOVE  FS-WCNT         TO WORK-PJ-ITM.
           COMPUTE  WORK-PJ-ROWS = FS-WCNT * 12.
           COMPUTE  FS-WBASE = FS-BASE + 1.
           COMPUTE  FS-WYY   = FS-WBASE / 12.
           COMPUTE  FS-WMM   = FS-WBASE - FS-WYY * 12 + 1.
           COMPUTE  WORK-PJ-FROM = FS-WYY * 100 + FS-WMM.
           COMPUTE  FS-WBASE = FS-BASE + 12.
           COMPUTE  FS-WYY   = FS-WBASE / 12.
           COMPUTE  FS-WMM   = FS-WBASE - FS-WYY * 12 + 1.
           COMPUTE  WORK-PJ-TO = FS-WYY * 100 + FS-WMM.
           MOVE  WORK-PJ         TO PRN-R (11:72).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           IF  FS-OVFL NOT = ZERO
               MOVE  SPACE    TO PRN-R
               MOVE  FS-OVFL  TO WORK-OV-CNT
               MOVE  WORK-OV  TO PRN-R (11:41)
               CALL "PR_Write" USING PRN-R RETURNING RESP
           END-IF.
       FS-PRJ-RTN-EXIT.
           EXIT.
      *
       R-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_Close".
           STOP RUN.
