       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         CST100.
      *********************************************************
      *    PROGRAM         :  DAILY COST OF SALES / VALUATION  *
      *    PRINTER TYPE    :  JIPS                             *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *        CHANGE      :  26/10/15  SKIP SALES SAMPLES     *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    SEL-MODE, the same mode-menu idiom as FAD100/TGS100:
      *      1 = daily cost-of-sales run: for an operator-entered
      *          ship date, every JSJDRF line shipped that day
      *          (JSJD-NGP) costs out at its item's running
      *          weighted-average unit cost off CST-M, relieves
      *          CST-M's quantity and value basis by the same
      *          amount, and prints on the cost-of-sales register.
      *          the day's total posts as one SIWAKH line through
      *          the JCON7 classification-96 map (cost of goods
      *          sold / inventory), both sides confirmed on KMK-M
      *          with the 9999 fallback, HTEKICD 716 -- the same
      *          map-validate-post sequence as FAD100.  the
      *          line filter is BIL100's: real items only,
      *          printable (JSJD-158), something in a size
      *          slot, and not a consignment fulfillment
      *          (JSJD-05 = 5), whose stock stays ours until
      *          CSG100 bills the sell-through, nor a sales
      *          sample (JSJD-05 = 6), which SMP100 relieves
      *          and expenses itself.  a line whose item has no
      *          average yet (never received through POR100 or
      *          LOT100) is not guessed at -- it prints on the
      *          uncosted tail for purchasing to chase.  CSTLOG
      *          keyed by ship date refuses a second run of the
      *          same day, and a PLK-M locked month is refused
      *          outright, FAD100's gates.
      *      2 = inventory valuation: every CST-M item still
      *          carrying quantity or value, at its average cost,
      *          with the grand total -- the month-end stock
      *          figure at what was paid, not at today's THTM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SYSTEM3100.
       OBJECT-COMPUTER. SYSTEM3100.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  SEL-MODE               PIC  9(001)      VALUE ZERO.
       01  CS-DATE                PIC  9(008)      VALUE ZERO.
       01  CS-NG                  PIC  9(006)      VALUE ZERO.
       01  CS-DMM                 PIC  9(001)      VALUE ZERO.
       01  CS-QX                  PIC  9(002)      VALUE ZERO.
       01  CS-LQTY                PIC S9(006)      VALUE ZERO.
       01  CS-LCST                PIC S9(010)      VALUE ZERO.
       01  CS-TCST                PIC S9(012)      VALUE ZERO.
       01  CS-TVAL                PIC S9(012)      VALUE ZERO.
       01  POST-DATE              PIC  9(008)      VALUE ZERO.
       01  POST-JUNLNO            PIC  9(006)      VALUE ZERO.
       01  POST-LINENO            PIC  9(002)      VALUE ZERO.
       01  POST-CNT               PIC  9(006)      VALUE ZERO.
       01  WORK-TODATE.
           02  WORK-TD-YY         PIC  9(002).
           02  WORK-TD-MM         PIC  9(002).
           02  WORK-TD-DD         PIC  9(002).
      *    uncosted-line exception buffer, printed after the
      *    register -- BIL100's BX-TBL technique.
       01  CX-CNT                 PIC  9(003)      VALUE ZERO.
       01  CX-IX                  PIC  9(003)      VALUE ZERO.
       01  CX-TBL.
           02  CX-ENT   OCCURS  200.
               03  CX-TCD         PIC  9(004).
               03  CX-CCD         PIC  9(003).
               03  CX-03          PIC  9(006).
               03  CX-09          PIC  9(006).
               03  CX-QTY         PIC S9(006).
       01  PRN-R                  PIC  X(132).
       77  RESP                   PIC  9(001).
       01  WORK-CS-HD             PIC  X(050)      VALUE
            "*** DAILY COST OF SALES REGISTER ***".
       01  WORK-CV-HD             PIC  X(050)      VALUE
            "*** INVENTORY VALUATION AT AVERAGE COST ***".
       01  WORK-CS-PER.
           02  F                  PIC  X(11)  VALUE  "SHIP DATE  ".
           02  WORK-CS-DATE       PIC  9(008).
       01  WORK-CS-COLHD          PIC  X(080)      VALUE
            "CUST STR SLIP   ITEM       QTY AVG-COST        COST".
       01  WORK-CS.
           02  WORK-CS-TCD        PIC  9(004).
           02  F                  PIC  X(01).
           02  WORK-CS-CCD        PIC  9(003).
           02  F                  PIC  X(01).
           02  WORK-CS-03         PIC  9(006).
           02  F                  PIC  X(01).
           02  WORK-CS-09         PIC  9(006).
           02  F                  PIC  X(01).
           02  WORK-CS-QTY        PIC  -9(006).
           02  F                  PIC  X(01).
           02  WORK-CS-AVG        PIC  ZZZZ9.99.
           02  F                  PIC  X(01).
           02  WORK-CS-CST        PIC  -9(010).
       01  WORK-CS-TOT.
           02  F                  PIC  X(15)  VALUE  "LINES COSTED  :".
           02  WORK-CS-CNT        PIC  ZZZZZ9.
           02  F                  PIC  X(03).
           02  F                  PIC  X(12)  VALUE  "DAY TOTAL  :".
           02  WORK-CS-TCST       PIC  -9(012).
       01  WORK-CX-HD             PIC  X(050)      VALUE
            "*** UNCOSTED LINES - NO AVERAGE COST ON CST-M ***".
       01  WORK-CX.
           02  WORK-CX-TCD        PIC  9(004).
           02  F                  PIC  X(01).
           02  WORK-CX-CCD        PIC  9(003).
           02  F                  PIC  X(02).
           02  WORK-CX-03         PIC  9(006).
           02  F                  PIC  X(02).
           02  WORK-CX-09         PIC  9(006).
           02  F                  PIC  X(02).
           02  WORK-CX-QTY        PIC  -9(006).
       01  WORK-CV-COLHD          PIC  X(080)      VALUE
            "ITEM   NAME                         QTY     AVG-COST
      -     "       VALUE".
       01  WORK-CV.
           02  WORK-CV-HCD        PIC  9(006).
           02  F                  PIC  X(01).
           02  WORK-CV-NAME       PIC  N(012).
           02  F                  PIC  X(01).
           02  WORK-CV-QTY        PIC  -9(007).
           02  F                  PIC  X(01).
           02  WORK-CV-AVG        PIC  ZZZZ9.99.
           02  F                  PIC  X(01).
           02  WORK-CV-VAL        PIC  -9(011).
       01  WORK-CV-TOT.
           02  F                  PIC  X(07)  VALUE  "TOTALS ".
           02  WORK-CV-TVAL       PIC  -9(012).
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
           COPY  LIBPLK.
           COPY  L-JCON.
      *FD  KMK-M
           COPY LIKMK.
      *FD  CST-M
           COPY LICSTM.
      *FD  SHM
           COPY SHM.
      *FD  SIWAKH
       01  SIWAKH_CST100.
           02  SIWAKH_PNAME1      PIC  X(006) VALUE "SIWAKH".
           02  F                  PIC  X(001).
           02  SIWAKH_LNAME       PIC  X(013) VALUE "SIWAKH_CST100".
           02  F                  PIC  X(001).
           02  SIWAKH_KEY1        PIC  X(100) VALUE SPACE.
           02  SIWAKH_SORT        PIC  X(100) VALUE SPACE.
           02  SIWAKH_IDLST       PIC  X(100) VALUE SPACE.
           02  SIWAKH_RES         USAGE  POINTER.
           COPY SIWAKH.
       77  F                      PIC  X(001).
      *FD  JSJDRF
       01  JSJDRF_CST100.
           02  JSJDRF_PNAME1      PIC  X(006) VALUE "JSJDRF".
           02  F                  PIC  X(001).
           02  JSJDRF_LNAME       PIC  X(013) VALUE "JSJDRF_CST100".
           02  F                  PIC  X(001).
           02  JSJDRF_KEY1        PIC  X(100) VALUE SPACE.
           02  JSJDRF_SORT        PIC  X(100) VALUE SPACE.
           02  JSJDRF_IDLST       PIC  X(100) VALUE SPACE.
           02  JSJDRF_RES         USAGE  POINTER.
           COPY JSJDR.
      *FD  CSTLOG
      *    one row per ship date already costed -- the same
      *    dedup duty as FADLOG/BILLOG, keyed by day instead of
      *    month since the run is daily.
       01  CSTLOG_CST100.
           02  CSTLOG_PNAME1      PIC  X(006) VALUE "CSTLOG".
           02  F                  PIC  X(001).
           02  CSTLOG_LNAME       PIC  X(013) VALUE "CSTLOG_CST100".
           02  F                  PIC  X(001).
           02  CSTLOG_KEY1        PIC  X(100) VALUE SPACE.
           02  CSTLOG_SORT        PIC  X(100) VALUE SPACE.
           02  CSTLOG_IDLST       PIC  X(100) VALUE SPACE.
           02  CSTLOG_RES         USAGE  POINTER.
       01  CSTLOG-REC.
           02  CSTLOG-KEY.
               03  CSTLOG-DATE    PIC  9(008).
           02  CSTLOG-JUNLNO      PIC  9(006).
           02  CSTLOG-PSTDATE     PIC  9(008).
           02  CSTLOG-USER        PIC  X(006).
           02  CSTLOG-LCNT        PIC  9(006).
           02  CSTLOG-AMT         PIC S9(012).
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
                "DAILY COST OF SALES / VALUATION".
           02  FILLER  PIC  X(030) VALUE
                "MODE  1=COST OF SALES 2=VALUE".
           02  FILLER  PIC  X(020) VALUE
                "SHIP DATE  CCYYMMDD".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-ACP.
           02  A-MODE     PIC  9(001).
           02  A-DATE     PIC  9(008).
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
             03  E-ME1   PIC  X(030) VALUE
                  "***  DAY ALREADY COSTED    ***".
             03  E-ME2   PIC  X(030) VALUE
                  "***  PERIOD LOCKED         ***".
             03  E-ME3   PIC  X(030) VALUE
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
            "C-MID" " " "0" "0" "110" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-MID" "X" "3" "10" "40" " " "C-MID" RETURNING RESU.
       CALL "SD_Init" USING
            "02C-MID" "X" "5" "10" "30" "01C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "03C-MID" "X" "12" "10" "20" "02C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "04C-MID" "X" "16" "10" "20" "03C-MID" " " RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "10" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-MODE" "9" "5" "45" "1" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-MODE" BY REFERENCE SEL-MODE "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DATE" "9" "12" "31" "8" "A-MODE" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DATE" BY REFERENCE CS-DATE "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "16" "31" "1" "A-DATE" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DMM" BY REFERENCE CS-DMM "1" "0" RETURNING RESU.
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
           MOVE  ZERO  TO SEL-MODE CS-DMM POST-CNT POST-LINENO
                          CS-TCST CS-TVAL CX-CNT.
           INITIALIZE CX-TBL.
       R-08.
           CALL "SD_Accept" USING BY REFERENCE A-MODE "A-MODE" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = PF9
               CALL "C3_Set_Jrcode" USING
                USER_ID BY REFERENCE COMPLETION_CODE  255
               GO TO R-95
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-08
           END-IF
           IF  SEL-MODE = 2
               PERFORM  VAL-RPT-RTN  THRU  VAL-RPT-RTN-EXIT
               GO TO R-05
           END-IF
           IF  SEL-MODE NOT = 1
               GO TO R-08
           END-IF.
       R-10.
           CALL "SD_Accept" USING BY REFERENCE A-DATE "A-DATE" "9" "8"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-08
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-10
           END-IF
           IF  CS-DATE = ZERO
               GO TO R-10
           END-IF
           COMPUTE  CS-NG = CS-DATE / 100.
           CALL "DB_F_Open" USING
            "INPUT" PLK-M_PNAME1 " " BY REFERENCE PLK-M_IDLST "0".
           MOVE  CS-NG  TO PLK-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" PLK-M_PNAME1 BY REFERENCE PLK-R " "
            RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE PLK-M_IDLST PLK-M_PNAME1.
           IF  RET = 0  AND  PLK-STAT = 1
               CALL "SD_Output" USING
                "E-ME2" E-ME2 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-10
           END-IF
           CALL "DB_F_Open" USING
            "I-O" CSTLOG_PNAME1 "SHARED" BY REFERENCE CSTLOG_IDLST "1"
            "CSTLOG-KEY" BY REFERENCE CSTLOG-KEY.
           MOVE  CS-DATE  TO CSTLOG-DATE.
           CALL "DB_Read" USING
            "INVALID KEY" CSTLOG_PNAME1 BY REFERENCE CSTLOG-REC
            "UNLOCK" RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE CSTLOG_IDLST CSTLOG_PNAME1.
           IF  RET = 0
               CALL "SD_Output" USING
                "E-ME1" E-ME1 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
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
           IF  CS-DMM NOT = 1  AND  9
               GO TO R-20
           END-IF
           IF  CS-DMM = 9
               GO TO R-05
           END-IF
      *
           PERFORM  COS-RUN-RTN  THRU  COS-RUN-RTN-EXIT.
           CALL "SD_Output" USING
            "E-ME3" E-ME3 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO R-05.
      *
      *    COS-RUN-RTN  -  sequential JSJDRF pass over the ship
      *    date; each qualifying line costs out at CST-AVG,
      *    relieves CST-M and prints on the register.  the day's
      *    total then posts once through the classification-96
      *    map and CSTLOG stamps the date.
      *
       COS-RUN-RTN.
           ACCEPT  WORK-TODATE  FROM  DATE.
           ACCEPT  POST-JUNLNO  FROM  TIME.
           MOVE  CS-DATE  TO POST-DATE.
           CALL "PR_Open" RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-CS-HD   TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  CS-DATE      TO WORK-CS-DATE.
           MOVE  WORK-CS-PER  TO PRN-R (11:19).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-CS-COLHD  TO PRN-R (11:80).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "DB_F_Open" USING
            "I-O" CST-M_PNAME1 "SHARED" BY REFERENCE CST-M_IDLST "1"
            "CST-KEY" BY REFERENCE CST-KEY.
           CALL "DB_F_Open" USING
            "INPUT" JSJDRF_PNAME1 " " BY REFERENCE JSJDRF_IDLST "0".
       COS-RUN-010.
           CALL "DB_Read" USING
            "AT END" JSJDRF_PNAME1 BY REFERENCE JSJD-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO COS-RUN-030
           END-IF
           IF  JSJD-NGP NOT = CS-DATE
               GO TO COS-RUN-010
           END-IF
           IF  JSJD-09 NOT < 999900
               GO TO COS-RUN-010
           END-IF
           IF  JSJD-158 NOT = 1
               GO TO COS-RUN-010
           END-IF
           IF  JSJD-05 = 5  OR  JSJD-05 = 6
               GO TO COS-RUN-010
           END-IF
           MOVE  ZERO  TO CS-LQTY.
           MOVE  1     TO CS-QX.
       COS-RUN-020.
           IF  CS-QX NOT > 10
               ADD  JSJD-1211(CS-QX)  TO CS-LQTY
               ADD  1  TO CS-QX
               GO TO COS-RUN-020
           END-IF
           IF  CS-LQTY = ZERO
               GO TO COS-RUN-010
           END-IF
           MOVE  JSJD-09  TO CST-HCD.
           CALL "DB_Read" USING
            "INVALID KEY" CST-M_PNAME1 BY REFERENCE CST-R " "
            RETURNING RET.
           IF  RET = 1
               MOVE  ZERO  TO CST-AVG
           END-IF
           IF  CST-AVG = ZERO
               PERFORM  CX-LOG-RTN  THRU  CX-LOG-RTN-EXIT
               GO TO COS-RUN-010
           END-IF
      *
      *    relief at the average -- quantity and value come down
      *    together so the average itself stands for the next
      *    shipment.
      *
           COMPUTE  CS-LCST ROUNDED = CS-LQTY * CST-AVG.
           SUBTRACT  CS-LQTY  FROM CST-QTY.
           SUBTRACT  CS-LCST  FROM CST-VAL.
           CALL "DB_Update" USING
            CST-M_PNAME1 CST-M_LNAME CST-R RETURNING RET.
           ADD  CS-LCST  TO CS-TCST.
           ADD  1  TO POST-CNT.
           MOVE  SPACE      TO PRN-R WORK-CS.
           MOVE  JSJD-021   TO WORK-CS-TCD.
           MOVE  JSJD-022   TO WORK-CS-CCD.
           MOVE  JSJD-03    TO WORK-CS-03.
           MOVE  JSJD-09    TO WORK-CS-09.
           MOVE  CS-LQTY    TO WORK-CS-QTY.
           MOVE  CST-AVG    TO WORK-CS-AVG.
           MOVE  CS-LCST    TO WORK-CS-CST.
           MOVE  WORK-CS    TO PRN-R (11:51).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           GO TO COS-RUN-010.
       COS-RUN-030.
           CALL "DB_F_Close" USING
            BY REFERENCE JSJDRF_IDLST JSJDRF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE CST-M_IDLST CST-M_PNAME1.
           IF  CS-TCST NOT = ZERO
               PERFORM  COS-POST-RTN  THRU  COS-POST-RTN-EXIT
           END-IF
           CALL "DB_F_Open" USING
            "I-O" CSTLOG_PNAME1 "SHARED" BY REFERENCE CSTLOG_IDLST "1"
            "CSTLOG-KEY" BY REFERENCE CSTLOG-KEY.
           MOVE  CS-DATE         TO CSTLOG-DATE.
           MOVE  POST-JUNLNO     TO CSTLOG-JUNLNO.
           COMPUTE  CSTLOG-PSTDATE = (2000 + WORK-TD-YY) * 10000
                  + WORK-TD-MM * 100 + WORK-TD-DD.
           MOVE  USER_ID         TO CSTLOG-USER.
           MOVE  POST-CNT        TO CSTLOG-LCNT.
           MOVE  CS-TCST         TO CSTLOG-AMT.
           CALL "DB_Insert" USING
            CSTLOG_PNAME1 CSTLOG_LNAME CSTLOG-REC RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE CSTLOG_IDLST CSTLOG_PNAME1.
           MOVE  SPACE  TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  POST-CNT     TO WORK-CS-CNT.
           MOVE  CS-TCST      TO WORK-CS-TCST.
           MOVE  WORK-CS-TOT  TO PRN-R (11:49).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           IF  CX-CNT NOT = ZERO
               PERFORM  CX-PRT-RTN  THRU  CX-PRT-RTN-EXIT
           END-IF
           CALL "PR_Close" RETURNING RESP.
       COS-RUN-RTN-EXIT.
           EXIT.
      *
      *    COS-POST-RTN  -  one SH-REC for the day's cost of sales,
      *    through the JCON7 classification-96 map with the 9999
      *    fallback; a net negative day (returns costed back in
      *    ahead of shipments) posts the other way round.
      *
       COS-POST-RTN.
           CALL "DB_F_Open" USING
            "INPUT" JCON_PNAME1 "SHARED" BY REFERENCE JCON_IDLST "1"
            "JCON2-KEY" BY REFERENCE JCON2-KEY.
           CALL "DB_F_Open" USING
            "INPUT" KMK-M_PNAME1 "SHARED" BY REFERENCE KMK-M_IDLST
            "1".
           CALL "DB_F_Open" USING
            "I-O" SIWAKH_PNAME1 "SHARED" BY REFERENCE SIWAKH_IDLST "1"
            "SH-KEY3" BY REFERENCE SH-KEY3.
           MOVE  7   TO  JCON7-01.
           MOVE  96  TO  JCON7-02.
           CALL "DB_Read" USING
            "INVALID KEY" JCON_PNAME1 BY REFERENCE JCON-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  9999  TO JCON7-ACCT JCON7-OPPACCT
               MOVE  0     TO JCON7-HOACCT JCON7-HOOPPACCT JCON7-DEPT
           END-IF
           MOVE  JCON7-ACCT  TO KMK-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" KMK-M_PNAME1 BY REFERENCE KMK-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  9999  TO JCON7-ACCT JCON7-OPPACCT
               MOVE  0     TO JCON7-HOACCT JCON7-HOOPPACCT JCON7-DEPT
           END-IF
           ADD  1  TO POST-LINENO.
           INITIALIZE SH-REC.
           MOVE  JCON7-ACCT      TO HACCNTCD HACCNTCD2.
           MOVE  JCON7-HOACCT    TO HHOACCNT.
           MOVE  POST-DATE       TO HTRDATE HTRDATE2.
           MOVE  POST-JUNLNO     TO HJUNLNO HJUNLNO2.
           MOVE  POST-LINENO     TO HLINENO HLINENO2.
           MOVE  0               TO HDR-CR HDR-CR2.
           MOVE  JCON7-DEPT      TO HSECTCD.
           MOVE  "0"             TO HTAXKB.
           MOVE  CS-TCST         TO HAMOUNT.
           IF  HAMOUNT < ZERO
               COMPUTE  HAMOUNT = 0 - CS-TCST
               MOVE  1  TO HDR-CR HDR-CR2
           END-IF
           MOVE  JCON7-OPPACCT   TO HOPPCD.
           MOVE  JCON7-HOOPPACCT TO HHOOPPCD.
           MOVE  716             TO HTEKICD.
           CALL "DB_Insert" USING
            SIWAKH_PNAME1 SIWAKH_LNAME SH-REC RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE SIWAKH_IDLST SIWAKH_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE KMK-M_IDLST KMK-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE JCON_IDLST JCON_PNAME1.
       COS-POST-RTN-EXIT.
           EXIT.
      *
      *    CX-LOG-RTN  -  buffers the uncosted line for the tail;
      *    past 200 the later ones drop, the list is a review
      *    prompt, not a ledger.
      *
       CX-LOG-RTN.
           IF  CX-CNT < 200
               ADD  1          TO CX-CNT
               MOVE  JSJD-021  TO CX-TCD(CX-CNT)
               MOVE  JSJD-022  TO CX-CCD(CX-CNT)
               MOVE  JSJD-03   TO CX-03(CX-CNT)
               MOVE  JSJD-09   TO CX-09(CX-CNT)
               MOVE  CS-LQTY   TO CX-QTY(CX-CNT)
           END-IF.
       CX-LOG-RTN-EXIT.
           EXIT.
      *
      *    CX-PRT-RTN  -  the uncosted-line tail after the day
      *    total.
      *
       CX-PRT-RTN.
           MOVE  SPACE  TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE       TO PRN-R.
           MOVE  WORK-CX-HD  TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  1  TO CX-IX.
       CX-PRT-010.
           IF  CX-IX > CX-CNT
               GO TO CX-PRT-RTN-EXIT
           END-IF
           MOVE  SPACE           TO PRN-R WORK-CX.
           MOVE  CX-TCD(CX-IX)   TO WORK-CX-TCD.
           MOVE  CX-CCD(CX-IX)   TO WORK-CX-CCD.
           MOVE  CX-03(CX-IX)    TO WORK-CX-03.
           MOVE  CX-09(CX-IX)    TO WORK-CX-09.
           MOVE  CX-QTY(CX-IX)   TO WORK-CX-QTY.
           MOVE  WORK-CX         TO PRN-R (11:33).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           ADD  1  TO CX-IX.
           GO TO CX-PRT-010.
       CX-PRT-RTN-EXIT.
           EXIT.
      *
      *    VAL-RPT-RTN  -  the valuation listing: every CST-M row
      *    still carrying quantity or value, named off SHM, with
      *    the grand total.
      *
       VAL-RPT-RTN.
           CALL "PR_Open" RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-CV-HD   TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-CV-COLHD  TO PRN-R (11:80).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "DB_F_Open" USING
            "INPUT" SHM_PNAME1 "SHARED" BY REFERENCE SHM_IDLST "1"
            "SHM-KEY" BY REFERENCE SHM-KEY.
           CALL "DB_F_Open" USING
            "INPUT" CST-M_PNAME1 " " BY REFERENCE CST-M_IDLST "0".
       VAL-RPT-010.
           CALL "DB_Read" USING
            "AT END" CST-M_PNAME1 BY REFERENCE CST-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO VAL-RPT-020
           END-IF
           IF  CST-QTY = ZERO  AND  CST-VAL = ZERO
               GO TO VAL-RPT-010
           END-IF
           MOVE  CST-HCD  TO SHM-01.
           CALL "DB_Read" USING
            "INVALID KEY" SHM_PNAME1 BY REFERENCE SHM-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  SPACE  TO SHM-02
           END-IF
           ADD  CST-VAL  TO CS-TVAL.
           MOVE  SPACE          TO PRN-R WORK-CV.
           MOVE  CST-HCD        TO WORK-CV-HCD.
           MOVE  SHM-02(1:12)   TO WORK-CV-NAME.
           MOVE  CST-QTY        TO WORK-CV-QTY.
           MOVE  CST-AVG        TO WORK-CV-AVG.
           MOVE  CST-VAL        TO WORK-CV-VAL.
           MOVE  WORK-CV        TO PRN-R (11:62).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           GO TO VAL-RPT-010.
       VAL-RPT-020.
           CALL "DB_F_Close" USING
            BY REFERENCE CST-M_IDLST CST-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE SHM_IDLST SHM_PNAME1.
           MOVE  SPACE  TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE         TO PRN-R.
           MOVE  CS-TVAL       TO WORK-CV-TVAL.
           MOVE  WORK-CV-TOT   TO PRN-R (11:20).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "PR_Close" RETURNING RESP.
       VAL-RPT-RTN-EXIT.
           EXIT.
      *
       R-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_Close".
           STOP RUN.
