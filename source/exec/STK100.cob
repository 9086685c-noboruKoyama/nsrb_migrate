       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         STK100.
      *********************************************************
      *    PROGRAM         :  STOCKTAKE CUTOFF / ROLL-FORWARD  *
      *    PRINTER TYPE    :  JIPS                             *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    the physical stocktake held still while shipping goes
      *    on.  a year-end count is keyed over several days through
      *    TAM100/TAC100; measured against the moving TANAM book,
      *    everything shipped or transferred around the count shows
      *    on TAR100 as shrink.  SEL-MODE, the TGS100 idiom:
      *      1 = stocktake event: one STKF record per store (the
      *          TANAM-03 location) per stocktake -- the cutoff date
      *          and time and the period end the count is rolled
      *          forward to.  a store has one event not closed at a
      *          time; an event is closed (status 9) here once its
      *          variances are posted, and TAR100 then goes back to
      *          the moving book.  the cutoff time of an event
      *          already frozen is not changed.
      *      2 = freeze: run at the cutoff, once -- every TANAM
      *          record of the store has its book quantity
      *          (TANAM-051) copied to STSF under the event, and the
      *          event goes to status 1.  refused before the cutoff
      *          date and time.  from then on TAM100/TAC100 also
      *          write each count keyed for the store to its STSF
      *          row, and TAR100 measures the count against the
      *          frozen book.
      *      3 = post-count movements and roll-forward report for
      *          a frozen or closed event:
      *            every movement of the store dated after the
      *            cutoff up to the period end -- JSJDRF shipments
      *            (JSJD-022, the store RDS100 restocks a return
      *            to), JSJDHF returns restocked by RDS100
      *            (JSJDH-DSP 1, the item off the JSJDRF slip
      *            line), confirmed TRF-F transfers in and out, and
      *            LOTF lot receipts into the store's warehouse
      *            (rejected lots excluded).  TRF-F carries the
      *            time, so a transfer on the cutoff day counts
      *            after a cutoff time it follows; the other files
      *            carry the date only, and their movements on the
      *            cutoff day are taken as already in the frozen
      *            book.
      *            then per item: the frozen book, the count (an
      *            item on the frozen book nobody counted is marked
      *            UNCOUNTED and carried at zero), the variance
      *            (book less count, TAR100's sign), the movements,
      *            and the closing position at the period end --
      *              count + receipts + returns + transfers in
      *                    - transfers out - shipped.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SYSTEM3100.
       OBJECT-COMPUTER. SYSTEM3100.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  SEL-MODE               PIC  9(001)      VALUE ZERO.
       01  M-DMM                  PIC  9(001)      VALUE ZERO.
       01  M-FOUND                PIC  9(001)      VALUE ZERO.
       01  M-OSTAT                PIC  9(001)      VALUE ZERO.
       01  M-OPEN                 PIC  9(001)      VALUE ZERO.
       01  M-SAVE                 PIC  X(062).
       01  M-SKEY.
           02  M-SKEY-STR         PIC  9(003).
           02  M-SKEY-CDATE       PIC  9(008).
       01  M-FCNT                 PIC  9(006)      VALUE ZERO.
       01  M-CHKDT                PIC  9(008)      VALUE ZERO.
       01  M-CHKDTD   REDEFINES  M-CHKDT.
           02  M-CHK-YY           PIC  9(004).
           02  M-CHK-MM           PIC  9(002).
           02  M-CHK-DD           PIC  9(002).
       01  M-NOWDT                PIC  9(008)      VALUE ZERO.
       01  M-NOWTM                PIC  9(006)      VALUE ZERO.
       01  WORK-TODATE.
           02  WORK-TD-YY         PIC  9(002).
           02  WORK-TD-MM         PIC  9(002).
           02  WORK-TD-DD         PIC  9(002).
       01  WORK-TOTIME.
           02  WORK-TT-HMS        PIC  9(006).
           02  WORK-TT-CS         PIC  9(002).
      *    mode 3: the event reported and the work fields of the
      *    passes.
       01  RP-STR                 PIC  9(003)      VALUE ZERO.
       01  RP-CDATE               PIC  9(008)      VALUE ZERO.
       01  RP-CTIME               PIC  9(006)      VALUE ZERO.
       01  RP-PEDATE              PIC  9(008)      VALUE ZERO.
       01  RP-DATE                PIC  9(008)      VALUE ZERO.
       01  RP-ITEM                PIC  9(006)      VALUE ZERO.
       01  RP-QTY                 PIC S9(007)      VALUE ZERO.
       01  MV-CNT                 PIC  9(006)      VALUE ZERO.
      *    the returns restocked to the store after the cutoff,
      *    each given its item off the JSJDRF slip line.
       01  RT-CNT                 PIC  9(004)      VALUE ZERO.
       01  RT-FCNT                PIC  9(004)      VALUE ZERO.
       01  RT-IX                  PIC  9(004)      VALUE ZERO.
       01  RT-TBL.
           02  RT-ENT   OCCURS  1000.
               03  RT-01          PIC  9(001).
               03  RT-021         PIC  9(004).
               03  RT-022         PIC  9(003).
               03  RT-03          PIC  9(006).
               03  RT-NGP         PIC  9(008).
               03  RT-QTY         PIC  9(005).
               03  RT-ITEM        PIC  9(006).
               03  RT-FND         PIC  9(001).
      *    the roll-forward, one entry per item.
       01  RF-CNT                 PIC  9(004)      VALUE ZERO.
       01  RF-IX                  PIC  9(004)      VALUE ZERO.
       01  RF-JX                  PIC  9(004)      VALUE ZERO.
       01  RF-LIMIT               PIC  9(004)      VALUE ZERO.
       01  RF-TBL.
           02  RF-ENT   OCCURS  2000.
               03  RF-ITEM        PIC  9(006).
               03  RF-BOOK        PIC S9(007).
               03  RF-CNTQ        PIC S9(007).
               03  RF-CNTF        PIC  9(001).
               03  RF-RCV         PIC S9(007).
               03  RF-RET         PIC S9(007).
               03  RF-TIN         PIC S9(007).
               03  RF-TOUT        PIC S9(007).
               03  RF-SHP         PIC S9(007).
       01  RF-TMP                 PIC  X(056).
       01  RF-CLOSE               PIC S9(009)      VALUE ZERO.
       01  RF-GT.
           02  RF-GT-BOOK         PIC S9(009).
           02  RF-GT-CNTQ         PIC S9(009).
           02  RF-GT-RCV          PIC S9(009).
           02  RF-GT-RET          PIC S9(009).
           02  RF-GT-TIN          PIC S9(009).
           02  RF-GT-TOUT         PIC S9(009).
           02  RF-GT-SHP          PIC S9(009).
       01  PRN-R                  PIC  X(132).
       77  RESP                   PIC  9(001).
       01  WORK-RP-HD             PIC  X(050)      VALUE
            "*** STOCKTAKE POST-COUNT ROLL-FORWARD ***".
       01  WORK-RP-EV.
           02  F                  PIC  X(06)  VALUE  "STORE ".
           02  WORK-RP-STR        PIC  9(003).
           02  F                  PIC  X(09)  VALUE  "  CUTOFF ".
           02  WORK-RP-CDATE      PIC  9(008).
           02  F                  PIC  X(01).
           02  WORK-RP-CTIME      PIC  9(006).
           02  F                  PIC  X(13)  VALUE  "  PERIOD END ".
           02  WORK-RP-PEDATE     PIC  9(008).
           02  F                  PIC  X(09)  VALUE  "  FROZEN ".
           02  WORK-RP-FDATE      PIC  9(008).
           02  F                  PIC  X(01).
           02  WORK-RP-FTIME      PIC  9(006).
           02  F                  PIC  X(10)  VALUE  "  STATUS  ".
           02  WORK-RP-STAT       PIC  X(006).
       01  WORK-MV-HD             PIC  X(040)      VALUE
            "--- POST-COUNT MOVEMENTS ---".
       01  WORK-MV-COLHD.
           02  F                  PIC  X(035)      VALUE
                "DATE     TIME    MOVEMENT  ITEM    ".
           02  F                  PIC  X(026)      VALUE
                "REFERENCE              QTY".
       01  WORK-MV.
           02  WORK-MV-DATE       PIC  9(008).
           02  F                  PIC  X(01).
           02  WORK-MV-TIME       PIC  X(006).
           02  F                  PIC  X(02).
           02  WORK-MV-TYPE       PIC  X(008).
           02  F                  PIC  X(02).
           02  WORK-MV-ITEM       PIC  9(006).
           02  F                  PIC  X(02).
           02  WORK-MV-REF        PIC  X(018).
           02  WORK-MV-SLIP   REDEFINES  WORK-MV-REF.
               03  WORK-MV-S01    PIC  9(001).
               03  WORK-MV-SD1    PIC  X(001).
               03  WORK-MV-S021   PIC  9(004).
               03  WORK-MV-SD2    PIC  X(001).
               03  WORK-MV-S022   PIC  9(003).
               03  WORK-MV-SD3    PIC  X(001).
               03  WORK-MV-S03    PIC  9(006).
               03  F              PIC  X(001).
           02  WORK-MV-TRF    REDEFINES  WORK-MV-REF.
               03  WORK-MV-TLBL   PIC  X(005).
               03  WORK-MV-TSTR   PIC  9(003).
               03  F              PIC  X(010).
           02  F                  PIC  X(01).
           02  WORK-MV-QTY        PIC  -ZZZZZ9.
       01  WORK-MV-NONE           PIC  X(040)      VALUE
            "NO MOVEMENTS AFTER THE CUTOFF".
       01  WORK-MV-TOT.
           02  F                  PIC  X(12)  VALUE  "MOVEMENTS : ".
           02  WORK-MV-CNT        PIC  ZZZZZ9.
       01  WORK-RF-HD             PIC  X(040)      VALUE
            "--- ROLL-FORWARD TO PERIOD END ---".
       01  WORK-RF-COLHD.
           02  F                  PIC  X(033)      VALUE
                "ITEM   BOOK@CUT  COUNTED VARIANCE".
           02  F                  PIC  X(027)      VALUE
                " RECEIPTS  RETURNS   TRF IN".
           02  F                  PIC  X(038)      VALUE
                "  TRF OUT  SHIPPED  CLOSING  NOTE     ".
       01  WORK-RF.
           02  WORK-RF-ITEM       PIC  X(006).
           02  F                  PIC  X(01).
           02  WORK-RF-BOOK       PIC  -ZZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-RF-CNTQ       PIC  -ZZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-RF-VAR        PIC  -ZZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-RF-RCV        PIC  -ZZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-RF-RET        PIC  -ZZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-RF-TIN        PIC  -ZZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-RF-TOUT       PIC  -ZZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-RF-SHP        PIC  -ZZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-RF-CLOSE      PIC  -ZZZZZZ9.
           02  F                  PIC  X(02).
           02  WORK-RF-NOTE       PIC  X(009).
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
      *FD  STKF
           COPY LISTKF.
      *FD  STSF
           COPY LISTSF.
      *FD  TANAM
           COPY TANAM.
      *FD  JSJDHF
       01  JSJDHF_STK100.
           02  JSJDHF_PNAME1      PIC  X(006) VALUE "JSJDHF".
           02  F                  PIC  X(001).
           02  JSJDHF_LNAME       PIC  X(013) VALUE "JSJDHF_STK100".
           02  F                  PIC  X(001).
           02  JSJDHF_KEY1        PIC  X(100) VALUE SPACE.
           02  JSJDHF_SORT        PIC  X(100) VALUE SPACE.
           02  JSJDHF_IDLST       PIC  X(100) VALUE SPACE.
           02  JSJDHF_RES         USAGE  POINTER.
           COPY JSJDH.
      *FD  JSJDRF
       01  JSJDRF_STK100.
           02  JSJDRF_PNAME1      PIC  X(006) VALUE "JSJDRF".
           02  F                  PIC  X(001).
           02  JSJDRF_LNAME       PIC  X(013) VALUE "JSJDRF_STK100".
           02  F                  PIC  X(001).
           02  JSJDRF_KEY1        PIC  X(100) VALUE SPACE.
           02  JSJDRF_SORT        PIC  X(100) VALUE SPACE.
           02  JSJDRF_IDLST       PIC  X(100) VALUE SPACE.
           02  JSJDRF_RES         USAGE  POINTER.
           COPY JSJDR.
      *FD  TRF-F
       01  TRF-F_STK100.
           02  TRF-F_PNAME1       PIC  X(005) VALUE "TRF-F".
           02  F                  PIC  X(001).
           02  TRF-F_LNAME        PIC  X(005) VALUE "TRF-F".
           02  F                  PIC  X(001).
           02  TRF-F_KEY1         PIC  X(100) VALUE SPACE.
           02  TRF-F_SORT         PIC  X(100) VALUE SPACE.
           02  TRF-F_IDLST        PIC  X(100) VALUE SPACE.
           02  TRF-F_RES          USAGE  POINTER.
           COPY TRF.
      *FD  LOTF
           COPY LILOTF.
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
                "STOCKTAKE CUTOFF / ROLL-FORWARD".
           02  FILLER  PIC  X(035) VALUE
                "1=EVENT 2=FREEZE 3=REPORT      MODE".
           02  FILLER  PIC  X(020) VALUE
                "STORE NUMBER".
           02  FILLER  PIC  X(020) VALUE
                "CUTOFF DATE CCYYMMDD".
           02  FILLER  PIC  X(020) VALUE
                "CUTOFF TIME HHMMSS".
           02  FILLER  PIC  X(020) VALUE
                "PERIOD END CCYYMMDD".
           02  FILLER  PIC  X(020) VALUE
                "STATUS  9=CLOSE".
           02  FILLER  PIC  X(020) VALUE
                "FROZEN RECORDS".
           02  FILLER  PIC  X(020) VALUE
                "FROZEN DATE".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-DSP.
           02  D-FCNT     PIC  9(006).
           02  D-FDATE    PIC  9(008).
       01  C-ACP.
           02  A-MODE     PIC  9(001).
           02  A-STR      PIC  9(003).
           02  A-CDATE    PIC  9(008).
           02  A-CTIME    PIC  9(006).
           02  A-PEDATE   PIC  9(008).
           02  A-STAT     PIC  9(001).
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
             03  E-ME1   PIC  X(030) VALUE
                  "***  NO SUCH STOCKTAKE     ***".
             03  E-ME2   PIC  X(030) VALUE
                  "***  STORE HAS OPEN EVENT  ***".
             03  E-ME3   PIC  X(030) VALUE
                  "***  PERIOD END < CUTOFF   ***".
             03  E-ME4   PIC  X(030) VALUE
                  "***  NOT A PLANNED EVENT   ***".
             03  E-ME5   PIC  X(030) VALUE
                  "***  CUTOFF NOT REACHED    ***".
             03  E-ME6   PIC  X(030) VALUE
                  "***  STOCKTAKE NOT FROZEN  ***".
             03  E-ME7   PIC  X(030) VALUE
                  "***  DONE                  ***".
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
            "C-MID" " " "0" "0" "235" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-MID" "X" "3" "10" "40" " " "C-MID" RETURNING RESU.
       CALL "SD_Init" USING
            "02C-MID" "X" "5" "10" "35" "01C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "03C-MID" "X" "7" "10" "20" "02C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "04C-MID" "X" "8" "10" "20" "03C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "05C-MID" "X" "9" "10" "20" "04C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "06C-MID" "X" "10" "10" "20" "05C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "07C-MID" "X" "11" "10" "20" "06C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "08C-MID" "X" "13" "10" "20" "07C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "09C-MID" "X" "14" "10" "20" "08C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "10C-MID" "X" "20" "10" "20" "09C-MID" " " RETURNING RESU.
      *C-DSP
       CALL "SD_Init" USING
            "C-DSP" " " "0" "0" "14" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "D-FCNT" "9" "13" "31" "6" " " "C-DSP" RETURNING RESU.
       CALL "SD_From" USING
            "D-FCNT" BY REFERENCE STK-FCNT "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "D-FDATE" "9" "14" "31" "8" "D-FCNT" " " RETURNING RESU.
       CALL "SD_From" USING
            "D-FDATE" BY REFERENCE STK-FDATE "8" "0" RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "28" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-MODE" "9" "5" "46" "1" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-MODE" BY REFERENCE SEL-MODE "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-STR" "9" "7" "31" "3" "A-MODE" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-STR" BY REFERENCE STK-STR "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-CDATE" "9" "8" "31" "8" "A-STR" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-CDATE" BY REFERENCE STK-CDATE "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-CTIME" "9" "9" "31" "6" "A-CDATE" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-CTIME" BY REFERENCE STK-CTIME "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-PEDATE" "9" "10" "31" "8" "A-CTIME" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-PEDATE" BY REFERENCE STK-PEDATE "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-STAT" "9" "11" "31" "1" "A-PEDATE" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-STAT" BY REFERENCE STK-STAT "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "20" "31" "1" "A-STAT" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DMM" BY REFERENCE M-DMM "1" "0" RETURNING RESU.
      *C-ERR
       CALL "SD_Init" USING
            "C-ERR" " " "0" "0" "217" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-ERR" " " "24" "0" "217" " " "C-ERR" RETURNING RESU.
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
            "E-ME7" "X" "24" "15" "30" "E-ME6" " " RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME99" "X" "24" "75" "5" "E-ME7" " " RETURNING RESU.
      *
           ACCEPT USER_ID FROM ARGUMENT-VALUE.
           ACCEPT COMPLETION_CODE FROM ARGUMENT-VALUE.
      *
           CALL "DB_F_Open" USING
            "I-O" STKF_PNAME1 "SHARED" BY REFERENCE STKF_IDLST "1"
            "STK-KEY" BY REFERENCE STK-KEY.
           CALL "DB_F_Open" USING
            "I-O" STSF_PNAME1 "SHARED" BY REFERENCE STSF_IDLST "1"
            "STS-KEY" BY REFERENCE STS-KEY.
      *
       R-05.
           MOVE    SPACE    TO  ERR-STAT.
           MOVE    ZERO     TO  RESU.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "SD_Output" USING "C-MID" C-MID "p" RETURNING RESU.
           MOVE  ZERO  TO SEL-MODE M-DMM M-FOUND M-OSTAT.
           INITIALIZE STK-R.
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
           IF  SEL-MODE NOT = 1  AND  2  AND  3
               GO TO R-08
           END-IF.
       R-10.
           CALL "SD_Accept" USING BY REFERENCE A-STR "A-STR" "9" "3"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-08
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-10
           END-IF
           IF  STK-STR = ZERO
               GO TO R-10
           END-IF.
       R-11.
           CALL "SD_Accept" USING BY REFERENCE A-CDATE "A-CDATE" "9"
            "8" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-10
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-11
           END-IF
           MOVE  STK-CDATE  TO M-CHKDT.
           IF  M-CHK-YY < 2000  OR  M-CHK-MM < 1  OR  M-CHK-MM > 12
               OR  M-CHK-DD < 1  OR  M-CHK-DD > 31
               GO TO R-11
           END-IF
           MOVE  STK-KEY  TO M-SKEY.
           CALL "DB_Read" USING
            "INVALID KEY" STKF_PNAME1 BY REFERENCE STK-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0
               GO TO R-11-100
           END-IF
           MOVE  M-SKEY  TO STK-KEY.
           IF  SEL-MODE NOT = 1
               CALL "SD_Output" USING
                "E-ME1" E-ME1 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-11
           END-IF
           MOVE  0  TO M-FOUND M-OSTAT.
           PERFORM  EV-OPEN-RTN  THRU  EV-OPEN-RTN-EXIT.
           IF  M-OPEN = 1
               CALL "SD_Output" USING
                "E-ME2" E-ME2 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-11
           END-IF
           MOVE  ZERO       TO STK-CTIME STK-STAT STK-FDATE STK-FTIME
                               STK-FCNT.
           MOVE  STK-CDATE  TO STK-PEDATE.
           MOVE  SPACE      TO STK-USER.
           CALL "SD_Output" USING "A-STAT" A-STAT "p" RETURNING RESU.
           CALL "SD_Output" USING "C-DSP" C-DSP "p" RETURNING RESU.
           GO TO R-12.
       R-11-100.
           MOVE  1         TO M-FOUND.
           MOVE  STK-STAT  TO M-OSTAT.
           CALL "SD_Output" USING "A-CTIME" A-CTIME "p" RETURNING RESU.
           CALL "SD_Output" USING "A-PEDATE" A-PEDATE "p"
            RETURNING RESU.
           CALL "SD_Output" USING "A-STAT" A-STAT "p" RETURNING RESU.
           CALL "SD_Output" USING "C-DSP" C-DSP "p" RETURNING RESU.
           IF  SEL-MODE = 2  AND  STK-STAT NOT = 0
               CALL "SD_Output" USING
                "E-ME4" E-ME4 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-11
           END-IF
           IF  SEL-MODE = 3  AND  STK-STAT = 0
               CALL "SD_Output" USING
                "E-ME6" E-ME6 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-11
           END-IF
           IF  SEL-MODE NOT = 1
               GO TO R-20
           END-IF
           IF  M-OSTAT NOT = 0
               GO TO R-13
           END-IF.
       R-12.
           CALL "SD_Accept" USING BY REFERENCE A-CTIME "A-CTIME" "9"
            "6" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-11
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-12
           END-IF
           IF  STK-CTIME > 235959
               GO TO R-12
           END-IF.
       R-13.
           CALL "SD_Accept" USING BY REFERENCE A-PEDATE "A-PEDATE" "9"
            "8" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               IF  M-OSTAT NOT = 0
                   GO TO R-11
               ELSE
                   GO TO R-12
               END-IF
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-13
           END-IF
           IF  STK-PEDATE < STK-CDATE
               CALL "SD_Output" USING
                "E-ME3" E-ME3 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-13
           END-IF
           IF  M-FOUND = 0
               GO TO R-20
           END-IF.
       R-14.
           CALL "SD_Accept" USING BY REFERENCE A-STAT "A-STAT" "9"
            "1" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-13
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-14
           END-IF
           IF  STK-STAT NOT = M-OSTAT  AND  STK-STAT NOT = 9
               GO TO R-14
           END-IF.
       R-20.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               IF  SEL-MODE NOT = 1
                   GO TO R-11
               END-IF
               IF  M-FOUND = 0
                   GO TO R-13
               ELSE
                   GO TO R-14
               END-IF
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-20
           END-IF
           IF  M-DMM NOT = 1  AND  9
               GO TO R-20
           END-IF
           IF  M-DMM = 9
               GO TO R-05
           END-IF
           IF  SEL-MODE = 1
               PERFORM  EV-PUT-RTN  THRU  EV-PUT-RTN-EXIT
               GO TO R-05
           END-IF
           IF  SEL-MODE = 3
               PERFORM  RP-RTN  THRU  RP-RTN-EXIT
               GO TO R-90
           END-IF
           PERFORM  NOW-RTN  THRU  NOW-RTN-EXIT.
           IF  M-NOWDT < STK-CDATE
               OR  (M-NOWDT = STK-CDATE  AND  M-NOWTM < STK-CTIME)
               CALL "SD_Output" USING
                "E-ME5" E-ME5 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-20
           END-IF
           PERFORM  FRZ-RTN  THRU  FRZ-RTN-EXIT.
           CALL "SD_Output" USING "C-DSP" C-DSP "p" RETURNING RESU.
       R-90.
           CALL "SD_Output" USING
            "E-ME7" E-ME7 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO R-05.
      *
      *    NOW-RTN  -  today's date CCYYMMDD and the time HHMMSS.
      *
       NOW-RTN.
           ACCEPT  WORK-TODATE  FROM  DATE.
           ACCEPT  WORK-TOTIME  FROM  TIME.
           COMPUTE  M-NOWDT = (2000 + WORK-TD-YY) * 10000
                  + WORK-TD-MM * 100 + WORK-TD-DD.
           MOVE  WORK-TT-HMS  TO M-NOWTM.
       NOW-RTN-EXIT.
           EXIT.
      *
      *    EV-OPEN-RTN  -  whether the store keyed already has an
      *    event not closed (M-OPEN = 1), by a pass of STKF -- the
      *    file closed and opened sequentially for it, then keyed
      *    again with the record as it was.
      *
       EV-OPEN-RTN.
           MOVE  ZERO   TO M-OPEN.
           MOVE  STK-R  TO M-SAVE.
           CALL "DB_F_Close" USING
            BY REFERENCE STKF_IDLST STKF_PNAME1.
           CALL "DB_F_Open" USING
            "INPUT" STKF_PNAME1 " " BY REFERENCE STKF_IDLST "0".
       EV-OPEN-010.
           CALL "DB_Read" USING
            "AT END" STKF_PNAME1 BY REFERENCE STK-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO EV-OPEN-020
           END-IF
           IF  STK-STR = M-SKEY-STR  AND  STK-STAT NOT = 9
               MOVE  1  TO M-OPEN
           END-IF
           GO TO EV-OPEN-010.
       EV-OPEN-020.
           CALL "DB_F_Close" USING
            BY REFERENCE STKF_IDLST STKF_PNAME1.
           CALL "DB_F_Open" USING
            "I-O" STKF_PNAME1 "SHARED" BY REFERENCE STKF_IDLST "1"
            "STK-KEY" BY REFERENCE STK-KEY.
           MOVE  M-SAVE  TO STK-R.
       EV-OPEN-RTN-EXIT.
           EXIT.
      *
      *    EV-PUT-RTN  -  the event written, updated in place when
      *    it was already on file.
      *
       EV-PUT-RTN.
           MOVE  USER_ID  TO STK-USER.
           IF  M-FOUND = 0
               CALL "DB_Insert" USING
                STKF_PNAME1 STKF_LNAME STK-R RETURNING RET
               GO TO EV-PUT-RTN-EXIT
           END-IF
           MOVE  STK-R  TO M-SAVE.
           CALL "DB_Read" USING
            "INVALID KEY" STKF_PNAME1 BY REFERENCE STK-R " "
            RETURNING RET.
           MOVE  M-SAVE  TO STK-R.
           CALL "DB_Update" USING
            STKF_PNAME1 STKF_LNAME STK-R RETURNING RET.
       EV-PUT-RTN-EXIT.
           EXIT.
      *
      *    FRZ-RTN  -  mode 2: every TANAM record of the store onto
      *    STSF with its book quantity as it stands now, nothing
      *    counted yet, then the event stamped frozen.
      *
       FRZ-RTN.
           MOVE  ZERO   TO M-FCNT.
           CALL "DB_F_Open" USING
            "INPUT" TANAM_PNAME1 " " BY REFERENCE TANAM_IDLST "0".
       FRZ-010.
           CALL "DB_Read" USING
            "AT END" TANAM_PNAME1 BY REFERENCE TANAM-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO FRZ-020
           END-IF
           IF  TANAM-03 NOT = STK-STR
               GO TO FRZ-010
           END-IF
           MOVE  SPACE      TO STS-R.
           MOVE  STK-STR    TO STS-STR.
           MOVE  STK-CDATE  TO STS-CDATE.
           MOVE  TANAM-01   TO STS-ITEM.
           MOVE  TANAM-02   TO STS-RSN.
           MOVE  TANAM-051  TO STS-BOOK.
           MOVE  ZERO       TO STS-CNT STS-CNTF STS-CNTDT.
           CALL "DB_Insert" USING
            STSF_PNAME1 STSF_LNAME STS-R RETURNING RET.
           ADD  1  TO M-FCNT.
           GO TO FRZ-010.
       FRZ-020.
           CALL "DB_F_Close" USING
            BY REFERENCE TANAM_IDLST TANAM_PNAME1.
           MOVE  STK-R     TO M-SAVE.
           CALL "DB_Read" USING
            "INVALID KEY" STKF_PNAME1 BY REFERENCE STK-R " "
            RETURNING RET.
           MOVE  M-SAVE    TO STK-R.
           MOVE  M-FCNT    TO STK-FCNT.
           MOVE  1         TO STK-STAT.
           MOVE  M-NOWDT   TO STK-FDATE.
           MOVE  M-NOWTM   TO STK-FTIME.
           MOVE  USER_ID   TO STK-USER.
           CALL "DB_Update" USING
            STKF_PNAME1 STKF_LNAME STK-R RETURNING RET.
       FRZ-RTN-EXIT.
           EXIT.
      *
      *    RP-RTN  -  mode 3: the frozen book and counts, then each
      *    file's movements after the cutoff, listed as they are
      *    read and added to the item's roll-forward, then the
      *    roll-forward itself.
      *
       RP-RTN.
           MOVE  STK-STR     TO RP-STR.
           MOVE  STK-CDATE   TO RP-CDATE.
           MOVE  STK-CTIME   TO RP-CTIME.
           MOVE  STK-PEDATE  TO RP-PEDATE.
           MOVE  ZERO  TO RF-CNT RT-CNT RT-FCNT MV-CNT.
           CALL "PR_Open" RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-RP-HD     TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  STK-STR        TO WORK-RP-STR.
           MOVE  STK-CDATE      TO WORK-RP-CDATE.
           MOVE  STK-CTIME      TO WORK-RP-CTIME.
           MOVE  STK-PEDATE     TO WORK-RP-PEDATE.
           MOVE  STK-FDATE      TO WORK-RP-FDATE.
           MOVE  STK-FTIME      TO WORK-RP-FTIME.
           IF  STK-STAT = 9
               MOVE  "CLOSED"   TO WORK-RP-STAT
           ELSE
               MOVE  "FROZEN"   TO WORK-RP-STAT
           END-IF
           MOVE  WORK-RP-EV     TO PRN-R (11:94).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  WORK-MV-HD     TO PRN-R (11:40).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-MV-COLHD  TO PRN-R (11:61).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
      *
      *    the frozen book and the counts.
      *
           CALL "DB_F_Close" USING
            BY REFERENCE STSF_IDLST STSF_PNAME1.
           CALL "DB_F_Open" USING
            "INPUT" STSF_PNAME1 " " BY REFERENCE STSF_IDLST "0".
       RP-010.
           CALL "DB_Read" USING
            "AT END" STSF_PNAME1 BY REFERENCE STS-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO RP-020
           END-IF
           IF  STS-STR NOT = RP-STR  OR  STS-CDATE NOT = RP-CDATE
               GO TO RP-010
           END-IF
           MOVE  STS-ITEM  TO RP-ITEM.
           PERFORM  RF-FIND-RTN  THRU  RF-FIND-RTN-EXIT.
           IF  RF-IX = ZERO
               GO TO RP-010
           END-IF
           ADD  STS-BOOK  TO RF-BOOK(RF-IX).
           IF  STS-CNTF = 1
               ADD   STS-CNT  TO RF-CNTQ(RF-IX)
               MOVE  1        TO RF-CNTF(RF-IX)
           END-IF
           GO TO RP-010.
       RP-020.
           CALL "DB_F_Close" USING
            BY REFERENCE STSF_IDLST STSF_PNAME1.
           CALL "DB_F_Open" USING
            "I-O" STSF_PNAME1 "SHARED" BY REFERENCE STSF_IDLST "1"
            "STS-KEY" BY REFERENCE STS-KEY.
      *
      *    the returns restocked to the store after the cutoff.
      *
           CALL "DB_F_Open" USING
            "INPUT" JSJDHF_PNAME1 " " BY REFERENCE JSJDHF_IDLST "0".
       RP-030.
           CALL "DB_Read" USING
            "AT END" JSJDHF_PNAME1 BY REFERENCE JSJDH-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO RP-040
           END-IF
           IF  JSJDH-022 NOT = RP-STR  OR  JSJDH-DSP NOT = 1
               GO TO RP-030
           END-IF
           IF  JSJDH-NGP NOT > RP-CDATE  OR  JSJDH-NGP > RP-PEDATE
               GO TO RP-030
           END-IF
           IF  JSJDH-QTY NOT < ZERO  OR  RT-CNT NOT < 1000
               GO TO RP-030
           END-IF
           ADD  1  TO RT-CNT.
           MOVE  JSJDH-01   TO RT-01(RT-CNT).
           MOVE  JSJDH-021  TO RT-021(RT-CNT).
           MOVE  JSJDH-022  TO RT-022(RT-CNT).
           MOVE  JSJDH-03   TO RT-03(RT-CNT).
           MOVE  JSJDH-NGP  TO RT-NGP(RT-CNT).
           COMPUTE  RT-QTY(RT-CNT) = 0 - JSJDH-QTY.
           MOVE  ZERO       TO RT-ITEM(RT-CNT) RT-FND(RT-CNT).
           GO TO RP-030.
       RP-040.
           CALL "DB_F_Close" USING
            BY REFERENCE JSJDHF_IDLST JSJDHF_PNAME1.
      *
      *    the shipments, and the returns' items off their slips.
      *
           CALL "DB_F_Open" USING
            "INPUT" JSJDRF_PNAME1 " " BY REFERENCE JSJDRF_IDLST "0".
       RP-050.
           CALL "DB_Read" USING
            "AT END" JSJDRF_PNAME1 BY REFERENCE JSJD-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO RP-060
           END-IF
           IF  RT-FCNT < RT-CNT
               PERFORM  RT-MAT-RTN  THRU  RT-MAT-RTN-EXIT
           END-IF
           IF  JSJD-022 NOT = RP-STR  OR  JSJD-122 = ZERO
               GO TO RP-050
           END-IF
           IF  JSJD-NGP NOT > RP-CDATE  OR  JSJD-NGP > RP-PEDATE
               GO TO RP-050
           END-IF
           MOVE  JSJD-09  TO RP-ITEM.
           PERFORM  RF-FIND-RTN  THRU  RF-FIND-RTN-EXIT.
           IF  RF-IX NOT = ZERO
               ADD  JSJD-122  TO RF-SHP(RF-IX)
           END-IF
           MOVE  SPACE       TO PRN-R WORK-MV.
           MOVE  JSJD-NGP    TO WORK-MV-DATE.
           MOVE  "SHIPMENT"  TO WORK-MV-TYPE.
           MOVE  JSJD-09     TO WORK-MV-ITEM.
           MOVE  JSJD-01     TO WORK-MV-S01.
           MOVE  "-"         TO WORK-MV-SD1 WORK-MV-SD2 WORK-MV-SD3.
           MOVE  JSJD-021    TO WORK-MV-S021.
           MOVE  JSJD-022    TO WORK-MV-S022.
           MOVE  JSJD-03     TO WORK-MV-S03.
           COMPUTE  RP-QTY = 0 - JSJD-122.
           PERFORM  MV-PRT-RTN  THRU  MV-PRT-RTN-EXIT.
           GO TO RP-050.
       RP-060.
           CALL "DB_F_Close" USING
            BY REFERENCE JSJDRF_IDLST JSJDRF_PNAME1.
           MOVE  1  TO RT-IX.
       RP-070.
           IF  RT-IX > RT-CNT
               GO TO RP-080
           END-IF
           MOVE  RT-ITEM(RT-IX)  TO RP-ITEM.
           PERFORM  RF-FIND-RTN  THRU  RF-FIND-RTN-EXIT.
           IF  RF-IX NOT = ZERO
               ADD  RT-QTY(RT-IX)  TO RF-RET(RF-IX)
           END-IF
           MOVE  SPACE           TO PRN-R WORK-MV.
           MOVE  RT-NGP(RT-IX)   TO WORK-MV-DATE.
           MOVE  "RETURN"        TO WORK-MV-TYPE.
           MOVE  RT-ITEM(RT-IX)  TO WORK-MV-ITEM.
           MOVE  RT-01(RT-IX)    TO WORK-MV-S01.
           MOVE  "-"         TO WORK-MV-SD1 WORK-MV-SD2 WORK-MV-SD3.
           MOVE  RT-021(RT-IX)   TO WORK-MV-S021.
           MOVE  RT-022(RT-IX)   TO WORK-MV-S022.
           MOVE  RT-03(RT-IX)    TO WORK-MV-S03.
           MOVE  RT-QTY(RT-IX)   TO RP-QTY.
           PERFORM  MV-PRT-RTN  THRU  MV-PRT-RTN-EXIT.
           ADD  1  TO RT-IX.
           GO TO RP-070.
      *
      *    the confirmed transfers in and out.
      *
       RP-080.
           CALL "DB_F_Open" USING
            "INPUT" TRF-F_PNAME1 " " BY REFERENCE TRF-F_IDLST "0".
       RP-090.
           CALL "DB_Read" USING
            "AT END" TRF-F_PNAME1 BY REFERENCE TRF-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO RP-100
           END-IF
           IF  TRF-STAT NOT = 0  OR  TRF-FROM = TRF-TO
               GO TO RP-090
           END-IF
           IF  TRF-FROM NOT = RP-STR  AND  TRF-TO NOT = RP-STR
               GO TO RP-090
           END-IF
           COMPUTE  RP-DATE = 20000000 + TRF-DATE.
           IF  RP-DATE < RP-CDATE  OR  RP-DATE > RP-PEDATE
               GO TO RP-090
           END-IF
           IF  RP-DATE = RP-CDATE  AND  TRF-TIME NOT > RP-CTIME
               GO TO RP-090
           END-IF
           MOVE  TRF-ITEM  TO RP-ITEM.
           PERFORM  RF-FIND-RTN  THRU  RF-FIND-RTN-EXIT.
           MOVE  SPACE     TO PRN-R WORK-MV.
           MOVE  RP-DATE   TO WORK-MV-DATE.
           MOVE  TRF-TIME  TO WORK-MV-TIME.
           MOVE  TRF-ITEM  TO WORK-MV-ITEM.
           IF  TRF-FROM = RP-STR
               MOVE  "TRF OUT"  TO WORK-MV-TYPE
               MOVE  "TO   "    TO WORK-MV-TLBL
               MOVE  TRF-TO     TO WORK-MV-TSTR
               COMPUTE  RP-QTY = 0 - TRF-QTY
               IF  RF-IX NOT = ZERO
                   ADD  TRF-QTY  TO RF-TOUT(RF-IX)
               END-IF
           ELSE
               MOVE  "TRF IN"   TO WORK-MV-TYPE
               MOVE  "FROM "    TO WORK-MV-TLBL
               MOVE  TRF-FROM   TO WORK-MV-TSTR
               MOVE  TRF-QTY    TO RP-QTY
               IF  RF-IX NOT = ZERO
                   ADD  TRF-QTY  TO RF-TIN(RF-IX)
               END-IF
           END-IF
           PERFORM  MV-PRT-RTN  THRU  MV-PRT-RTN-EXIT.
           GO TO RP-090.
       RP-100.
           CALL "DB_F_Close" USING
            BY REFERENCE TRF-F_IDLST TRF-F_PNAME1.
      *
      *    the lot receipts, rejected lots left out.
      *
           CALL "DB_F_Open" USING
            "INPUT" LOTF_PNAME1 " " BY REFERENCE LOTF_IDLST "0".
       RP-110.
           CALL "DB_Read" USING
            "AT END" LOTF_PNAME1 BY REFERENCE LOT-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO RP-120
           END-IF
           IF  LOT-WH NOT = RP-STR
               GO TO RP-110
           END-IF
           IF  LOT-QCST = "8"  OR  LOT-QCST = "9"
               GO TO RP-110
           END-IF
           IF  LOT-NGP NOT > RP-CDATE  OR  LOT-NGP > RP-PEDATE
               GO TO RP-110
           END-IF
           MOVE  LOT-HCD  TO RP-ITEM.
           PERFORM  RF-FIND-RTN  THRU  RF-FIND-RTN-EXIT.
           IF  RF-IX NOT = ZERO
               ADD  LOT-QTY  TO RF-RCV(RF-IX)
           END-IF
           MOVE  SPACE      TO PRN-R WORK-MV.
           MOVE  LOT-NGP    TO WORK-MV-DATE.
           MOVE  "RECEIPT"  TO WORK-MV-TYPE.
           MOVE  LOT-HCD    TO WORK-MV-ITEM.
           MOVE  LOT-NO     TO WORK-MV-REF.
           MOVE  LOT-QTY    TO RP-QTY.
           PERFORM  MV-PRT-RTN  THRU  MV-PRT-RTN-EXIT.
           GO TO RP-110.
       RP-120.
           CALL "DB_F_Close" USING
            BY REFERENCE LOTF_IDLST LOTF_PNAME1.
           MOVE  SPACE  TO PRN-R.
           IF  MV-CNT = ZERO
               MOVE  WORK-MV-NONE  TO PRN-R (11:40)
           ELSE
               MOVE  MV-CNT        TO WORK-MV-CNT
               MOVE  WORK-MV-TOT   TO PRN-R (11:18)
           END-IF
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           PERFORM  RF-SORT-RTN  THRU  RF-SORT-RTN-EXIT.
           PERFORM  RF-PRT-RTN  THRU  RF-PRT-RTN-EXIT.
           CALL "PR_Close" RETURNING RESP.
       RP-RTN-EXIT.
           EXIT.
      *
      *    MV-PRT-RTN  -  one movement line, WORK-MV filled in and
      *    the quantity, signed into (+) or out of (-) the store,
      *    in RP-QTY.
      *
       MV-PRT-RTN.
           MOVE  RP-QTY   TO WORK-MV-QTY.
           MOVE  WORK-MV  TO PRN-R (11:61).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           ADD  1  TO MV-CNT.
       MV-PRT-RTN-EXIT.
           EXIT.
      *
      *    RT-MAT-RTN  -  the current JSJDRF line's item given to
      *    every return not yet matched that came back on its slip
      *    (warehouse/customer/ship-to/slip), RDS100's trace.
      *
       RT-MAT-RTN.
           MOVE  1  TO RT-IX.
       RT-MAT-010.
           IF  RT-IX > RT-CNT
               GO TO RT-MAT-RTN-EXIT
           END-IF
           IF  RT-FND(RT-IX) = ZERO
               AND  RT-01(RT-IX)  = JSJD-01
               AND  RT-021(RT-IX) = JSJD-021
               AND  RT-022(RT-IX) = JSJD-022
               AND  RT-03(RT-IX)  = JSJD-03
               MOVE  JSJD-09  TO RT-ITEM(RT-IX)
               MOVE  1        TO RT-FND(RT-IX)
               ADD   1        TO RT-FCNT
           END-IF
           ADD  1  TO RT-IX.
           GO TO RT-MAT-010.
       RT-MAT-RTN-EXIT.
           EXIT.
      *
      *    RF-FIND-RTN  -  find-or-insert RP-ITEM in RF-TBL, RF-IX
      *    its entry; zero when the table is full.
      *
       RF-FIND-RTN.
           MOVE  1  TO RF-IX.
       RF-FIND-010.
           IF  RF-IX > RF-CNT
               GO TO RF-FIND-020
           END-IF
           IF  RF-ITEM(RF-IX) = RP-ITEM
               GO TO RF-FIND-RTN-EXIT
           END-IF
           ADD  1  TO RF-IX.
           GO TO RF-FIND-010.
       RF-FIND-020.
           IF  RF-CNT NOT < 2000
               MOVE  ZERO  TO RF-IX
               GO TO RF-FIND-RTN-EXIT
           END-IF
           ADD  1  TO RF-CNT.
           MOVE  RF-CNT   TO RF-IX.
           MOVE  RP-ITEM  TO RF-ITEM(RF-IX).
           MOVE  ZERO     TO RF-BOOK(RF-IX) RF-CNTQ(RF-IX)
                             RF-CNTF(RF-IX) RF-RCV(RF-IX)
                             RF-RET(RF-IX)  RF-TIN(RF-IX)
                             RF-TOUT(RF-IX) RF-SHP(RF-IX).
       RF-FIND-RTN-EXIT.
           EXIT.
      *
      *    RF-SORT-RTN  -  selection sort of RF-TBL(1:RF-CNT) into
      *    item order, TAR100's ST-SORT-RTN.
      *
       RF-SORT-RTN.
           IF  RF-CNT < 2
               GO TO RF-SORT-RTN-EXIT
           END-IF
           COMPUTE  RF-LIMIT = RF-CNT - 1.
           MOVE  1  TO RF-IX.
       RF-SORT-010.
           IF  RF-IX > RF-LIMIT
               GO TO RF-SORT-RTN-EXIT
           END-IF
           COMPUTE  RF-JX = RF-IX + 1.
       RF-SORT-020.
           IF  RF-JX > RF-CNT
               ADD  1  TO RF-IX
               GO TO RF-SORT-010
           END-IF
           IF  RF-ITEM(RF-JX) < RF-ITEM(RF-IX)
               MOVE  RF-ENT(RF-IX)  TO RF-TMP
               MOVE  RF-ENT(RF-JX)  TO RF-ENT(RF-IX)
               MOVE  RF-TMP         TO RF-ENT(RF-JX)
           END-IF
           ADD  1  TO RF-JX.
           GO TO RF-SORT-020.
       RF-SORT-RTN-EXIT.
           EXIT.
      *
      *    RF-PRT-RTN  -  the roll-forward, one line per item and
      *    the store total.
      *
       RF-PRT-RTN.
           MOVE  ZERO  TO RF-GT-BOOK RF-GT-CNTQ RF-GT-RCV RF-GT-RET
                          RF-GT-TIN RF-GT-TOUT RF-GT-SHP.
           MOVE  SPACE          TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  WORK-RF-HD     TO PRN-R (11:40).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-RF-COLHD  TO PRN-R (11:98).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  1  TO RF-IX.
       RF-PRT-010.
           IF  RF-IX > RF-CNT
               GO TO RF-PRT-020
           END-IF
           COMPUTE  RF-CLOSE = RF-CNTQ(RF-IX) + RF-RCV(RF-IX)
                  + RF-RET(RF-IX) + RF-TIN(RF-IX)
                  - RF-TOUT(RF-IX) - RF-SHP(RF-IX).
           MOVE  SPACE            TO PRN-R WORK-RF.
           MOVE  RF-ITEM(RF-IX)   TO WORK-RF-ITEM.
           MOVE  RF-BOOK(RF-IX)   TO WORK-RF-BOOK.
           MOVE  RF-CNTQ(RF-IX)   TO WORK-RF-CNTQ.
           COMPUTE  WORK-RF-VAR = RF-BOOK(RF-IX) - RF-CNTQ(RF-IX).
           MOVE  RF-RCV(RF-IX)    TO WORK-RF-RCV.
           MOVE  RF-RET(RF-IX)    TO WORK-RF-RET.
           MOVE  RF-TIN(RF-IX)    TO WORK-RF-TIN.
           MOVE  RF-TOUT(RF-IX)   TO WORK-RF-TOUT.
           MOVE  RF-SHP(RF-IX)    TO WORK-RF-SHP.
           MOVE  RF-CLOSE         TO WORK-RF-CLOSE.
           IF  RF-CNTF(RF-IX) = 0
               MOVE  "UNCOUNTED"  TO WORK-RF-NOTE
           END-IF
           MOVE  WORK-RF          TO PRN-R (11:98).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           ADD  RF-BOOK(RF-IX)  TO RF-GT-BOOK.
           ADD  RF-CNTQ(RF-IX)  TO RF-GT-CNTQ.
           ADD  RF-RCV(RF-IX)   TO RF-GT-RCV.
           ADD  RF-RET(RF-IX)   TO RF-GT-RET.
           ADD  RF-TIN(RF-IX)   TO RF-GT-TIN.
           ADD  RF-TOUT(RF-IX)  TO RF-GT-TOUT.
           ADD  RF-SHP(RF-IX)   TO RF-GT-SHP.
           ADD  1  TO RF-IX.
           GO TO RF-PRT-010.
       RF-PRT-020.
           COMPUTE  RF-CLOSE = RF-GT-CNTQ + RF-GT-RCV + RF-GT-RET
                  + RF-GT-TIN - RF-GT-TOUT - RF-GT-SHP.
           MOVE  SPACE          TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R WORK-RF.
           MOVE  "TOTAL "       TO WORK-RF-ITEM.
           MOVE  RF-GT-BOOK     TO WORK-RF-BOOK.
           MOVE  RF-GT-CNTQ     TO WORK-RF-CNTQ.
           COMPUTE  WORK-RF-VAR = RF-GT-BOOK - RF-GT-CNTQ.
           MOVE  RF-GT-RCV      TO WORK-RF-RCV.
           MOVE  RF-GT-RET      TO WORK-RF-RET.
           MOVE  RF-GT-TIN      TO WORK-RF-TIN.
           MOVE  RF-GT-TOUT     TO WORK-RF-TOUT.
           MOVE  RF-GT-SHP      TO WORK-RF-SHP.
           MOVE  RF-CLOSE       TO WORK-RF-CLOSE.
           MOVE  WORK-RF        TO PRN-R (11:98).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
       RF-PRT-RTN-EXIT.
           EXIT.
      *
       R-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_F_Close" USING
            BY REFERENCE STKF_IDLST STKF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE STSF_IDLST STSF_PNAME1.
           CALL "DB_Close".
           STOP RUN.
