       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         OBS100.
      *********************************************************
      *    PROGRAM         :  OBSOLESCENCE RESERVE RATES /     *
      *                       MONTH-END RESERVE                *
      *    PRINTER TYPE    :  JIPS                             *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    SEL-MODE, the same mode-menu idiom as BPH100/FAD100:
      *      1 = rate maintenance: one OBR-M row per SHM-07 item
      *          class, five age-band percents and the discontinued
      *          percent keyed one field at a time the way BPH100
      *          takes its profile grid; class 000 is the default
      *          row for any class without its own.
      *      2 = month-end reserve: for an operator-entered month
      *          every item's TANAM book (summed across stores, the
      *          ALO100 measure) is aged first-in-first-out against
      *          its LOTF receipts -- the pairs on hand are taken to
      *          be the newest received, so the book fills the
      *          youngest band up to what that band received, then
      *          the next, and whatever the lots do not explain
      *          falls in the oldest band.  lots back with the
      *          supplier (LOT-QCST "8") and lots received after
      *          the month are left out.  each band is valued at
      *          the CST-M average cost and reserved at its class
      *          rate, or at the discontinued rate throughout once
      *          SHM-11 is "1".  a markdown MKD100 proposed and
      *          PSM100 applied (THTW status 1, THW-DISC) counts as
      *          reserve already taken: value times the deepest
      *          markdown percent comes off the item's reserve, never
      *          below zero.  the item schedule prints, and only the
      *          change against the last month on OBRLOG posts into
      *          SIWAKH through the JCON7 classification-57 map
      *          (reserve expense / inventory reserve), HTEKICD 747
      *          -- a rise debits, a release credits.  the PLK-M
      *          lock and OBRLOG's month key are the same two gates
      *          as FAD100.
      *    TANAM carries no period snapshot, so the month-end
      *    figures age the book as it stands when the run is made.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SYSTEM3100.
       OBJECT-COMPUTER. SYSTEM3100.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  SEL-MODE               PIC  9(001)      VALUE ZERO.
       01  M-FOUND                PIC  9(001)      VALUE ZERO.
       01  M-DMM                  PIC  9(001)      VALUE ZERO.
       01  OB-NG                  PIC  9(006)      VALUE ZERO.
       01  OB-DMM                 PIC  9(001)      VALUE ZERO.
      *    per-item aging table: book, receipts by band, aged
      *    pairs by band, and the deepest applied markdown.
       01  OB-CNT                 PIC  9(004)      VALUE ZERO.
       01  OB-IX                  PIC  9(004)      VALUE ZERO.
       01  OB-BX                  PIC  9(001)      VALUE ZERO.
       01  OB-INS                 PIC  9(001)      VALUE ZERO.
       01  OB-WHCD                PIC  9(006)      VALUE ZERO.
       01  OB-TBL.
           02  OB-ENT   OCCURS  500.
               03  OB-HCD         PIC  9(006).
               03  OB-OH          PIC S9(007).
               03  OB-RCV         PIC S9(007)  OCCURS 5.
               03  OB-BQ          PIC S9(007)  OCCURS 5.
               03  OB-DISC        PIC  9(002).
       01  OB-NY                  PIC  9(004)      VALUE ZERO.
       01  OB-NM                  PIC  9(002)      VALUE ZERO.
       01  OB-RUNM                PIC  9(006)      VALUE ZERO.
       01  OB-LNG                 PIC  9(006)      VALUE ZERO.
       01  OB-LY                  PIC  9(004)      VALUE ZERO.
       01  OB-LM                  PIC  9(002)      VALUE ZERO.
       01  OB-AGE                 PIC S9(005)      VALUE ZERO.
       01  OB-REM                 PIC S9(007)      VALUE ZERO.
       01  OB-TAKE                PIC S9(007)      VALUE ZERO.
      *    the rates in force for the item being valued.
       01  OB-RATET.
           02  OB-RATE            PIC  9(003)  OCCURS 5.
       01  OB-DRATE               PIC  9(003)      VALUE ZERO.
       01  OB-PCTW                PIC  9(003)      VALUE ZERO.
       01  OB-CLS                 PIC  9(003)      VALUE ZERO.
       01  OB-DCON                PIC  X(001)      VALUE SPACE.
       01  OB-AVG                 PIC  9(005)V99   VALUE ZERO.
       01  OB-BVAL                PIC S9(011)      VALUE ZERO.
       01  OB-BRSV                PIC S9(011)      VALUE ZERO.
       01  OB-IVAL                PIC S9(011)      VALUE ZERO.
       01  OB-IGRS                PIC S9(011)      VALUE ZERO.
       01  OB-IMKD                PIC S9(011)      VALUE ZERO.
       01  OB-INET                PIC S9(011)      VALUE ZERO.
       01  OB-TVAL                PIC S9(012)      VALUE ZERO.
       01  OB-TGRS                PIC S9(012)      VALUE ZERO.
       01  OB-TMKD                PIC S9(012)      VALUE ZERO.
       01  OB-TNET                PIC S9(012)      VALUE ZERO.
       01  OB-PRIOR               PIC S9(012)      VALUE ZERO.
       01  OB-PRNG                PIC  9(006)      VALUE ZERO.
       01  OB-DELTA               PIC S9(012)      VALUE ZERO.
       01  OB-ICNT                PIC  9(006)      VALUE ZERO.
       01  POST-DATE              PIC  9(008)      VALUE ZERO.
       01  POST-JUNLNO            PIC  9(006)      VALUE ZERO.
       01  POST-LINENO            PIC  9(002)      VALUE ZERO.
       01  POST-DRCR              PIC  9(001)      VALUE ZERO.
       01  POST-AMT               PIC  9(011)      VALUE ZERO.
       01  WORK-TODATE.
           02  WORK-TD-YY         PIC  9(002).
           02  WORK-TD-MM         PIC  9(002).
           02  WORK-TD-DD         PIC  9(002).
       01  W-TODAY                PIC  9(008)      VALUE ZERO.
       01  PRN-R                  PIC  X(132).
       77  RESP                   PIC  9(001).
       01  WORK-OB-HD             PIC  X(050)      VALUE
            "*** OBSOLESCENCE RESERVE SCHEDULE ***".
       01  WORK-OB-PER.
           02  F                  PIC  X(07)  VALUE  "MONTH  ".
           02  WORK-OB-NG         PIC  9(006).
       01  WORK-OB-COLHD.
           02  F                  PIC  X(047)      VALUE
            "ITEM   CLS D  0-6MO 7-12MO13-18MO19-24MO  OVR24".
           02  F                  PIC  X(045)      VALUE
            "       VALUE    RESERVE   MARKDOWN        NET".
       01  WORK-OB.
           02  WORK-OB-HCD        PIC  9(006).
           02  F                  PIC  X(01).
           02  WORK-OB-CLS        PIC  9(003).
           02  F                  PIC  X(01).
           02  WORK-OB-DCON       PIC  X(001).
           02  WORK-OB-BQT.
               03  WORK-OB-BQ     PIC  -9(006)  OCCURS 5.
           02  F                  PIC  X(01).
           02  WORK-OB-VAL        PIC  -9(010).
           02  F                  PIC  X(01).
           02  WORK-OB-GRS        PIC  -9(009).
           02  F                  PIC  X(01).
           02  WORK-OB-MKD        PIC  -9(009).
           02  F                  PIC  X(01).
           02  WORK-OB-NET        PIC  -9(009).
       01  WORK-OB-TOT.
           02  F                  PIC  X(16)  VALUE  "TOTALS   VALUE :".
           02  WORK-OB-TVAL       PIC  -9(012).
           02  F                  PIC  X(11)  VALUE  "  RESERVE :".
           02  WORK-OB-TGRS       PIC  -9(012).
           02  F                  PIC  X(12)  VALUE  "  MARKDOWN :".
           02  WORK-OB-TMKD       PIC  -9(012).
       01  WORK-OB-NETL.
           02  F                  PIC  X(16)  VALUE  "RESERVE REQUIRED".
           02  WORK-OB-TNET       PIC  -9(012).
           02  F                  PIC  X(11)  VALUE  "  PRIOR   :".
           02  WORK-OB-PRIOR      PIC  -9(012).
           02  F                  PIC  X(12)  VALUE  "  POSTED   :".
           02  WORK-OB-DELTA      PIC  -9(012).
       01  WORK-OB-SUM.
           02  F                  PIC  X(15)  VALUE  "ITEMS RESERVED:".
           02  WORK-OB-CNT        PIC  ZZZZZ9.
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
           COPY  LIBPLK.
           COPY  L-JCON.
      *FD  KMK-M
           COPY LIKMK.
      *FD  OBR-M
           COPY LIOBRM.
      *FD  SHM
           COPY SHM.
      *FD  TANAM
           COPY TANAM.
      *FD  LOTF
           COPY LILOTF.
      *FD  THTW
           COPY LITHTW.
      *FD  CST-M
           COPY LICSTM.
      *FD  SIWAKH
       01  SIWAKH_OBS100.
           02  SIWAKH_PNAME1      PIC  X(006) VALUE "SIWAKH".
           02  F                  PIC  X(001).
           02  SIWAKH_LNAME       PIC  X(013) VALUE "SIWAKH_OBS100".
           02  F                  PIC  X(001).
           02  SIWAKH_KEY1        PIC  X(100) VALUE SPACE.
           02  SIWAKH_SORT        PIC  X(100) VALUE SPACE.
           02  SIWAKH_IDLST       PIC  X(100) VALUE SPACE.
           02  SIWAKH_RES         USAGE  POINTER.
           COPY SIWAKH.
       77  F                      PIC  X(001).
      *FD  OBRLOG
      *    one row per month already reserved, carrying the reserve
      *    then required so the next month posts only the change --
      *    the same month-dedup duty as FADLOG.
       01  OBRLOG_OBS100.
           02  OBRLOG_PNAME1      PIC  X(006) VALUE "OBRLOG".
           02  F                  PIC  X(001).
           02  OBRLOG_LNAME       PIC  X(013) VALUE "OBRLOG_OBS100".
           02  F                  PIC  X(001).
           02  OBRLOG_KEY1        PIC  X(100) VALUE SPACE.
           02  OBRLOG_SORT        PIC  X(100) VALUE SPACE.
           02  OBRLOG_IDLST       PIC  X(100) VALUE SPACE.
           02  OBRLOG_RES         USAGE  POINTER.
       01  OBRLOG-REC.
           02  OBRLOG-KEY.
               03  OBRLOG-NG      PIC  9(006).
           02  OBRLOG-RSV         PIC  9(011).
           02  OBRLOG-JUNLNO      PIC  9(006).
           02  OBRLOG-PSTDATE     PIC  9(008).
           02  OBRLOG-USER        PIC  X(006).
           02  OBRLOG-ICNT        PIC  9(006).
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
                "OBSOLESCENCE RESERVE RATES / MONTH-END".
           02  FILLER  PIC  X(030) VALUE
                "MODE  1=RATES 2=MONTH-END RUN".
           02  FILLER  PIC  X(020) VALUE
                "ITEM CLASS".
           02  FILLER  PIC  X(020) VALUE
                "AGE  0- 6 MONTHS  %".
           02  FILLER  PIC  X(020) VALUE
                "AGE  7-12 MONTHS  %".
           02  FILLER  PIC  X(020) VALUE
                "AGE 13-18 MONTHS  %".
           02  FILLER  PIC  X(020) VALUE
                "AGE 19-24 MONTHS  %".
           02  FILLER  PIC  X(020) VALUE
                "AGE OVER 24 MTHS  %".
           02  FILLER  PIC  X(020) VALUE
                "DISCONTINUED      %".
           02  FILLER  PIC  X(020) VALUE
                "MONTH      CCYYMM".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-ACP.
           02  A-MODE     PIC  9(001).
           02  A-CLS      PIC  9(003).
           02  A-P01      PIC  9(003).
           02  A-P02      PIC  9(003).
           02  A-P03      PIC  9(003).
           02  A-P04      PIC  9(003).
           02  A-P05      PIC  9(003).
           02  A-DPCT     PIC  9(003).
           02  A-NG       PIC  9(006).
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
             03  E-ME1   PIC  X(030) VALUE
                  "***  MONTH ALREADY DONE    ***".
             03  E-ME2   PIC  X(030) VALUE
                  "***  PERIOD LOCKED         ***".
             03  E-ME3   PIC  X(030) VALUE
                  "***  RUN COMPLETE          ***".
             03  E-ME4   PIC  X(030) VALUE
                  "***  PERCENT OVER 100      ***".
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
            "C-MID" " " "0" "0" "250" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-MID" "X" "3" "10" "40" " " "C-MID" RETURNING RESU.
       CALL "SD_Init" USING
            "02C-MID" "X" "5" "10" "30" "01C-MID" " " RETURNING RESU.
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
            "08C-MID" "X" "12" "10" "20" "07C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "09C-MID" "X" "13" "10" "20" "08C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "10C-MID" "X" "15" "10" "20" "09C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "11C-MID" "X" "17" "10" "20" "10C-MID" " " RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "29" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-MODE" "9" "5" "45" "1" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-MODE" BY REFERENCE SEL-MODE "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-CLS" "9" "7" "31" "3" "A-MODE" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-CLS" BY REFERENCE OBR-CLS "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-P01" "9" "8" "31" "3" "A-CLS" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-P01" BY REFERENCE OBR-PCT(1) "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-P02" "9" "9" "31" "3" "A-P01" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-P02" BY REFERENCE OBR-PCT(2) "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-P03" "9" "10" "31" "3" "A-P02" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-P03" BY REFERENCE OBR-PCT(3) "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-P04" "9" "11" "31" "3" "A-P03" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-P04" BY REFERENCE OBR-PCT(4) "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-P05" "9" "12" "31" "3" "A-P04" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-P05" BY REFERENCE OBR-PCT(5) "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DPCT" "9" "13" "31" "3" "A-P05" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DPCT" BY REFERENCE OBR-DPCT "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-NG" "9" "15" "31" "6" "A-DPCT" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-NG" BY REFERENCE OB-NG "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "17" "31" "1" "A-NG" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DMM" BY REFERENCE OB-DMM "1" "0" RETURNING RESU.
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
            "I-O" OBR-M_PNAME1 "SHARED" BY REFERENCE OBR-M_IDLST "1"
            "OBR-KEY" BY REFERENCE OBR-KEY.
      *
       R-05.
           MOVE    SPACE    TO  ERR-STAT.
           MOVE    ZERO     TO  RESU.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "SD_Output" USING "C-MID" C-MID "p" RETURNING RESU.
           MOVE  ZERO  TO SEL-MODE OB-NG OB-DMM.
           INITIALIZE OBR-R.
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
           IF  SEL-MODE = 1
               GO TO M-05
           END-IF
           IF  SEL-MODE NOT = 2
               GO TO R-08
           END-IF.
       R-10.
           CALL "SD_Accept" USING BY REFERENCE A-NG "A-NG" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-08
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-10
           END-IF
           IF  OB-NG = ZERO
               GO TO R-10
           END-IF
           CALL "DB_F_Open" USING
            "INPUT" PLK-M_PNAME1 " " BY REFERENCE PLK-M_IDLST "0".
           MOVE  OB-NG  TO PLK-KEY.
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
            "I-O" OBRLOG_PNAME1 "SHARED" BY REFERENCE OBRLOG_IDLST "1"
            "OBRLOG-KEY" BY REFERENCE OBRLOG-KEY.
           MOVE  OB-NG  TO OBRLOG-NG.
           CALL "DB_Read" USING
            "INVALID KEY" OBRLOG_PNAME1 BY REFERENCE OBRLOG-REC
            "UNLOCK" RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE OBRLOG_IDLST OBRLOG_PNAME1.
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
           IF  OB-DMM NOT = 1  AND  9
               GO TO R-20
           END-IF
           IF  OB-DMM = 9
               GO TO R-05
           END-IF
      *
           PERFORM  OB-RUN-RTN  THRU  OB-RUN-RTN-EXIT.
           CALL "SD_Output" USING
            "E-ME3" E-ME3 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO R-05.
      *
      *    rate maintenance -- one class row at a time, the same
      *    keyed single-record style as CAM100.
      *
       M-05.
           MOVE  ZERO  TO M-FOUND  M-DMM.
           INITIALIZE OBR-R.
           CALL "SD_Output" USING "C-ACP" C-ACP "p" RETURNING RESU.
       M-10.
           CALL "SD_Accept" USING BY REFERENCE A-CLS "A-CLS" "9" "3"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-05
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-10
           END-IF
           CALL "DB_Read" USING
            "INVALID KEY" OBR-M_PNAME1 BY REFERENCE OBR-R " "
            RETURNING RET.
           IF  RET = 0
               MOVE  1  TO M-FOUND
           ELSE
               MOVE  0     TO M-FOUND
               MOVE  ZERO  TO OBR-PCTT OBR-DPCT
           END-IF
           CALL "SD_Output" USING "C-ACP" C-ACP "p" RETURNING RESU.
       M-11.
           CALL "SD_Accept" USING BY REFERENCE A-P01 "A-P01" "9" "3"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-10
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-11
           END-IF
           IF  OBR-PCT(1) > 100
               CALL "SD_Output" USING
                "E-ME4" E-ME4 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-11
           END-IF.
       M-12.
           CALL "SD_Accept" USING BY REFERENCE A-P02 "A-P02" "9" "3"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-11
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-12
           END-IF
           IF  OBR-PCT(2) > 100
               CALL "SD_Output" USING
                "E-ME4" E-ME4 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-12
           END-IF.
       M-13.
           CALL "SD_Accept" USING BY REFERENCE A-P03 "A-P03" "9" "3"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-12
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-13
           END-IF
           IF  OBR-PCT(3) > 100
               CALL "SD_Output" USING
                "E-ME4" E-ME4 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-13
           END-IF.
       M-14.
           CALL "SD_Accept" USING BY REFERENCE A-P04 "A-P04" "9" "3"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-13
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-14
           END-IF
           IF  OBR-PCT(4) > 100
               CALL "SD_Output" USING
                "E-ME4" E-ME4 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-14
           END-IF.
       M-15.
           CALL "SD_Accept" USING BY REFERENCE A-P05 "A-P05" "9" "3"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-14
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-15
           END-IF
           IF  OBR-PCT(5) > 100
               CALL "SD_Output" USING
                "E-ME4" E-ME4 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-15
           END-IF.
       M-16.
           CALL "SD_Accept" USING BY REFERENCE A-DPCT "A-DPCT" "9" "3"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-15
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-16
           END-IF
           IF  OBR-DPCT > 100
               CALL "SD_Output" USING
                "E-ME4" E-ME4 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-16
           END-IF.
       M-20.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-16
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-20
           END-IF
           IF  OB-DMM NOT = 1  AND  9
               GO TO M-20
           END-IF
           IF  OB-DMM = 9
               MOVE  ZERO  TO OB-DMM
               GO TO M-05
           END-IF
           ACCEPT  WORK-TODATE  FROM  DATE.
           COMPUTE  W-TODAY = (2000 + WORK-TD-YY) * 10000
                  + WORK-TD-MM * 100 + WORK-TD-DD.
           MOVE  USER_ID  TO OBR-USER.
           MOVE  W-TODAY  TO OBR-DATE.
           IF  M-FOUND = 1
               CALL "DB_Update" USING
                OBR-M_PNAME1 OBR-M_LNAME OBR-R RETURNING RET
           ELSE
               CALL "DB_Insert" USING
                OBR-M_PNAME1 OBR-M_LNAME OBR-R RETURNING RET
           END-IF
           MOVE  ZERO  TO OB-DMM.
           GO TO M-05.
      *
      *    OB-RUN-RTN  -  build the item table from TANAM, age it
      *    against LOTF, pick up applied markdowns from THTW, then
      *    value, print and post the change.
      *
       OB-RUN-RTN.
           ACCEPT  WORK-TODATE  FROM  DATE.
           ACCEPT  POST-JUNLNO  FROM  TIME.
           COMPUTE  W-TODAY = (2000 + WORK-TD-YY) * 10000
                  + WORK-TD-MM * 100 + WORK-TD-DD.
           COMPUTE  POST-DATE = OB-NG * 100 + 28.
           COMPUTE  OB-NY = OB-NG / 100.
           COMPUTE  OB-NM = OB-NG - OB-NY * 100.
           COMPUTE  OB-RUNM = OB-NY * 12 + OB-NM.
           MOVE  ZERO  TO OB-CNT OB-ICNT POST-LINENO OB-TVAL OB-TGRS
                          OB-TMKD OB-TNET OB-PRIOR OB-PRNG OB-DELTA.
           PERFORM  OB-BOOK-RTN  THRU  OB-BOOK-RTN-EXIT.
           PERFORM  OB-LOT-RTN   THRU  OB-LOT-RTN-EXIT.
           PERFORM  OB-MKD-RTN   THRU  OB-MKD-RTN-EXIT.
           PERFORM  OB-PRV-RTN   THRU  OB-PRV-RTN-EXIT.
           PERFORM  OB-OUT-RTN   THRU  OB-OUT-RTN-EXIT.
       OB-RUN-RTN-EXIT.
           EXIT.
      *
      *    OB-BOOK-RTN  -  the TANAM book summed per item across
      *    stores.
      *
       OB-BOOK-RTN.
           MOVE  1  TO OB-INS.
           CALL "DB_F_Open" USING
            "INPUT" TANAM_PNAME1 " " BY REFERENCE TANAM_IDLST "0".
       OB-BOOK-010.
           CALL "DB_Read" USING
            "AT END" TANAM_PNAME1 BY REFERENCE TANAM-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO OB-BOOK-020
           END-IF
           MOVE  TANAM-01  TO OB-WHCD.
           PERFORM  OB-FIND-RTN  THRU  OB-FIND-RTN-EXIT.
           IF  OB-IX NOT = ZERO
               ADD  TANAM-051  TO OB-OH(OB-IX)
           END-IF
           GO TO OB-BOOK-010.
       OB-BOOK-020.
           CALL "DB_F_Close" USING
            BY REFERENCE TANAM_IDLST TANAM_PNAME1.
       OB-BOOK-RTN-EXIT.
           EXIT.
      *
      *    OB-LOT-RTN  -  every lot received by month end and not
      *    back with the supplier adds into its age band; then the
      *    book is spread over the bands newest first.
      *
       OB-LOT-RTN.
           MOVE  0  TO OB-INS.
           CALL "DB_F_Open" USING
            "INPUT" LOTF_PNAME1 " " BY REFERENCE LOTF_IDLST "0".
       OB-LOT-010.
           CALL "DB_Read" USING
            "AT END" LOTF_PNAME1 BY REFERENCE LOT-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO OB-LOT-030
           END-IF
           IF  LOT-QCST = "8"
               GO TO OB-LOT-010
           END-IF
           COMPUTE  OB-LNG = LOT-NGP / 100.
           IF  OB-LNG > OB-NG
               GO TO OB-LOT-010
           END-IF
           MOVE  LOT-HCD  TO OB-WHCD.
           PERFORM  OB-FIND-RTN  THRU  OB-FIND-RTN-EXIT.
           IF  OB-IX = ZERO
               GO TO OB-LOT-010
           END-IF
           IF  OB-LNG = ZERO
               MOVE  5  TO OB-BX
               GO TO OB-LOT-020
           END-IF
           COMPUTE  OB-LY = OB-LNG / 100.
           COMPUTE  OB-LM = OB-LNG - OB-LY * 100.
           COMPUTE  OB-AGE = OB-RUNM - (OB-LY * 12 + OB-LM).
           MOVE  5  TO OB-BX.
           IF  OB-AGE NOT > 24
               MOVE  4  TO OB-BX
           END-IF
           IF  OB-AGE NOT > 18
               MOVE  3  TO OB-BX
           END-IF
           IF  OB-AGE NOT > 12
               MOVE  2  TO OB-BX
           END-IF
           IF  OB-AGE NOT > 6
               MOVE  1  TO OB-BX
           END-IF.
       OB-LOT-020.
           ADD  LOT-QTY  TO OB-RCV(OB-IX, OB-BX).
           GO TO OB-LOT-010.
       OB-LOT-030.
           CALL "DB_F_Close" USING
            BY REFERENCE LOTF_IDLST LOTF_PNAME1.
           MOVE  1  TO OB-IX.
       OB-LOT-040.
           IF  OB-IX > OB-CNT
               GO TO OB-LOT-RTN-EXIT
           END-IF
           IF  OB-OH(OB-IX) NOT > ZERO
               ADD  1  TO OB-IX
               GO TO OB-LOT-040
           END-IF
           MOVE  OB-OH(OB-IX)  TO OB-REM.
           MOVE  1  TO OB-BX.
       OB-LOT-050.
           IF  OB-RCV(OB-IX, OB-BX) < OB-REM
               MOVE  OB-RCV(OB-IX, OB-BX)  TO OB-TAKE
           ELSE
               MOVE  OB-REM                TO OB-TAKE
           END-IF
           IF  OB-TAKE < ZERO
               MOVE  ZERO  TO OB-TAKE
           END-IF
           MOVE  OB-TAKE  TO OB-BQ(OB-IX, OB-BX).
           SUBTRACT  OB-TAKE  FROM  OB-REM.
           IF  OB-BX < 5
               ADD  1  TO OB-BX
               GO TO OB-LOT-050
           END-IF
      *    pairs the lots do not explain are of unknown age.
           ADD  OB-REM  TO OB-BQ(OB-IX, 5).
           ADD  1  TO OB-IX.
           GO TO OB-LOT-040.
       OB-LOT-RTN-EXIT.
           EXIT.
      *
      *    OB-MKD-RTN  -  the deepest applied markdown per item
      *    effective by month end.
      *
       OB-MKD-RTN.
           MOVE  0  TO OB-INS.
           CALL "DB_F_Open" USING
            "INPUT" THTW_PNAME1 " " BY REFERENCE THTW_IDLST "0".
       OB-MKD-010.
           CALL "DB_Read" USING
            "AT END" THTW_PNAME1 BY REFERENCE THW-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO OB-MKD-020
           END-IF
           IF  THW-STAT NOT = 1
               GO TO OB-MKD-010
           END-IF
           IF  THW-DISC NOT NUMERIC
               GO TO OB-MKD-010
           END-IF
           IF  THW-DISC = ZERO  OR  THW-EFFDT / 100 > OB-NG
               GO TO OB-MKD-010
           END-IF
           MOVE  THW-HCD  TO OB-WHCD.
           PERFORM  OB-FIND-RTN  THRU  OB-FIND-RTN-EXIT.
           IF  OB-IX NOT = ZERO
               IF  THW-DISC > OB-DISC(OB-IX)
                   MOVE  THW-DISC  TO OB-DISC(OB-IX)
               END-IF
           END-IF
           GO TO OB-MKD-010.
       OB-MKD-020.
           CALL "DB_F_Close" USING
            BY REFERENCE THTW_IDLST THTW_PNAME1.
       OB-MKD-RTN-EXIT.
           EXIT.
      *
      *    OB-PRV-RTN  -  the reserve logged for the latest month
      *    before this one; none logged means a starting balance
      *    of zero.
      *
       OB-PRV-RTN.
           CALL "DB_F_Open" USING
            "INPUT" OBRLOG_PNAME1 " " BY REFERENCE OBRLOG_IDLST "0".
       OB-PRV-010.
           CALL "DB_Read" USING
            "AT END" OBRLOG_PNAME1 BY REFERENCE OBRLOG-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO OB-PRV-020
           END-IF
           IF  OBRLOG-NG < OB-NG  AND  OBRLOG-NG > OB-PRNG
               MOVE  OBRLOG-NG   TO OB-PRNG
               MOVE  OBRLOG-RSV  TO OB-PRIOR
           END-IF
           GO TO OB-PRV-010.
       OB-PRV-020.
           CALL "DB_F_Close" USING
            BY REFERENCE OBRLOG_IDLST OBRLOG_PNAME1.
       OB-PRV-RTN-EXIT.
           EXIT.
      *
      *    OB-OUT-RTN  -  value each item on hand, print the
      *    schedule, post the change and log the month.
      *
       OB-OUT-RTN.
           CALL "PR_Open" RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-OB-HD   TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  OB-NG        TO WORK-OB-NG.
           MOVE  WORK-OB-PER  TO PRN-R (11:13).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-OB-COLHD  TO PRN-R (11:92).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "DB_F_Open" USING
            "INPUT" SHM_PNAME1 "SHARED" BY REFERENCE SHM_IDLST "1"
            "SHM-KEY" BY REFERENCE SHM-KEY.
           CALL "DB_F_Open" USING
            "INPUT" CST-M_PNAME1 "SHARED" BY REFERENCE CST-M_IDLST "1"
            "CST-KEY" BY REFERENCE CST-KEY.
           MOVE  1  TO OB-IX.
       OB-OUT-010.
           IF  OB-IX > OB-CNT
               GO TO OB-OUT-030
           END-IF
           IF  OB-OH(OB-IX) NOT > ZERO
               ADD  1  TO OB-IX
               GO TO OB-OUT-010
           END-IF
           PERFORM  OB-RATE-RTN  THRU  OB-RATE-RTN-EXIT.
           MOVE  ZERO  TO OB-IVAL OB-IGRS OB-IMKD.
           MOVE  1  TO OB-BX.
       OB-OUT-020.
           COMPUTE  OB-BVAL ROUNDED = OB-BQ(OB-IX, OB-BX) * OB-AVG.
           IF  OB-DCON = "1"
               MOVE  OB-DRATE        TO OB-PCTW
           ELSE
               MOVE  OB-RATE(OB-BX)  TO OB-PCTW
           END-IF
           COMPUTE  OB-BRSV ROUNDED = OB-BVAL * OB-PCTW / 100.
           ADD  OB-BVAL  TO OB-IVAL.
           ADD  OB-BRSV  TO OB-IGRS.
           IF  OB-BX < 5
               ADD  1  TO OB-BX
               GO TO OB-OUT-020
           END-IF
      *    an applied markdown is reserve already taken.
           COMPUTE  OB-IMKD ROUNDED = OB-IVAL * OB-DISC(OB-IX) / 100.
           IF  OB-IMKD > OB-IGRS
               MOVE  OB-IGRS  TO OB-IMKD
           END-IF
           COMPUTE  OB-INET = OB-IGRS - OB-IMKD.
           ADD  OB-IVAL  TO OB-TVAL.
           ADD  OB-IGRS  TO OB-TGRS.
           ADD  OB-IMKD  TO OB-TMKD.
           ADD  OB-INET  TO OB-TNET.
           ADD  1  TO OB-ICNT.
           MOVE  SPACE           TO PRN-R WORK-OB.
           MOVE  OB-HCD(OB-IX)   TO WORK-OB-HCD.
           MOVE  OB-CLS          TO WORK-OB-CLS.
           MOVE  OB-DCON         TO WORK-OB-DCON.
           MOVE  OB-BQ(OB-IX, 1) TO WORK-OB-BQ(1).
           MOVE  OB-BQ(OB-IX, 2) TO WORK-OB-BQ(2).
           MOVE  OB-BQ(OB-IX, 3) TO WORK-OB-BQ(3).
           MOVE  OB-BQ(OB-IX, 4) TO WORK-OB-BQ(4).
           MOVE  OB-BQ(OB-IX, 5) TO WORK-OB-BQ(5).
           MOVE  OB-IVAL         TO WORK-OB-VAL.
           MOVE  OB-IGRS         TO WORK-OB-GRS.
           MOVE  OB-IMKD         TO WORK-OB-MKD.
           MOVE  OB-INET         TO WORK-OB-NET.
           MOVE  WORK-OB         TO PRN-R (11:92).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           ADD  1  TO OB-IX.
           GO TO OB-OUT-010.
       OB-OUT-030.
           CALL "DB_F_Close" USING
            BY REFERENCE CST-M_IDLST CST-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE SHM_IDLST SHM_PNAME1.
           COMPUTE  OB-DELTA = OB-TNET - OB-PRIOR.
           IF  OB-DELTA NOT = ZERO
               PERFORM  OB-POST-RTN  THRU  OB-POST-RTN-EXIT
           END-IF
           CALL "DB_F_Open" USING
            "I-O" OBRLOG_PNAME1 "SHARED" BY REFERENCE OBRLOG_IDLST "1"
            "OBRLOG-KEY" BY REFERENCE OBRLOG-KEY.
           MOVE  OB-NG        TO OBRLOG-NG.
           MOVE  OB-TNET      TO OBRLOG-RSV.
           MOVE  POST-JUNLNO  TO OBRLOG-JUNLNO.
           MOVE  W-TODAY      TO OBRLOG-PSTDATE.
           MOVE  USER_ID      TO OBRLOG-USER.
           MOVE  OB-ICNT      TO OBRLOG-ICNT.
           CALL "DB_Insert" USING
            OBRLOG_PNAME1 OBRLOG_LNAME OBRLOG-REC RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE OBRLOG_IDLST OBRLOG_PNAME1.
           MOVE  SPACE  TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  OB-TVAL      TO WORK-OB-TVAL.
           MOVE  OB-TGRS      TO WORK-OB-TGRS.
           MOVE  OB-TMKD      TO WORK-OB-TMKD.
           MOVE  WORK-OB-TOT  TO PRN-R (11:78).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE         TO PRN-R.
           MOVE  OB-TNET       TO WORK-OB-TNET.
           MOVE  OB-PRIOR      TO WORK-OB-PRIOR.
           MOVE  OB-DELTA      TO WORK-OB-DELTA.
           MOVE  WORK-OB-NETL  TO PRN-R (11:78).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  OB-ICNT      TO WORK-OB-CNT.
           MOVE  WORK-OB-SUM  TO PRN-R (11:21).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "PR_Close" RETURNING RESP.
       OB-OUT-RTN-EXIT.
           EXIT.
      *
      *    OB-RATE-RTN  -  class, discontinued flag and average
      *    cost of the item at OB-IX, and the rates for its class:
      *    the class row, else class 000, else nothing reserved.
      *
       OB-RATE-RTN.
           MOVE  ZERO   TO OB-CLS OB-AVG OB-RATET OB-DRATE.
           MOVE  SPACE  TO OB-DCON.
           MOVE  OB-HCD(OB-IX)  TO SHM-01.
           CALL "DB_Read" USING
            "INVALID KEY" SHM_PNAME1 BY REFERENCE SHM-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0
               MOVE  SHM-07  TO OB-CLS
               MOVE  SHM-11  TO OB-DCON
           END-IF
           MOVE  OB-HCD(OB-IX)  TO CST-HCD.
           CALL "DB_Read" USING
            "INVALID KEY" CST-M_PNAME1 BY REFERENCE CST-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0
               MOVE  CST-AVG  TO OB-AVG
           END-IF
           MOVE  OB-CLS  TO OBR-CLS.
           CALL "DB_Read" USING
            "INVALID KEY" OBR-M_PNAME1 BY REFERENCE OBR-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  ZERO  TO OBR-CLS
               CALL "DB_Read" USING
                "INVALID KEY" OBR-M_PNAME1 BY REFERENCE OBR-R "UNLOCK"
                RETURNING RET
           END-IF
           IF  RET = 0
               MOVE  OBR-PCTT  TO OB-RATET
               MOVE  OBR-DPCT  TO OB-DRATE
           END-IF.
       OB-RATE-RTN-EXIT.
           EXIT.
      *
      *    OB-POST-RTN  -  one SH-REC for the change in reserve
      *    through the JCON7 classification-57 map with the 9999
      *    fallback: a rise debits reserve expense, a release
      *    credits it back.
      *
       OB-POST-RTN.
           IF  OB-DELTA > ZERO
               MOVE  0         TO POST-DRCR
               MOVE  OB-DELTA  TO POST-AMT
           ELSE
               MOVE  1         TO POST-DRCR
               COMPUTE  POST-AMT = ZERO - OB-DELTA
           END-IF
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
           MOVE  57  TO  JCON7-02.
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
           MOVE  POST-DRCR       TO HDR-CR HDR-CR2.
           MOVE  JCON7-DEPT      TO HSECTCD.
           MOVE  "0"             TO HTAXKB.
           MOVE  POST-AMT        TO HAMOUNT.
           MOVE  JCON7-OPPACCT   TO HOPPCD.
           MOVE  JCON7-HOOPPACCT TO HHOOPPCD.
           MOVE  747             TO HTEKICD.
           CALL "DB_Insert" USING
            SIWAKH_PNAME1 SIWAKH_LNAME SH-REC RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE SIWAKH_IDLST SIWAKH_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE KMK-M_IDLST KMK-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE JCON_IDLST JCON_PNAME1.
       OB-POST-RTN-EXIT.
           EXIT.
      *
       OB-FIND-RTN.
           MOVE  1  TO OB-IX.
       OB-FIND-010.
           IF  OB-IX > OB-CNT
               GO TO OB-FIND-020
           END-IF
           IF  OB-HCD(OB-IX) = OB-WHCD
               GO TO OB-FIND-RTN-EXIT
           END-IF
           ADD  1  TO OB-IX.
           GO TO OB-FIND-010.
       OB-FIND-020.
           IF  OB-INS = 1  AND  OB-CNT < 500
               ADD  1         TO OB-CNT
               MOVE  OB-CNT   TO OB-IX
               MOVE  OB-WHCD  TO OB-HCD(OB-IX)
               MOVE  ZERO     TO OB-OH(OB-IX) OB-DISC(OB-IX)
                                 OB-RCV(OB-IX, 1) OB-RCV(OB-IX, 2)
                                 OB-RCV(OB-IX, 3) OB-RCV(OB-IX, 4)
                                 OB-RCV(OB-IX, 5) OB-BQ(OB-IX, 1)
                                 OB-BQ(OB-IX, 2) OB-BQ(OB-IX, 3)
                                 OB-BQ(OB-IX, 4) OB-BQ(OB-IX, 5)
           ELSE
               MOVE  ZERO  TO OB-IX
           END-IF.
       OB-FIND-RTN-EXIT.
           EXIT.
      *
       R-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_F_Close" USING
            BY REFERENCE OBR-M_IDLST OBR-M_PNAME1.
           CALL "DB_Close".
           STOP RUN.
