       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         RAL100.
      *********************************************************
      *    PROGRAM         :  RETURNS ALLOWANCE AGREEMENTS     *
      *    PRINTER TYPE    :  JIPS                             *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    the chain contracts' cap on returns, kept where JHN100
      *    can measure a return against it.  SEL-MODE, the TGS100
      *    idiom:
      *      1 = agreement: one RAF record per bill-to head office
      *          (a ship-to with a TC-HQTCD is refused -- its
      *          returns count against its head office's agreement)
      *          -- allowance percent, basis 1 = pairs / 2 = value,
      *          the measurement period in months (1, 2, 3, 4, 6
      *          or 12, laid end to end from January) and up to
      *          eight accepted return reasons (none = any), with a
      *          0/9 in-force flag.  operators holding OPAM
      *          authority for this program are the supervisors
      *          JHN100 accepts an over-allowance override from.
      *      2 = returns-rate report for an operator-entered month:
      *          per head office with returns in the month, one
      *          line per JSJDH-RSN reason -- pairs and value
      *          returned and the rate against the month's JSJDRF
      *          shipments to the chain (sales samples excluded),
      *          marked REFUSABLE where the agreement does not
      *          accept the reason -- then the head office line:
      *          the month's returns and shipments, and the
      *          agreement's period to the end of the month --
      *          returns against the allowance, anything over it
      *          marked CHARGE BACK.  value is pairs at the THTM
      *          any-size price, each return priced off its JSJDRF
      *          slip line (RDS100's trace); the rate and the
      *          allowance are measured on the agreement's basis,
      *          pairs where there is no agreement.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SYSTEM3100.
       OBJECT-COMPUTER. SYSTEM3100.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  SEL-MODE               PIC  9(001)      VALUE ZERO.
       01  M-DMM                  PIC  9(001)      VALUE ZERO.
       01  RA-FOUND               PIC  9(001)      VALUE ZERO.
       01  RA-IX                  PIC  9(003)      VALUE ZERO.
       01  RA-RUNDT               PIC  9(008)      VALUE ZERO.
       01  RA-SAVE                PIC  X(052).
       01  WORK-TODATE.
           02  WORK-TD-YY         PIC  9(002).
           02  WORK-TD-MM         PIC  9(002).
           02  WORK-TD-DD         PIC  9(002).
      *    the eight reason fields, accepted by subscript.
       01  RS-NAMES.
           02  F                  PIC  X(006)      VALUE "A-RSN1".
           02  F                  PIC  X(006)      VALUE "A-RSN2".
           02  F                  PIC  X(006)      VALUE "A-RSN3".
           02  F                  PIC  X(006)      VALUE "A-RSN4".
           02  F                  PIC  X(006)      VALUE "A-RSN5".
           02  F                  PIC  X(006)      VALUE "A-RSN6".
           02  F                  PIC  X(006)      VALUE "A-RSN7".
           02  F                  PIC  X(006)      VALUE "A-RSN8".
       01  RS-NAMEL   REDEFINES  RS-NAMES.
           02  RS-NAME   OCCURS  8 PIC  X(006).
      *    mode 2: the month, the year it falls in, and the work
      *    fields of the passes.
       01  RL-NG                  PIC  9(006)      VALUE ZERO.
       01  RL-NGD     REDEFINES  RL-NG.
           02  RL-YY              PIC  9(004).
           02  RL-MM              PIC  9(002).
       01  RL-YFROM               PIC  9(008)      VALUE ZERO.
       01  RL-MFROM               PIC  9(008)      VALUE ZERO.
       01  RL-MEND                PIC  9(008)      VALUE ZERO.
       01  RL-PFROM               PIC  9(008)      VALUE ZERO.
       01  RL-PM                  PIC  9(002)      VALUE ZERO.
       01  RL-PQ                  PIC  9(002)      VALUE ZERO.
       01  RL-PS                  PIC  9(002)      VALUE ZERO.
       01  RL-WHQ                 PIC  9(004)      VALUE ZERO.
       01  RL-PTCD                PIC  9(004)      VALUE ZERO.
       01  RL-ITEM                PIC  9(006)      VALUE ZERO.
       01  RL-TAN                 PIC  9(005)      VALUE ZERO.
       01  RL-QTY                 PIC  9(007)      VALUE ZERO.
       01  RL-VAL                 PIC S9(011)      VALUE ZERO.
       01  RL-RSNANY              PIC  9(001)      VALUE ZERO.
       01  RL-RSNHIT              PIC  9(001)      VALUE ZERO.
       01  RL-RATE                PIC  9(003)V9(002) VALUE ZERO.
       01  RL-RET                 PIC S9(011)      VALUE ZERO.
       01  RL-SHP                 PIC S9(011)      VALUE ZERO.
       01  RL-PRT                 PIC S9(011)      VALUE ZERO.
       01  RL-PAL                 PIC S9(011)      VALUE ZERO.
       01  RL-LIMIT               PIC  9(004)      VALUE ZERO.
       01  RL-JX                  PIC  9(004)      VALUE ZERO.
      *    the agreements in force.
       01  AG-CNT                 PIC  9(003)      VALUE ZERO.
       01  AG-IX                  PIC  9(003)      VALUE ZERO.
       01  AG-TBL.
           02  AG-ENT   OCCURS  300.
               03  AG-TCD         PIC  9(004).
               03  AG-PCT         PIC  9(002)V9(002).
               03  AG-BASIS       PIC  9(001).
               03  AG-PMON        PIC  9(002).
               03  AG-RSN   OCCURS  8 PIC  9(002).
      *    the year's returns to the end of the month, each with
      *    its head office and the item off its slip line.
       01  RT-CNT                 PIC  9(004)      VALUE ZERO.
       01  RT-FCNT                PIC  9(004)      VALUE ZERO.
       01  RT-IX                  PIC  9(004)      VALUE ZERO.
       01  RT-TBL.
           02  RT-ENT   OCCURS  2000.
               03  RT-01          PIC  9(001).
               03  RT-021         PIC  9(004).
               03  RT-022         PIC  9(003).
               03  RT-03          PIC  9(006).
               03  RT-NGP         PIC  9(008).
               03  RT-HQ          PIC  9(004).
               03  RT-RSN         PIC  9(002).
               03  RT-QTY         PIC  9(005).
               03  RT-ITEM        PIC  9(006).
               03  RT-FND         PIC  9(001).
      *    the head offices with returns in the month: the month's
      *    shipments and returns, and the agreement period's to the
      *    end of the month, in pairs and at value.
       01  CU-CNT                 PIC  9(003)      VALUE ZERO.
       01  CU-IX                  PIC  9(003)      VALUE ZERO.
       01  CU-TBL.
           02  CU-ENT   OCCURS  300.
               03  CU-HQ          PIC  9(004).
               03  CU-AG          PIC  9(003).
               03  CU-PFROM       PIC  9(008).
               03  CU-MSP         PIC S9(009).
               03  CU-MSV         PIC S9(011).
               03  CU-MRP         PIC  9(009).
               03  CU-MRV         PIC  9(011).
               03  CU-PSP         PIC S9(009).
               03  CU-PSV         PIC S9(011).
               03  CU-PRP         PIC  9(009).
               03  CU-PRV         PIC  9(011).
       01  CU-TMP                 PIC  X(095).
      *    the month's returns per head office and reason.
       01  CR-CNT                 PIC  9(004)      VALUE ZERO.
       01  CR-IX                  PIC  9(004)      VALUE ZERO.
       01  CR-TBL.
           02  CR-ENT   OCCURS  1000.
               03  CR-SRTKEY.
                   04  CR-HQ      PIC  9(004).
                   04  CR-RSN     PIC  9(002).
               03  CR-RP          PIC  9(007).
               03  CR-RV          PIC  9(011).
       01  CR-TMP                 PIC  X(024).
       01  RL-GT.
           02  RL-GT-RP           PIC  9(009).
           02  RL-GT-RV           PIC  9(011).
           02  RL-GT-SP           PIC S9(009).
           02  RL-GT-SV           PIC S9(011).
       01  PRN-R                  PIC  X(132).
       77  RESP                   PIC  9(001).
       01  WORK-RL-HD             PIC  X(050)      VALUE
            "*** MONTHLY RETURNS-RATE REPORT ***".
       01  WORK-RL-PER.
           02  F                  PIC  X(07)  VALUE  "MONTH  ".
           02  WORK-RL-NG         PIC  9(006).
       01  WORK-RL-COLHD.
           02  F                  PIC  X(042)      VALUE
                "CUST NAME             RS RTN PRS RTN VALUE".
           02  F                  PIC  X(043)      VALUE
                " RATE % SHP PRS  SHP VALUE  ALW% PERIOD RTN".
           02  F                  PIC  X(034)      VALUE
                "    ALLOWED       OVER NOTE       ".
       01  WORK-RL.
           02  WORK-RL-TCD        PIC  X(004).
           02  F                  PIC  X(01).
           02  WORK-RL-NAME       PIC  N(008).
           02  F                  PIC  X(01).
           02  WORK-RL-RSN        PIC  X(002).
           02  F                  PIC  X(01).
           02  WORK-RL-RP         PIC  ZZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-RL-RV         PIC  ZZZZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-RL-RATE       PIC  ZZ9.99.
           02  F                  PIC  X(01).
           02  WORK-RL-SP         PIC  -ZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-RL-SV         PIC  -ZZZZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-RL-ALW        PIC  Z9.99.
           02  F                  PIC  X(01).
           02  WORK-RL-PRT        PIC  ZZZZZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-RL-PAL        PIC  ZZZZZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-RL-OVER       PIC  ZZZZZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-RL-NOTE       PIC  X(011).
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
      *FD  RAF
           COPY LIRAF.
      *FD  TC-M
           COPY LITCM.
      *FD  THTM
           COPY LITHTM.
      *FD  JSJDHF
       01  JSJDHF_RAL100.
           02  JSJDHF_PNAME1      PIC  X(006) VALUE "JSJDHF".
           02  F                  PIC  X(001).
           02  JSJDHF_LNAME       PIC  X(013) VALUE "JSJDHF_RAL100".
           02  F                  PIC  X(001).
           02  JSJDHF_KEY1        PIC  X(100) VALUE SPACE.
           02  JSJDHF_SORT        PIC  X(100) VALUE SPACE.
           02  JSJDHF_IDLST       PIC  X(100) VALUE SPACE.
           02  JSJDHF_RES         USAGE  POINTER.
           COPY JSJDH.
      *FD  JSJDRF
       01  JSJDRF_RAL100.
           02  JSJDRF_PNAME1      PIC  X(006) VALUE "JSJDRF".
           02  F                  PIC  X(001).
           02  JSJDRF_LNAME       PIC  X(013) VALUE "JSJDRF_RAL100".
           02  F                  PIC  X(001).
           02  JSJDRF_KEY1        PIC  X(100) VALUE SPACE.
           02  JSJDRF_SORT        PIC  X(100) VALUE SPACE.
           02  JSJDRF_IDLST       PIC  X(100) VALUE SPACE.
           02  JSJDRF_RES         USAGE  POINTER.
           COPY JSJDR.
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
                "RETURNS ALLOWANCE AGREEMENTS".
           02  FILLER  PIC  X(035) VALUE
                "1=AGREEMENT 2=REPORT          MODE".
           02  FILLER  PIC  X(020) VALUE
                "HEAD OFFICE CODE".
           02  FILLER  PIC  X(020) VALUE
                "ALLOWANCE PERCENT".
           02  FILLER  PIC  X(020) VALUE
                "BASIS 1=PAIR 2=VALUE".
           02  FILLER  PIC  X(020) VALUE
                "PERIOD MONTHS".
           02  FILLER  PIC  X(020) VALUE
                "ACCEPTED REASONS".
           02  FILLER  PIC  X(020) VALUE
                "STATUS  0=ON 9=OFF".
           02  FILLER  PIC  X(020) VALUE
                "REPORT MONTH CCYYMM".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-DSP.
           02  D-TNAME    PIC  N(026).
       01  C-ACP.
           02  A-MODE     PIC  9(001).
           02  A-TCD      PIC  9(004).
           02  A-PCT      PIC  9(004).
           02  A-BASIS    PIC  9(001).
           02  A-PMON     PIC  9(002).
           02  A-RSN1     PIC  9(002).
           02  A-RSN2     PIC  9(002).
           02  A-RSN3     PIC  9(002).
           02  A-RSN4     PIC  9(002).
           02  A-RSN5     PIC  9(002).
           02  A-RSN6     PIC  9(002).
           02  A-RSN7     PIC  9(002).
           02  A-RSN8     PIC  9(002).
           02  A-STAT     PIC  9(001).
           02  A-NG       PIC  9(006).
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
             03  E-ME1   PIC  X(030) VALUE
                  "***  NO SUCH CUSTOMER      ***".
             03  E-ME2   PIC  X(030) VALUE
                  "***  NOT A HEAD OFFICE     ***".
             03  E-ME3   PIC  X(030) VALUE
                  "***  PERIOD 1 2 3 4 6 12   ***".
             03  E-ME4   PIC  X(030) VALUE
                  "***  NO RETURNS IN MONTH   ***".
             03  E-ME5   PIC  X(030) VALUE
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
            "04C-MID" "X" "9" "10" "20" "03C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "05C-MID" "X" "10" "10" "20" "04C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "06C-MID" "X" "11" "10" "20" "05C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "07C-MID" "X" "12" "10" "20" "06C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "08C-MID" "X" "13" "10" "20" "07C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "09C-MID" "X" "18" "10" "20" "08C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "10C-MID" "X" "20" "10" "20" "09C-MID" " " RETURNING RESU.
      *C-DSP
       CALL "SD_Init" USING
            "C-DSP" " " "0" "0" "52" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "D-TNAME" "N" "7" "37" "26" " " "C-DSP" RETURNING RESU.
       CALL "SD_From" USING
            "D-TNAME" BY REFERENCE TC-NAME "26" "0" RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "36" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-MODE" "9" "5" "46" "1" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-MODE" BY REFERENCE SEL-MODE "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-TCD" "9" "7" "31" "4" "A-MODE" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-TCD" BY REFERENCE RA-TCD "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-PCT" "9" "9" "31" "4" "A-TCD" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-PCT" BY REFERENCE RA-PCT "4" "2" RETURNING RESU.
       CALL "SD_Init" USING
            "A-BASIS" "9" "10" "31" "1" "A-PCT" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-BASIS" BY REFERENCE RA-BASIS "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-PMON" "9" "11" "31" "2" "A-BASIS" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-PMON" BY REFERENCE RA-PMON "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-RSN1" "9" "12" "31" "2" "A-PMON" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-RSN1" BY REFERENCE RA-RSN (1) "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-RSN2" "9" "12" "34" "2" "A-RSN1" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-RSN2" BY REFERENCE RA-RSN (2) "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-RSN3" "9" "12" "37" "2" "A-RSN2" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-RSN3" BY REFERENCE RA-RSN (3) "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-RSN4" "9" "12" "40" "2" "A-RSN3" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-RSN4" BY REFERENCE RA-RSN (4) "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-RSN5" "9" "12" "43" "2" "A-RSN4" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-RSN5" BY REFERENCE RA-RSN (5) "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-RSN6" "9" "12" "46" "2" "A-RSN5" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-RSN6" BY REFERENCE RA-RSN (6) "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-RSN7" "9" "12" "49" "2" "A-RSN6" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-RSN7" BY REFERENCE RA-RSN (7) "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-RSN8" "9" "12" "52" "2" "A-RSN7" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-RSN8" BY REFERENCE RA-RSN (8) "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-STAT" "9" "13" "31" "1" "A-RSN8" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-STAT" BY REFERENCE RA-STAT "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-NG" "9" "18" "31" "6" "A-STAT" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-NG" BY REFERENCE RL-NG "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "20" "31" "1" "A-NG" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DMM" BY REFERENCE M-DMM "1" "0" RETURNING RESU.
      *C-ERR
       CALL "SD_Init" USING
            "C-ERR" " " "0" "0" "157" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-ERR" " " "24" "0" "157" " " "C-ERR" RETURNING RESU.
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
            "E-ME99" "X" "24" "75" "5" "E-ME5" " " RETURNING RESU.
      *
           ACCEPT USER_ID FROM ARGUMENT-VALUE.
           ACCEPT COMPLETION_CODE FROM ARGUMENT-VALUE.
      *
           ACCEPT  WORK-TODATE  FROM  DATE.
           COMPUTE  RA-RUNDT = (2000 + WORK-TD-YY) * 10000
                  + WORK-TD-MM * 100 + WORK-TD-DD.
           CALL "DB_F_Open" USING
            "I-O" RAF_PNAME1 "SHARED" BY REFERENCE RAF_IDLST "1"
            "RA-KEY" BY REFERENCE RA-KEY.
           CALL "DB_F_Open" USING
            "INPUT" TC-M_PNAME1 "SHARED" BY REFERENCE TC-M_IDLST "1"
            "TC-KEY" BY REFERENCE TC-KEY.
      *
       R-05.
           MOVE    SPACE    TO  ERR-STAT.
           MOVE    ZERO     TO  RESU.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "SD_Output" USING "C-MID" C-MID "p" RETURNING RESU.
           MOVE  ZERO  TO SEL-MODE M-DMM RA-FOUND RL-NG.
           INITIALIZE RA-R.
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
               GO TO R-18
           END-IF
           IF  SEL-MODE NOT = 1
               GO TO R-08
           END-IF.
       R-10.
           CALL "SD_Accept" USING BY REFERENCE A-TCD "A-TCD" "9" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-08
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-10
           END-IF
           MOVE  RA-TCD  TO TC-TCD.
           MOVE  1       TO TC-CCD.
           CALL "DB_Read" USING
            "INVALID KEY" TC-M_PNAME1 BY REFERENCE TC-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               CALL "SD_Output" USING
                "E-ME1" E-ME1 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-10
           END-IF
           IF  TC-HQTCD NOT = ZERO  AND  TC-HQTCD NOT = RA-TCD
               CALL "SD_Output" USING
                "E-ME2" E-ME2 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-10
           END-IF
           CALL "SD_Output" USING "D-TNAME" D-TNAME "p" RETURNING RESU.
           CALL "DB_Read" USING
            "INVALID KEY" RAF_PNAME1 BY REFERENCE RA-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  0       TO RA-FOUND
               INITIALIZE RA-R
               MOVE  TC-TCD  TO RA-TCD
               MOVE  1       TO RA-BASIS
               MOVE  12      TO RA-PMON
               GO TO R-11
           END-IF
           MOVE  1  TO RA-FOUND.
       R-11.
           CALL "SD_Output" USING "A-PCT" A-PCT "p" RETURNING RESU.
           CALL "SD_Output" USING "A-BASIS" A-BASIS "p" RETURNING RESU.
           CALL "SD_Output" USING "A-PMON" A-PMON "p" RETURNING RESU.
           CALL "SD_Output" USING "A-RSN1" A-RSN1 "p" RETURNING RESU.
           CALL "SD_Output" USING "A-RSN2" A-RSN2 "p" RETURNING RESU.
           CALL "SD_Output" USING "A-RSN3" A-RSN3 "p" RETURNING RESU.
           CALL "SD_Output" USING "A-RSN4" A-RSN4 "p" RETURNING RESU.
           CALL "SD_Output" USING "A-RSN5" A-RSN5 "p" RETURNING RESU.
           CALL "SD_Output" USING "A-RSN6" A-RSN6 "p" RETURNING RESU.
           CALL "SD_Output" USING "A-RSN7" A-RSN7 "p" RETURNING RESU.
           CALL "SD_Output" USING "A-RSN8" A-RSN8 "p" RETURNING RESU.
           CALL "SD_Output" USING "A-STAT" A-STAT "p" RETURNING RESU.
       R-12.
           CALL "SD_Accept" USING BY REFERENCE A-PCT "A-PCT" "9" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-10
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-12
           END-IF.
       R-13.
           CALL "SD_Accept" USING BY REFERENCE A-BASIS "A-BASIS" "9"
            "1" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-12
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-13
           END-IF
           IF  RA-BASIS NOT = 1  AND  2
               GO TO R-13
           END-IF.
       R-14.
           CALL "SD_Accept" USING BY REFERENCE A-PMON "A-PMON" "9"
            "2" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-13
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-14
           END-IF
           IF  RA-PMON NOT = 1  AND  2  AND  3  AND  4  AND  6  AND  12
               CALL "SD_Output" USING
                "E-ME3" E-ME3 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-14
           END-IF
           MOVE  1  TO RA-IX.
       R-15.
           CALL "SD_Accept" USING BY REFERENCE RA-RSN (RA-IX)
            RS-NAME (RA-IX) "9" "2" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               IF  RA-IX = 1
                   GO TO R-14
               ELSE
                   SUBTRACT  1  FROM RA-IX
                   GO TO R-15
               END-IF
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-15
           END-IF
           IF  RA-IX < 8
               ADD  1  TO RA-IX
               GO TO R-15
           END-IF.
       R-16.
           CALL "SD_Accept" USING BY REFERENCE A-STAT "A-STAT" "9"
            "1" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               MOVE  8  TO RA-IX
               GO TO R-15
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-16
           END-IF
           IF  RA-STAT NOT = 0  AND  9
               GO TO R-16
           END-IF
           GO TO R-20.
       R-18.
           CALL "SD_Accept" USING BY REFERENCE A-NG "A-NG" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-08
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-18
           END-IF
           IF  RL-MM < 1  OR  RL-MM > 12
               GO TO R-18
           END-IF.
       R-20.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               IF  SEL-MODE = 1
                   GO TO R-16
               ELSE
                   GO TO R-18
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
               PERFORM  RA-PUT-RTN  THRU  RA-PUT-RTN-EXIT
               GO TO R-05
           END-IF
           PERFORM  RL-RTN  THRU  RL-RTN-EXIT.
           IF  CU-CNT = ZERO
               CALL "SD_Output" USING
                "E-ME4" E-ME4 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-05
           END-IF
           CALL "SD_Output" USING
            "E-ME5" E-ME5 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO R-05.
      *
      *    RA-PUT-RTN  -  the agreement written, updated in place
      *    when it was already on file.
      *
       RA-PUT-RTN.
           MOVE  RA-RUNDT  TO RA-UDATE.
           MOVE  USER_ID   TO RA-USER.
           IF  RA-FOUND = 0
               CALL "DB_Insert" USING
                RAF_PNAME1 RAF_LNAME RA-R RETURNING RET
               GO TO RA-PUT-RTN-EXIT
           END-IF
           MOVE  RA-R  TO RA-SAVE.
           CALL "DB_Read" USING
            "INVALID KEY" RAF_PNAME1 BY REFERENCE RA-R " "
            RETURNING RET.
           MOVE  RA-SAVE  TO RA-R.
           CALL "DB_Update" USING
            RAF_PNAME1 RAF_LNAME RA-R RETURNING RET.
       RA-PUT-RTN-EXIT.
           EXIT.
      *
      *    RL-RTN  -  mode 2: the agreements, the year's returns to
      *    the end of the month, the head offices with returns in
      *    the month, their shipments, then the report.
      *
       RL-RTN.
           MOVE  ZERO  TO AG-CNT RT-CNT RT-FCNT CU-CNT CR-CNT.
           COMPUTE  RL-YFROM = RL-YY * 10000 + 101.
           COMPUTE  RL-MFROM = RL-NG * 100 + 1.
           COMPUTE  RL-MEND  = RL-NG * 100 + 31.
           CALL "DB_F_Close" USING
            BY REFERENCE RAF_IDLST RAF_PNAME1.
           CALL "DB_F_Open" USING
            "INPUT" RAF_PNAME1 " " BY REFERENCE RAF_IDLST "0".
       RL-010.
           CALL "DB_Read" USING
            "AT END" RAF_PNAME1 BY REFERENCE RA-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO RL-020
           END-IF
           IF  RA-STAT = 9  OR  AG-CNT NOT < 300
               GO TO RL-010
           END-IF
           ADD  1  TO AG-CNT.
           MOVE  RA-TCD    TO AG-TCD(AG-CNT).
           MOVE  RA-PCT    TO AG-PCT(AG-CNT).
           MOVE  RA-BASIS  TO AG-BASIS(AG-CNT).
           MOVE  RA-PMON   TO AG-PMON(AG-CNT).
           IF  RA-PMON = ZERO  OR  RA-PMON > 12
               MOVE  12  TO AG-PMON(AG-CNT)
           END-IF
           MOVE  1  TO RA-IX.
       RL-015.
           MOVE  RA-RSN(RA-IX)  TO AG-RSN(AG-CNT RA-IX).
           IF  RA-IX < 8
               ADD  1  TO RA-IX
               GO TO RL-015
           END-IF
           GO TO RL-010.
       RL-020.
           CALL "DB_F_Close" USING
            BY REFERENCE RAF_IDLST RAF_PNAME1.
           CALL "DB_F_Open" USING
            "I-O" RAF_PNAME1 "SHARED" BY REFERENCE RAF_IDLST "1"
            "RA-KEY" BY REFERENCE RA-KEY.
           CALL "DB_F_Open" USING
            "INPUT" JSJDHF_PNAME1 " " BY REFERENCE JSJDHF_IDLST "0".
       RL-030.
           CALL "DB_Read" USING
            "AT END" JSJDHF_PNAME1 BY REFERENCE JSJDH-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO RL-040
           END-IF
           IF  JSJDH-NGP < RL-YFROM  OR  JSJDH-NGP > RL-MEND
               GO TO RL-030
           END-IF
           IF  JSJDH-QTY NOT < ZERO  OR  RT-CNT NOT < 2000
               GO TO RL-030
           END-IF
           MOVE  JSJDH-021  TO RL-WHQ.
           PERFORM  RL-HQ-RTN  THRU  RL-HQ-RTN-EXIT.
           ADD  1  TO RT-CNT.
           MOVE  JSJDH-01   TO RT-01(RT-CNT).
           MOVE  JSJDH-021  TO RT-021(RT-CNT).
           MOVE  JSJDH-022  TO RT-022(RT-CNT).
           MOVE  JSJDH-03   TO RT-03(RT-CNT).
           MOVE  JSJDH-NGP  TO RT-NGP(RT-CNT).
           MOVE  RL-WHQ     TO RT-HQ(RT-CNT).
           MOVE  JSJDH-RSN  TO RT-RSN(RT-CNT).
           COMPUTE  RT-QTY(RT-CNT) = 0 - JSJDH-QTY.
           MOVE  ZERO       TO RT-ITEM(RT-CNT) RT-FND(RT-CNT).
           IF  JSJDH-NGP NOT < RL-MFROM
               PERFORM  CU-ACC-RTN  THRU  CU-ACC-RTN-EXIT
           END-IF
           GO TO RL-030.
       RL-040.
           CALL "DB_F_Close" USING
            BY REFERENCE JSJDHF_IDLST JSJDHF_PNAME1.
           IF  CU-CNT = ZERO
               GO TO RL-RTN-EXIT
           END-IF
           CALL "DB_F_Open" USING
            "INPUT" THTM_PNAME1 "SHARED" BY REFERENCE THTM_IDLST
            "2" "THT-KEY" BY REFERENCE THT-KEY "THT-KEY2" BY
            REFERENCE THT-KEY2.
           CALL "DB_F_Open" USING
            "INPUT" JSJDRF_PNAME1 " " BY REFERENCE JSJDRF_IDLST "0".
       RL-050.
           CALL "DB_Read" USING
            "AT END" JSJDRF_PNAME1 BY REFERENCE JSJD-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO RL-060
           END-IF
           IF  RT-FCNT < RT-CNT
               PERFORM  RT-MAT-RTN  THRU  RT-MAT-RTN-EXIT
           END-IF
           IF  JSJD-NGP < RL-YFROM  OR  JSJD-NGP > RL-MEND
               GO TO RL-050
           END-IF
           IF  JSJD-05 = 6  OR  JSJD-122 = ZERO
               GO TO RL-050
           END-IF
           MOVE  JSJD-021  TO RL-WHQ.
           PERFORM  RL-HQ-RTN  THRU  RL-HQ-RTN-EXIT.
           PERFORM  CU-FIND-RTN  THRU  CU-FIND-RTN-EXIT.
           IF  CU-IX = ZERO
               GO TO RL-050
           END-IF
           IF  JSJD-NGP < CU-PFROM(CU-IX)
               GO TO RL-050
           END-IF
           MOVE  JSJD-021  TO RL-PTCD.
           MOVE  JSJD-09   TO RL-ITEM.
           PERFORM  RL-TAN-RTN  THRU  RL-TAN-RTN-EXIT.
           COMPUTE  RL-VAL = JSJD-122 * RL-TAN.
           ADD  JSJD-122  TO CU-PSP(CU-IX).
           ADD  RL-VAL    TO CU-PSV(CU-IX).
           IF  JSJD-NGP NOT < RL-MFROM
               ADD  JSJD-122  TO CU-MSP(CU-IX)
               ADD  RL-VAL    TO CU-MSV(CU-IX)
           END-IF
           GO TO RL-050.
       RL-060.
           CALL "DB_F_Close" USING
            BY REFERENCE JSJDRF_IDLST JSJDRF_PNAME1.
           MOVE  1  TO RT-IX.
       RL-070.
           IF  RT-IX > RT-CNT
               GO TO RL-080
           END-IF
           MOVE  RT-HQ(RT-IX)  TO RL-WHQ.
           PERFORM  CU-FIND-RTN  THRU  CU-FIND-RTN-EXIT.
           IF  CU-IX = ZERO
               GO TO RL-075
           END-IF
           IF  RT-NGP(RT-IX) < CU-PFROM(CU-IX)
               GO TO RL-075
           END-IF
           MOVE  RT-021(RT-IX)   TO RL-PTCD.
           MOVE  RT-ITEM(RT-IX)  TO RL-ITEM.
           PERFORM  RL-TAN-RTN  THRU  RL-TAN-RTN-EXIT.
           COMPUTE  RL-VAL = RT-QTY(RT-IX) * RL-TAN.
           ADD  RT-QTY(RT-IX)  TO CU-PRP(CU-IX).
           ADD  RL-VAL         TO CU-PRV(CU-IX).
           IF  RT-NGP(RT-IX) < RL-MFROM
               GO TO RL-075
           END-IF
           ADD  RT-QTY(RT-IX)  TO CU-MRP(CU-IX).
           ADD  RL-VAL         TO CU-MRV(CU-IX).
           PERFORM  CR-ACC-RTN  THRU  CR-ACC-RTN-EXIT.
           IF  CR-IX NOT = ZERO
               ADD  RT-QTY(RT-IX)  TO CR-RP(CR-IX)
               ADD  RL-VAL         TO CR-RV(CR-IX)
           END-IF.
       RL-075.
           ADD  1  TO RT-IX.
           GO TO RL-070.
       RL-080.
           CALL "DB_F_Close" USING
            BY REFERENCE THTM_IDLST THTM_PNAME1.
           PERFORM  RL-SORT-RTN  THRU  RL-SORT-RTN-EXIT.
           PERFORM  RL-PRT-RTN   THRU  RL-PRT-RTN-EXIT.
       RL-RTN-EXIT.
           EXIT.
      *
      *    RL-HQ-RTN  -  RL-WHQ in = the ship-to, out = its bill-to
      *    head office, BIL100's rule.
      *
       RL-HQ-RTN.
           MOVE  RL-WHQ  TO TC-TCD.
           MOVE  1       TO TC-CCD.
           CALL "DB_Read" USING
            "INVALID KEY" TC-M_PNAME1 BY REFERENCE TC-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0  AND  TC-HQTCD NOT = ZERO
               MOVE  TC-HQTCD  TO RL-WHQ
           END-IF.
       RL-HQ-RTN-EXIT.
           EXIT.
      *
      *    CU-FIND-RTN  -  CU-IX of head office RL-WHQ, zero when it
      *    had no returns in the month.
      *
       CU-FIND-RTN.
           MOVE  1  TO CU-IX.
       CU-FIND-010.
           IF  CU-IX > CU-CNT
               MOVE  ZERO  TO CU-IX
               GO TO CU-FIND-RTN-EXIT
           END-IF
           IF  CU-HQ(CU-IX) = RL-WHQ
               GO TO CU-FIND-RTN-EXIT
           END-IF
           ADD  1  TO CU-IX.
           GO TO CU-FIND-010.
       CU-FIND-RTN-EXIT.
           EXIT.
      *
      *    CU-ACC-RTN  -  head office RL-WHQ into the table on first
      *    sight, with its agreement and the start of the
      *    agreement's period the month falls in (the month itself
      *    where there is no agreement).
      *
       CU-ACC-RTN.
           PERFORM  CU-FIND-RTN  THRU  CU-FIND-RTN-EXIT.
           IF  CU-IX NOT = ZERO  OR  CU-CNT NOT < 300
               GO TO CU-ACC-RTN-EXIT
           END-IF
           ADD  1  TO CU-CNT.
           MOVE  CU-CNT  TO CU-IX.
           MOVE  RL-WHQ  TO CU-HQ(CU-IX).
           MOVE  ZERO    TO CU-AG(CU-IX) CU-MSP(CU-IX) CU-MSV(CU-IX)
                            CU-MRP(CU-IX) CU-MRV(CU-IX) CU-PSP(CU-IX)
                            CU-PSV(CU-IX) CU-PRP(CU-IX) CU-PRV(CU-IX).
           MOVE  RL-MFROM  TO CU-PFROM(CU-IX).
           MOVE  1  TO AG-IX.
       CU-ACC-010.
           IF  AG-IX > AG-CNT
               GO TO CU-ACC-RTN-EXIT
           END-IF
           IF  AG-TCD(AG-IX) NOT = RL-WHQ
               ADD  1  TO AG-IX
               GO TO CU-ACC-010
           END-IF
           MOVE  AG-IX  TO CU-AG(CU-IX).
           COMPUTE  RL-PM = RL-MM - 1.
           DIVIDE  AG-PMON(AG-IX)  INTO  RL-PM  GIVING  RL-PQ.
           COMPUTE  RL-PS = RL-PQ * AG-PMON(AG-IX) + 1.
           COMPUTE  CU-PFROM(CU-IX) = RL-YY * 10000 + RL-PS * 100 + 1.
       CU-ACC-RTN-EXIT.
           EXIT.
      *
      *    CR-ACC-RTN  -  CR-IX to the entry for return RT-IX's head
      *    office and reason, added on first sight; zero when the
      *    table is full.
      *
       CR-ACC-RTN.
           MOVE  1  TO CR-IX.
       CR-ACC-010.
           IF  CR-IX > CR-CNT
               GO TO CR-ACC-020
           END-IF
           IF  CR-HQ(CR-IX) = RT-HQ(RT-IX)
               AND  CR-RSN(CR-IX) = RT-RSN(RT-IX)
               GO TO CR-ACC-RTN-EXIT
           END-IF
           ADD  1  TO CR-IX.
           GO TO CR-ACC-010.
       CR-ACC-020.
           IF  CR-CNT NOT < 1000
               MOVE  ZERO  TO CR-IX
               GO TO CR-ACC-RTN-EXIT
           END-IF
           ADD  1  TO CR-CNT.
           MOVE  CR-CNT         TO CR-IX.
           MOVE  RT-HQ(RT-IX)   TO CR-HQ(CR-IX).
           MOVE  RT-RSN(RT-IX)  TO CR-RSN(CR-IX).
           MOVE  ZERO           TO CR-RP(CR-IX) CR-RV(CR-IX).
       CR-ACC-RTN-EXIT.
           EXIT.
      *
      *    RT-MAT-RTN  -  the JSJDRF line offered to the returns
      *    still without an item (the slip may be from any date).
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
      *    RL-TAN-RTN  -  the THTM slot-9 any-size price of RL-ITEM
      *    to RL-PTCD, 0460 pricing under 0458 as RDS100 prices
      *    scrap; zero when the item is unknown or unpriced.
      *
       RL-TAN-RTN.
           MOVE  ZERO  TO RL-TAN.
           IF  RL-ITEM = ZERO
               GO TO RL-TAN-RTN-EXIT
           END-IF
           IF  RL-PTCD = 0460
               MOVE  0458  TO RL-PTCD
           END-IF
           MOVE  RL-PTCD  TO THT-TCD.
           MOVE  RL-ITEM  TO THT-HCD.
           MOVE  9        TO THT-SIZ.
           CALL "DB_Read" USING
            "INVALID KEY" THTM_PNAME1 BY REFERENCE THT-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0
               MOVE  THT-T  TO RL-TAN
           END-IF.
       RL-TAN-RTN-EXIT.
           EXIT.
      *
      *    RL-SORT-RTN  -  selection sorts: head offices by code,
      *    reasons by head office / reason.
      *
       RL-SORT-RTN.
           MOVE  1  TO CU-IX.
       RL-SORT-010.
           IF  CU-IX NOT < CU-CNT
               GO TO RL-SORT-030
           END-IF
           COMPUTE  RL-JX = CU-IX + 1.
       RL-SORT-020.
           IF  RL-JX > CU-CNT
               ADD  1  TO CU-IX
               GO TO RL-SORT-010
           END-IF
           IF  CU-HQ(RL-JX) < CU-HQ(CU-IX)
               MOVE  CU-ENT(CU-IX)  TO CU-TMP
               MOVE  CU-ENT(RL-JX)  TO CU-ENT(CU-IX)
               MOVE  CU-TMP         TO CU-ENT(RL-JX)
           END-IF
           ADD  1  TO RL-JX.
           GO TO RL-SORT-020.
       RL-SORT-030.
           MOVE  1  TO CR-IX.
       RL-SORT-040.
           IF  CR-IX NOT < CR-CNT
               GO TO RL-SORT-RTN-EXIT
           END-IF
           COMPUTE  RL-JX = CR-IX + 1.
       RL-SORT-050.
           IF  RL-JX > CR-CNT
               ADD  1  TO CR-IX
               GO TO RL-SORT-040
           END-IF
           IF  CR-SRTKEY(RL-JX) < CR-SRTKEY(CR-IX)
               MOVE  CR-ENT(CR-IX)  TO CR-TMP
               MOVE  CR-ENT(RL-JX)  TO CR-ENT(CR-IX)
               MOVE  CR-TMP         TO CR-ENT(RL-JX)
           END-IF
           ADD  1  TO RL-JX.
           GO TO RL-SORT-050.
       RL-SORT-RTN-EXIT.
           EXIT.
      *
      *    RL-PRT-RTN  -  per head office its reason lines then its
      *    own line; a grand total of the month at the foot.
      *
       RL-PRT-RTN.
           CALL "PR_Open" RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-RL-HD     TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  RL-NG          TO WORK-RL-NG.
           MOVE  WORK-RL-PER    TO PRN-R (11:13).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  WORK-RL-COLHD  TO PRN-R (11:119).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           INITIALIZE RL-GT.
           MOVE  1  TO CU-IX CR-IX.
       RL-PRT-010.
           IF  CU-IX > CU-CNT
               GO TO RL-PRT-090
           END-IF
           MOVE  CU-AG(CU-IX)  TO AG-IX.
       RL-PRT-020.
           IF  CR-IX > CR-CNT
               GO TO RL-PRT-030
           END-IF
           IF  CR-HQ(CR-IX) NOT = CU-HQ(CU-IX)
               GO TO RL-PRT-030
           END-IF
           MOVE  SPACE           TO PRN-R WORK-RL.
           MOVE  CR-RSN(CR-IX)   TO WORK-RL-RSN.
           MOVE  CR-RP(CR-IX)    TO WORK-RL-RP.
           MOVE  CR-RV(CR-IX)    TO WORK-RL-RV.
           IF  AG-IX NOT = ZERO  AND  AG-BASIS(AG-IX) = 2
               MOVE  CR-RV(CR-IX)    TO RL-RET
               MOVE  CU-MSV(CU-IX)   TO RL-SHP
           ELSE
               MOVE  CR-RP(CR-IX)    TO RL-RET
               MOVE  CU-MSP(CU-IX)   TO RL-SHP
           END-IF
           PERFORM  RL-RATE-RTN  THRU  RL-RATE-RTN-EXIT.
           MOVE  RL-RATE         TO WORK-RL-RATE.
           IF  AG-IX NOT = ZERO
               PERFORM  RL-RSN-RTN  THRU  RL-RSN-RTN-EXIT
               IF  RL-RSNANY = 1  AND  RL-RSNHIT = 0
                   MOVE  "REFUSABLE"  TO WORK-RL-NOTE
               END-IF
           END-IF
           MOVE  WORK-RL         TO PRN-R (11:119).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           ADD  1  TO CR-IX.
           GO TO RL-PRT-020.
       RL-PRT-030.
           MOVE  SPACE           TO PRN-R WORK-RL.
           MOVE  CU-HQ(CU-IX)    TO WORK-RL-TCD TC-TCD.
           MOVE  1               TO TC-CCD.
           CALL "DB_Read" USING
            "INVALID KEY" TC-M_PNAME1 BY REFERENCE TC-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0
               MOVE  TC-NAME     TO WORK-RL-NAME
           END-IF
           MOVE  CU-MRP(CU-IX)   TO WORK-RL-RP.
           MOVE  CU-MRV(CU-IX)   TO WORK-RL-RV.
           MOVE  CU-MSP(CU-IX)   TO WORK-RL-SP.
           MOVE  CU-MSV(CU-IX)   TO WORK-RL-SV.
           IF  AG-IX NOT = ZERO  AND  AG-BASIS(AG-IX) = 2
               MOVE  CU-MRV(CU-IX)   TO RL-RET
               MOVE  CU-MSV(CU-IX)   TO RL-SHP
           ELSE
               MOVE  CU-MRP(CU-IX)   TO RL-RET
               MOVE  CU-MSP(CU-IX)   TO RL-SHP
           END-IF
           PERFORM  RL-RATE-RTN  THRU  RL-RATE-RTN-EXIT.
           MOVE  RL-RATE         TO WORK-RL-RATE.
           IF  AG-IX = ZERO
               MOVE  "NO AGREEMNT"  TO WORK-RL-NOTE
               GO TO RL-PRT-040
           END-IF
           IF  AG-BASIS(AG-IX) = 2
               MOVE  CU-PRV(CU-IX)  TO RL-PRT
               MOVE  CU-PSV(CU-IX)  TO RL-SHP
           ELSE
               MOVE  CU-PRP(CU-IX)  TO RL-PRT
               MOVE  CU-PSP(CU-IX)  TO RL-SHP
           END-IF
           MOVE  ZERO  TO RL-PAL.
           IF  RL-SHP > ZERO
               COMPUTE  RL-PAL = RL-SHP * AG-PCT(AG-IX) / 100
           END-IF
           MOVE  AG-PCT(AG-IX)   TO WORK-RL-ALW.
           MOVE  RL-PRT          TO WORK-RL-PRT.
           MOVE  RL-PAL          TO WORK-RL-PAL.
           IF  RL-PRT > RL-PAL
               COMPUTE  WORK-RL-OVER = RL-PRT - RL-PAL
               MOVE  "CHARGE BACK"  TO WORK-RL-NOTE
           END-IF.
       RL-PRT-040.
           MOVE  WORK-RL         TO PRN-R (11:119).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE  TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           ADD  CU-MRP(CU-IX)  TO RL-GT-RP.
           ADD  CU-MRV(CU-IX)  TO RL-GT-RV.
           ADD  CU-MSP(CU-IX)  TO RL-GT-SP.
           ADD  CU-MSV(CU-IX)  TO RL-GT-SV.
           ADD  1  TO CU-IX.
           GO TO RL-PRT-010.
       RL-PRT-090.
           MOVE  SPACE          TO PRN-R WORK-RL.
           MOVE  "ALL "         TO WORK-RL-TCD.
           MOVE  RL-GT-RP       TO WORK-RL-RP.
           MOVE  RL-GT-RV       TO WORK-RL-RV.
           MOVE  RL-GT-SP       TO WORK-RL-SP.
           MOVE  RL-GT-SV       TO WORK-RL-SV.
           MOVE  RL-GT-RP       TO RL-RET.
           MOVE  RL-GT-SP       TO RL-SHP.
           PERFORM  RL-RATE-RTN  THRU  RL-RATE-RTN-EXIT.
           MOVE  RL-RATE        TO WORK-RL-RATE.
           MOVE  WORK-RL        TO PRN-R (11:119).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "PR_Close" RETURNING RESP.
       RL-PRT-RTN-EXIT.
           EXIT.
      *
      *    RL-RATE-RTN  -  RL-RET as a percent of RL-SHP, 999.99
      *    at most; zero when nothing was shipped.
      *
       RL-RATE-RTN.
           MOVE  ZERO  TO RL-RATE.
           IF  RL-SHP NOT > ZERO
               GO TO RL-RATE-RTN-EXIT
           END-IF
           IF  RL-RET * 100 > RL-SHP * 999
               MOVE  999.99  TO RL-RATE
               GO TO RL-RATE-RTN-EXIT
           END-IF
           COMPUTE  RL-RATE ROUNDED = RL-RET * 100 / RL-SHP.
       RL-RATE-RTN-EXIT.
           EXIT.
      *
      *    RL-RSN-RTN  -  whether agreement AG-IX accepts reason
      *    CR-RSN(CR-IX); an agreement listing none accepts all.
      *
       RL-RSN-RTN.
           MOVE  ZERO  TO RL-RSNANY RL-RSNHIT.
           MOVE  1     TO RA-IX.
       RL-RSN-010.
           IF  RA-IX > 8
               GO TO RL-RSN-RTN-EXIT
           END-IF
           IF  AG-RSN(AG-IX RA-IX) NOT = ZERO
               MOVE  1  TO RL-RSNANY
               IF  AG-RSN(AG-IX RA-IX) = CR-RSN(CR-IX)
                   MOVE  1  TO RL-RSNHIT
               END-IF
           END-IF
           ADD  1  TO RA-IX.
           GO TO RL-RSN-010.
       RL-RSN-RTN-EXIT.
           EXIT.
      *
       R-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_F_Close" USING
            BY REFERENCE RAF_IDLST RAF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE TC-M_IDLST TC-M_PNAME1.
           CALL "DB_Close".
           STOP RUN.
