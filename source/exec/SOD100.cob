       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         SOD100.
      *********************************************************
      *    PROGRAM         :  SEGREGATION OF DUTIES REPORT     *
      *    PRINTER TYPE    :  JIPS                             *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    OPAM says who may run each program and APRF who proposed
      *    and who approved; this is the check on the combinations
      *    the internal-control review asks about.  SEL-MODE, the
      *    same mode-menu idiom as DUP100:
      *      1 = report, in two parts --
      *          - authority conflicts: every operator whose OPAM
      *            rows include both programs of an SOD-M rule in
      *            force, one line per operator and rule;
      *          - same-day make-and-use, for the keyed date range
      *            (the to-date left zero runs to date):
      *              SELF-APPROVED   an APRF change approved by the
      *                              operator who proposed it (the
      *                              gate APR100 is meant to be);
      *              ORDERED+RECVD   a POF line whose PORLOG receipt
      *                              was taken by the operator who
      *                              placed the order (POF-USER), on
      *                              the order date;
      *              BANK CHG+PAID   a TMLOG bank-account change to a
      *                              supplier that TPY100 paid the
      *                              same day under the same
      *                              operator (TPYLOG-USER).
      *          TPYLOG rows written before TPYLOG-USER existed are
      *          blank there and never match.
      *      2 = rules: one SOD-M program pair at a time, keyed
      *          either way round (stored lower id first), with the
      *          reason printed on the report and a 0/9 in-force
      *          flag.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SYSTEM3100.
       OBJECT-COMPUTER. SYSTEM3100.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  SEL-MODE               PIC  9(001)      VALUE ZERO.
       01  SD-DMM                 PIC  9(001)      VALUE ZERO.
       01  SD-FOUND               PIC  9(001)      VALUE ZERO.
       01  SD-FROM                PIC  9(008)      VALUE ZERO.
       01  SD-TO                  PIC  9(008)      VALUE ZERO.
       01  SD-WDATE               PIC  9(008)      VALUE ZERO.
       01  SD-WPGM                PIC  X(008)      VALUE SPACE.
       01  SD-HIT1                PIC  9(001)      VALUE ZERO.
       01  SD-HIT2                PIC  9(001)      VALUE ZERO.
       01  SD-CCNT                PIC  9(005)      VALUE ZERO.
       01  SD-ECNT                PIC  9(005)      VALUE ZERO.
      *    SOD-M rules in force.
       01  SR-CNT                 PIC  9(003)      VALUE ZERO.
       01  SR-IX                  PIC  9(003)      VALUE ZERO.
       01  SR-TBL.
           02  SR-ENT   OCCURS  300.
               03  SR-PGM1        PIC  X(008).
               03  SR-PGM2        PIC  X(008).
               03  SR-DESC        PIC  X(030).
      *    the OPAM programs of the operator being read.
       01  SP-USER                PIC  X(006)      VALUE SPACE.
       01  SP-CNT                 PIC  9(003)      VALUE ZERO.
       01  SP-IX                  PIC  9(003)      VALUE ZERO.
       01  SP-TBL.
           02  SP-PGM             PIC  X(008)  OCCURS 300.
      *    TMLOG bank changes in the date range.
       01  SB-CNT                 PIC  9(004)      VALUE ZERO.
       01  SB-IX                  PIC  9(004)      VALUE ZERO.
       01  SB-TBL.
           02  SB-ENT   OCCURS  1000.
               03  SB-USER        PIC  X(006).
               03  SB-DATE        PIC  9(008).
               03  SB-TCD         PIC  9(004).
       01  WORK-TODATE.
           02  WORK-TD-YY         PIC  9(002).
           02  WORK-TD-MM         PIC  9(002).
           02  WORK-TD-DD         PIC  9(002).
       01  W-TODAY                PIC  9(008)      VALUE ZERO.
       01  PRN-R                  PIC  X(132).
       77  RESP                   PIC  9(001).
       01  WORK-SD-HD             PIC  X(050)      VALUE
            "*** SEGREGATION OF DUTIES CONFLICTS ***".
       01  WORK-SD-HD1            PIC  X(050)      VALUE
            "--- OPERATOR AUTHORITY CONFLICTS (OPAM) ---".
       01  WORK-SD-HD2            PIC  X(050)      VALUE
            "--- SAME-DAY MAKE AND USE ---".
       01  WORK-SD-RNG.
           02  F                  PIC  X(013)  VALUE  "DATE RANGE : ".
           02  WORK-SD-RFROM      PIC  9(008).
           02  F                  PIC  X(03)   VALUE  " - ".
           02  WORK-SD-RTO        PIC  9(008).
       01  WORK-SD-CCOL           PIC  X(058)      VALUE
            "USER    PROGRAM1  PROGRAM2  REASON".
       01  WORK-SD-C.
           02  WORK-SD-CUSER      PIC  X(006).
           02  F                  PIC  X(02).
           02  WORK-SD-CPGM1      PIC  X(008).
           02  F                  PIC  X(02).
           02  WORK-SD-CPGM2      PIC  X(008).
           02  F                  PIC  X(02).
           02  WORK-SD-CDESC      PIC  X(030).
       01  WORK-SD-ECOL           PIC  X(078)      VALUE
            "FINDING             USER    DATE      REFERENCE".
       01  WORK-SD-E.
           02  WORK-SD-ETYPE      PIC  X(018).
           02  F                  PIC  X(02).
           02  WORK-SD-EUSER      PIC  X(006).
           02  F                  PIC  X(02).
           02  WORK-SD-EDATE      PIC  9(008).
           02  F                  PIC  X(02).
           02  WORK-SD-EREF       PIC  X(040).
       01  WORK-SD-AREF.
           02  F                  PIC  X(010)  VALUE  "APRF KIND ".
           02  WORK-SD-AKIND      PIC  9(001).
           02  F                  PIC  X(005)  VALUE  " KEY ".
           02  WORK-SD-AKEYD      PIC  X(014).
       01  WORK-SD-PREF.
           02  F                  PIC  X(003)  VALUE  "PO ".
           02  WORK-SD-PONO       PIC  9(006).
           02  F                  PIC  X(001)  VALUE  "-".
           02  WORK-SD-POLN       PIC  9(002).
       01  WORK-SD-TREF.
           02  F                  PIC  X(009)  VALUE  "SUPPLIER ".
           02  WORK-SD-TCD        PIC  9(004).
       01  WORK-SD-NONE           PIC  X(040)      VALUE
            "NONE FOUND".
       01  WORK-SD-SUM.
           02  F                  PIC  X(012)  VALUE  "CONFLICTS : ".
           02  WORK-SD-SCCNT      PIC  ZZZZ9.
           02  F                  PIC  X(015)  VALUE
                "   SAME-DAY : ".
           02  WORK-SD-SECNT      PIC  ZZZZ9.
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
      *FD  SOD-M
           COPY LISODM.
      *FD  POF
           COPY LIPOF.
      *FD  OPAM
       01  OPAM_SOD100.
           02  OPAM_PNAME1        PIC  X(006) VALUE "OPAM".
           02  F                  PIC  X(001).
           02  OPAM_LNAME         PIC  X(011) VALUE "OPAM_SOD100".
           02  F                  PIC  X(001).
           02  OPAM_KEY1          PIC  X(100) VALUE SPACE.
           02  OPAM_SORT          PIC  X(100) VALUE SPACE.
           02  OPAM_IDLST         PIC  X(100) VALUE SPACE.
           02  OPAM_RES           USAGE  POINTER.
           COPY OPAM.
      *FD  APRF
       01  APRF_SOD100.
           02  APRF_PNAME1        PIC  X(006) VALUE "APRF".
           02  F                  PIC  X(001).
           02  APRF_LNAME         PIC  X(011) VALUE "APRF_SOD100".
           02  F                  PIC  X(001).
           02  APRF_KEY1          PIC  X(100) VALUE SPACE.
           02  APRF_SORT          PIC  X(100) VALUE SPACE.
           02  APRF_IDLST         PIC  X(100) VALUE SPACE.
           02  APRF_RES           USAGE  POINTER.
           COPY APRF.
      *FD  PORLOG
      *    POR100's matched-receipt log, read for who took each
      *    receipt and when.
       01  PORLOG_SOD100.
           02  PORLOG_PNAME1      PIC  X(006) VALUE "PORLOG".
           02  F                  PIC  X(001).
           02  PORLOG_LNAME       PIC  X(013) VALUE "PORLOG_SOD100".
           02  F                  PIC  X(001).
           02  PORLOG_KEY1        PIC  X(100) VALUE SPACE.
           02  PORLOG_SORT        PIC  X(100) VALUE SPACE.
           02  PORLOG_IDLST       PIC  X(100) VALUE SPACE.
           02  PORLOG_RES         USAGE  POINTER.
       01  PORLOG-REC.
           02  PORLOG-KEY.
               03  PORLOG-01      PIC  9(006)  COMP-3.
               03  PORLOG-02      PIC  9(008)  COMP-3.
               03  PORLOG-03      PIC  9(002).
               03  PORLOG-04      PIC  9(006)  COMP-3.
               03  PORLOG-05      PIC  9(001).
           02  PORLOG-PONO        PIC  9(006).
           02  PORLOG-POLN        PIC  9(002).
           02  PORLOG-NGP         PIC  9(008).
           02  PORLOG-USER        PIC  X(006).
       77  F                      PIC  X(001).
      *FD  TMLOG
      *    TM100's bank-account change history.
       01  TMLOG_SOD100.
           02  TMLOG_PNAME1       PIC  X(005) VALUE "TMLOG".
           02  F                  PIC  X(001).
           02  TMLOG_LNAME        PIC  X(012) VALUE "TMLOG_SOD100".
           02  F                  PIC  X(001).
           02  TMLOG_KEY1         PIC  X(100) VALUE SPACE.
           02  TMLOG_SORT         PIC  X(100) VALUE SPACE.
           02  TMLOG_IDLST        PIC  X(100) VALUE SPACE.
           02  TMLOG_RES          USAGE  POINTER.
       01  TMLOG-REC.
           02  TMLOG-KEY.
               03  TMLOG-DATE     PIC  9(006).
               03  TMLOG-TIME     PIC  9(006).
           02  TMLOG-USER         PIC  X(006).
           02  TMLOG-TCD          PIC  9(004).
           02  TMLOG-OBANK        PIC  9(004).
           02  TMLOG-OSTN         PIC  9(003).
           02  TMLOG-OKOZKB       PIC  9(001).
           02  TMLOG-OKOZNO       PIC  9(007).
           02  TMLOG-NBANK        PIC  9(004).
           02  TMLOG-NSTN         PIC  9(003).
           02  TMLOG-NKOZKB       PIC  9(001).
           02  TMLOG-NKOZNO       PIC  9(007).
       77  F                      PIC  X(001).
      *FD  TPYLOG
      *    TPY100's paid-bucket log.
       01  TPYLOG_SOD100.
           02  TPYLOG_PNAME1      PIC  X(006) VALUE "TPYLOG".
           02  F                  PIC  X(001).
           02  TPYLOG_LNAME       PIC  X(013) VALUE "TPYLOG_SOD100".
           02  F                  PIC  X(001).
           02  TPYLOG_KEY1        PIC  X(100) VALUE SPACE.
           02  TPYLOG_SORT        PIC  X(100) VALUE SPACE.
           02  TPYLOG_IDLST       PIC  X(100) VALUE SPACE.
           02  TPYLOG_RES         USAGE  POINTER.
       01  TPYLOG-REC.
           02  TPYLOG-KEY.
               03  TPYLOG-TCD     PIC  9(004).
               03  TPYLOG-DUED    PIC  9(008).
           02  TPYLOG-AMT         PIC  9(010).
           02  TPYLOG-NGP         PIC  9(008).
           02  TPYLOG-USER        PIC  X(006).
           02  FILLER             PIC  X(04).
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
                "SEGREGATION OF DUTIES".
           02  FILLER  PIC  X(030) VALUE
                "MODE  1=REPORT 2=RULES".
           02  FILLER  PIC  X(020) VALUE
                "EVIDENCE FROM".
           02  FILLER  PIC  X(020) VALUE
                "EVIDENCE TO".
           02  FILLER  PIC  X(020) VALUE
                "PROGRAM 1".
           02  FILLER  PIC  X(020) VALUE
                "PROGRAM 2".
           02  FILLER  PIC  X(020) VALUE
                "REASON".
           02  FILLER  PIC  X(020) VALUE
                "0=IN FORCE 9=DROPPED".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-ACP.
           02  A-MODE     PIC  9(001).
           02  A-FROM     PIC  9(008).
           02  A-TO       PIC  9(008).
           02  A-PGM1     PIC  X(008).
           02  A-PGM2     PIC  X(008).
           02  A-DESC     PIC  X(030).
           02  A-STAT     PIC  9(001).
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
             03  E-ME1   PIC  X(030) VALUE
                  "***  DATE RANGE INVALID    ***".
             03  E-ME2   PIC  X(030) VALUE
                  "***  SAME PROGRAM TWICE    ***".
             03  E-ME3   PIC  X(030) VALUE
                  "***  REPORT COMPLETE       ***".
             03  E-ME4   PIC  X(030) VALUE
                  "***  FLAG MUST BE 0 OR 9   ***".
             03  E-ME5   PIC  X(030) VALUE
                  "***  PROGRAM REQUIRED      ***".
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
            "C-MID" " " "0" "0" "210" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-MID" "X" "3" "10" "40" " " "C-MID" RETURNING RESU.
       CALL "SD_Init" USING
            "02C-MID" "X" "5" "10" "30" "01C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "03C-MID" "X" "7" "10" "20" "02C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "04C-MID" "X" "8" "10" "20" "03C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "05C-MID" "X" "10" "10" "20" "04C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "06C-MID" "X" "11" "10" "20" "05C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "07C-MID" "X" "12" "10" "20" "06C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "08C-MID" "X" "13" "10" "20" "07C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "09C-MID" "X" "15" "10" "20" "08C-MID" " " RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "65" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-MODE" "9" "5" "45" "1" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-MODE" BY REFERENCE SEL-MODE "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-FROM" "9" "7" "31" "8" "A-MODE" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-FROM" BY REFERENCE SD-FROM "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-TO" "9" "8" "31" "8" "A-FROM" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-TO" BY REFERENCE SD-TO "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-PGM1" "X" "10" "31" "8" "A-TO" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-PGM1" BY REFERENCE SOD-PGM1 "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-PGM2" "X" "11" "31" "8" "A-PGM1" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-PGM2" BY REFERENCE SOD-PGM2 "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DESC" "X" "12" "31" "30" "A-PGM2" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DESC" BY REFERENCE SOD-DESC "30" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-STAT" "9" "13" "31" "1" "A-DESC" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-STAT" BY REFERENCE SOD-STAT "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "15" "31" "1" "A-STAT" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DMM" BY REFERENCE SD-DMM "1" "0" RETURNING RESU.
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
           ACCEPT  WORK-TODATE  FROM  DATE.
           COMPUTE  W-TODAY = (2000 + WORK-TD-YY) * 10000
                  + WORK-TD-MM * 100 + WORK-TD-DD.
      *
           CALL "DB_F_Open" USING
            "I-O" SOD-M_PNAME1 "SHARED" BY REFERENCE SOD-M_IDLST "1"
            "SOD-KEY" BY REFERENCE SOD-KEY.
      *
       R-05.
           MOVE    SPACE    TO  ERR-STAT.
           MOVE    ZERO     TO  RESU.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "SD_Output" USING "C-MID" C-MID "p" RETURNING RESU.
           MOVE  ZERO  TO SEL-MODE SD-DMM SD-FROM SD-TO.
           INITIALIZE SOD-R.
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
               GO TO M-05
           END-IF
           IF  SEL-MODE NOT = 1
               GO TO R-08
           END-IF.
       R-10.
           CALL "SD_Accept" USING BY REFERENCE A-FROM "A-FROM" "9" "8"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-08
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-10
           END-IF.
       R-12.
           CALL "SD_Accept" USING BY REFERENCE A-TO "A-TO" "9" "8"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-10
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-12
           END-IF
           IF  SD-TO = ZERO
               MOVE  W-TODAY  TO SD-TO
               CALL "SD_Output" USING "A-TO" A-TO "p" RETURNING RESU
           END-IF
           IF  SD-FROM > SD-TO
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
               GO TO R-12
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-20
           END-IF
           IF  SD-DMM NOT = 1  AND  9
               GO TO R-20
           END-IF
           IF  SD-DMM = 9
               GO TO R-05
           END-IF
      *
           MOVE  ZERO  TO SD-CCNT SD-ECNT.
           CALL "PR_Open" RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-SD-HD   TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           PERFORM  SD-RULE-RTN  THRU  SD-RULE-RTN-EXIT.
           PERFORM  SD-OPA-RTN   THRU  SD-OPA-RTN-EXIT.
           MOVE  SPACE        TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  WORK-SD-HD2  TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  SD-FROM      TO WORK-SD-RFROM.
           MOVE  SD-TO        TO WORK-SD-RTO.
           MOVE  WORK-SD-RNG  TO PRN-R (13:32).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-SD-ECOL TO PRN-R (13:78).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           PERFORM  SD-APR-RTN   THRU  SD-APR-RTN-EXIT.
           PERFORM  SD-POR-RTN   THRU  SD-POR-RTN-EXIT.
           PERFORM  SD-TPY-RTN   THRU  SD-TPY-RTN-EXIT.
           IF  SD-ECNT = ZERO
               MOVE  SPACE         TO PRN-R
               MOVE  WORK-SD-NONE  TO PRN-R (13:40)
               CALL "PR_Write" USING PRN-R RETURNING RESP
           END-IF
           MOVE  SPACE        TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SD-CCNT      TO WORK-SD-SCCNT.
           MOVE  SD-ECNT      TO WORK-SD-SECNT.
           MOVE  WORK-SD-SUM  TO PRN-R (11:37).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "PR_Close" RETURNING RESP.
           CALL "SD_Output" USING
            "E-ME3" E-ME3 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO R-05.
      *
      *    rules -- one SOD-M pair at a time, the same keyed
      *    single-record style as OPM100.
      *
       M-05.
           MOVE  ZERO  TO SD-DMM SD-FOUND.
           INITIALIZE SOD-R.
           CALL "SD_Output" USING "C-ACP" C-ACP "p" RETURNING RESU.
       M-10.
           CALL "SD_Accept" USING BY REFERENCE A-PGM1 "A-PGM1" "X" "8"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-05
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-10
           END-IF
           IF  SOD-PGM1 = SPACE
               CALL "SD_Output" USING
                "E-ME5" E-ME5 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-10
           END-IF.
       M-11.
           CALL "SD_Accept" USING BY REFERENCE A-PGM2 "A-PGM2" "X" "8"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-10
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-11
           END-IF
           IF  SOD-PGM2 = SPACE
               CALL "SD_Output" USING
                "E-ME5" E-ME5 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-11
           END-IF
           IF  SOD-PGM1 = SOD-PGM2
               CALL "SD_Output" USING
                "E-ME2" E-ME2 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-11
           END-IF
           IF  SOD-PGM1 > SOD-PGM2
               MOVE  SOD-PGM1  TO SD-WPGM
               MOVE  SOD-PGM2  TO SOD-PGM1
               MOVE  SD-WPGM   TO SOD-PGM2
           END-IF
           CALL "DB_Read" USING
            "INVALID KEY" SOD-M_PNAME1 BY REFERENCE SOD-R " "
            RETURNING RET.
           IF  RET = 0
               MOVE  1      TO SD-FOUND
           ELSE
               MOVE  0      TO SD-FOUND
               MOVE  SPACE  TO SOD-DESC
               MOVE  ZERO   TO SOD-STAT
           END-IF
           CALL "SD_Output" USING "C-ACP" C-ACP "p" RETURNING RESU.
       M-12.
           CALL "SD_Accept" USING BY REFERENCE A-DESC "A-DESC" "X"
            "30" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-11
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-12
           END-IF.
       M-15.
           CALL "SD_Accept" USING BY REFERENCE A-STAT "A-STAT" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-12
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-15
           END-IF
           IF  SOD-STAT NOT = 0  AND  9
               CALL "SD_Output" USING
                "E-ME4" E-ME4 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-15
           END-IF.
       M-20.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-15
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-20
           END-IF
           IF  SD-DMM NOT = 1  AND  9
               GO TO M-20
           END-IF
           IF  SD-DMM = 9
               GO TO M-05
           END-IF
           MOVE  USER_ID  TO SOD-USER.
           MOVE  W-TODAY  TO SOD-DATE.
           IF  SD-FOUND = 1
               CALL "DB_Update" USING
                SOD-M_PNAME1 SOD-M_LNAME SOD-R RETURNING RET
           ELSE
               CALL "DB_Insert" USING
                SOD-M_PNAME1 SOD-M_LNAME SOD-R RETURNING RET
           END-IF
           GO TO M-05.
      *
      *    SD-RULE-RTN  -  the SOD-M rules in force into SR-TBL.
      *
       SD-RULE-RTN.
           MOVE  ZERO  TO SR-CNT.
           CALL "DB_F_Close" USING
            BY REFERENCE SOD-M_IDLST SOD-M_PNAME1.
           CALL "DB_F_Open" USING
            "INPUT" SOD-M_PNAME1 " " BY REFERENCE SOD-M_IDLST "0".
       SD-RULE-010.
           CALL "DB_Read" USING
            "AT END" SOD-M_PNAME1 BY REFERENCE SOD-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO SD-RULE-090
           END-IF
           IF  SOD-STAT NOT = 0  OR  SR-CNT NOT < 300
               GO TO SD-RULE-010
           END-IF
           ADD  1  TO SR-CNT.
           MOVE  SOD-PGM1  TO SR-PGM1(SR-CNT).
           MOVE  SOD-PGM2  TO SR-PGM2(SR-CNT).
           MOVE  SOD-DESC  TO SR-DESC(SR-CNT).
           GO TO SD-RULE-010.
       SD-RULE-090.
           CALL "DB_F_Close" USING
            BY REFERENCE SOD-M_IDLST SOD-M_PNAME1.
           CALL "DB_F_Open" USING
            "I-O" SOD-M_PNAME1 "SHARED" BY REFERENCE SOD-M_IDLST "1"
            "SOD-KEY" BY REFERENCE SOD-KEY.
       SD-RULE-RTN-EXIT.
           EXIT.
      *
      *    SD-OPA-RTN  -  one OPAM pass in operator order; each
      *    operator's programs gathered, then checked against every
      *    rule at the operator break.
      *
       SD-OPA-RTN.
           MOVE  SPACE         TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  WORK-SD-HD1   TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE         TO PRN-R.
           MOVE  WORK-SD-CCOL  TO PRN-R (13:58).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE  TO SP-USER.
           MOVE  ZERO   TO SP-CNT.
           CALL "DB_F_Open" USING
            "INPUT" OPAM_PNAME1 " " BY REFERENCE OPAM_IDLST "0".
       SD-OPA-010.
           CALL "DB_Read" USING
            "AT END" OPAM_PNAME1 BY REFERENCE OPA-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO SD-OPA-090
           END-IF
           IF  OPA-USER NOT = SP-USER
               PERFORM  SD-CHK-RTN  THRU  SD-CHK-RTN-EXIT
               MOVE  OPA-USER  TO SP-USER
               MOVE  ZERO      TO SP-CNT
           END-IF
           IF  SP-CNT < 300
               ADD  1  TO SP-CNT
               MOVE  OPA-PGM  TO SP-PGM(SP-CNT)
           END-IF
           GO TO SD-OPA-010.
       SD-OPA-090.
           PERFORM  SD-CHK-RTN  THRU  SD-CHK-RTN-EXIT.
           CALL "DB_F_Close" USING
            BY REFERENCE OPAM_IDLST OPAM_PNAME1.
           IF  SD-CCNT = ZERO
               MOVE  SPACE         TO PRN-R
               MOVE  WORK-SD-NONE  TO PRN-R (13:40)
               CALL "PR_Write" USING PRN-R RETURNING RESP
           END-IF.
       SD-OPA-RTN-EXIT.
           EXIT.
      *
      *    SD-CHK-RTN  -  SP-USER's programs against every rule.
      *
       SD-CHK-RTN.
           IF  SP-CNT = ZERO
               GO TO SD-CHK-RTN-EXIT
           END-IF
           MOVE  1  TO SR-IX.
       SD-CHK-010.
           IF  SR-IX > SR-CNT
               GO TO SD-CHK-RTN-EXIT
           END-IF
           MOVE  ZERO  TO SD-HIT1 SD-HIT2.
           MOVE  1     TO SP-IX.
       SD-CHK-020.
           IF  SP-IX > SP-CNT
               GO TO SD-CHK-030
           END-IF
           IF  SP-PGM(SP-IX) = SR-PGM1(SR-IX)
               MOVE  1  TO SD-HIT1
           END-IF
           IF  SP-PGM(SP-IX) = SR-PGM2(SR-IX)
               MOVE  1  TO SD-HIT2
           END-IF
           ADD  1  TO SP-IX.
           GO TO SD-CHK-020.
       SD-CHK-030.
           IF  SD-HIT1 = 1  AND  SD-HIT2 = 1
               MOVE  SPACE            TO PRN-R WORK-SD-C
               MOVE  SP-USER          TO WORK-SD-CUSER
               MOVE  SR-PGM1(SR-IX)   TO WORK-SD-CPGM1
               MOVE  SR-PGM2(SR-IX)   TO WORK-SD-CPGM2
               MOVE  SR-DESC(SR-IX)   TO WORK-SD-CDESC
               MOVE  WORK-SD-C        TO PRN-R (13:58)
               CALL "PR_Write" USING PRN-R RETURNING RESP
               ADD  1  TO SD-CCNT
           END-IF
           ADD  1  TO SR-IX.
           GO TO SD-CHK-010.
       SD-CHK-RTN-EXIT.
           EXIT.
      *
      *    SD-APR-RTN  -  APRF changes approved by their proposer.
      *
       SD-APR-RTN.
           CALL "DB_F_Open" USING
            "INPUT" APRF_PNAME1 " " BY REFERENCE APRF_IDLST "0".
       SD-APR-010.
           CALL "DB_Read" USING
            "AT END" APRF_PNAME1 BY REFERENCE APR-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO SD-APR-090
           END-IF
           IF  APR-STAT NOT = 1  OR  APR-BY = SPACE
                                 OR  APR-APPBY NOT = APR-BY
               GO TO SD-APR-010
           END-IF
           COMPUTE  SD-WDATE = 20000000 + APR-DATE.
           IF  SD-WDATE < SD-FROM  OR  SD-WDATE > SD-TO
               GO TO SD-APR-010
           END-IF
           MOVE  APR-KIND   TO WORK-SD-AKIND.
           MOVE  APR-KEYD   TO WORK-SD-AKEYD.
           MOVE  SPACE      TO WORK-SD-E.
           MOVE  "SELF-APPROVED"  TO WORK-SD-ETYPE.
           MOVE  APR-BY     TO WORK-SD-EUSER.
           MOVE  SD-WDATE   TO WORK-SD-EDATE.
           MOVE  WORK-SD-AREF  TO WORK-SD-EREF.
           PERFORM  SD-EPRT-RTN  THRU  SD-EPRT-RTN-EXIT.
           GO TO SD-APR-010.
       SD-APR-090.
           CALL "DB_F_Close" USING
            BY REFERENCE APRF_IDLST APRF_PNAME1.
       SD-APR-RTN-EXIT.
           EXIT.
      *
      *    SD-POR-RTN  -  receipts taken on the order date by the
      *    operator who placed the order.
      *
       SD-POR-RTN.
           CALL "DB_F_Open" USING
            "INPUT" PORLOG_PNAME1 " " BY REFERENCE PORLOG_IDLST "0".
           CALL "DB_F_Open" USING
            "INPUT" POF_PNAME1 "SHARED" BY REFERENCE POF_IDLST "1"
            "POF-KEY" BY REFERENCE POF-KEY.
       SD-POR-010.
           CALL "DB_Read" USING
            "AT END" PORLOG_PNAME1 BY REFERENCE PORLOG-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO SD-POR-090
           END-IF
           IF  PORLOG-USER = SPACE  OR  PORLOG-NGP < SD-FROM
                                    OR  PORLOG-NGP > SD-TO
               GO TO SD-POR-010
           END-IF
           MOVE  PORLOG-PONO  TO POF-01.
           MOVE  PORLOG-POLN  TO POF-02.
           CALL "DB_Read" USING
            "INVALID KEY" POF_PNAME1 BY REFERENCE POF-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO TO SD-POR-010
           END-IF
           IF  POF-USER NOT = PORLOG-USER  OR  POF-NGP NOT = PORLOG-NGP
               GO TO SD-POR-010
           END-IF
           MOVE  PORLOG-PONO  TO WORK-SD-PONO.
           MOVE  PORLOG-POLN  TO WORK-SD-POLN.
           MOVE  SPACE        TO WORK-SD-E.
           MOVE  "ORDERED+RECVD"  TO WORK-SD-ETYPE.
           MOVE  PORLOG-USER  TO WORK-SD-EUSER.
           MOVE  PORLOG-NGP   TO WORK-SD-EDATE.
           MOVE  WORK-SD-PREF TO WORK-SD-EREF.
           PERFORM  SD-EPRT-RTN  THRU  SD-EPRT-RTN-EXIT.
           GO TO SD-POR-010.
       SD-POR-090.
           CALL "DB_F_Close" USING
            BY REFERENCE PORLOG_IDLST PORLOG_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE POF_IDLST POF_PNAME1.
       SD-POR-RTN-EXIT.
           EXIT.
      *
      *    SD-TPY-RTN  -  TMLOG bank changes in the range into
      *    SB-TBL, then every TPYLOG payment to the same supplier
      *    on the same day by the same operator.
      *
       SD-TPY-RTN.
           MOVE  ZERO  TO SB-CNT.
           CALL "DB_F_Open" USING
            "INPUT" TMLOG_PNAME1 " " BY REFERENCE TMLOG_IDLST "0".
       SD-TPY-010.
           CALL "DB_Read" USING
            "AT END" TMLOG_PNAME1 BY REFERENCE TMLOG-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO SD-TPY-020
           END-IF
           COMPUTE  SD-WDATE = 20000000 + TMLOG-DATE.
           IF  SD-WDATE < SD-FROM  OR  SD-WDATE > SD-TO
                                   OR  SB-CNT NOT < 1000
               GO TO SD-TPY-010
           END-IF
           ADD  1  TO SB-CNT.
           MOVE  TMLOG-USER  TO SB-USER(SB-CNT).
           MOVE  SD-WDATE    TO SB-DATE(SB-CNT).
           MOVE  TMLOG-TCD   TO SB-TCD(SB-CNT).
           GO TO SD-TPY-010.
       SD-TPY-020.
           CALL "DB_F_Close" USING
            BY REFERENCE TMLOG_IDLST TMLOG_PNAME1.
           IF  SB-CNT = ZERO
               GO TO SD-TPY-RTN-EXIT
           END-IF
           CALL "DB_F_Open" USING
            "INPUT" TPYLOG_PNAME1 " " BY REFERENCE TPYLOG_IDLST "0".
       SD-TPY-030.
           CALL "DB_Read" USING
            "AT END" TPYLOG_PNAME1 BY REFERENCE TPYLOG-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO SD-TPY-090
           END-IF
           IF  TPYLOG-USER = SPACE  OR  TPYLOG-NGP < SD-FROM
                                    OR  TPYLOG-NGP > SD-TO
               GO TO SD-TPY-030
           END-IF
           MOVE  1  TO SB-IX.
       SD-TPY-040.
           IF  SB-IX > SB-CNT
               GO TO SD-TPY-030
           END-IF
           IF  SB-USER(SB-IX) NOT = TPYLOG-USER  OR
               SB-DATE(SB-IX) NOT = TPYLOG-NGP   OR
               SB-TCD(SB-IX)  NOT = TPYLOG-TCD
               ADD  1  TO SB-IX
               GO TO SD-TPY-040
           END-IF
           MOVE  TPYLOG-TCD   TO WORK-SD-TCD.
           MOVE  SPACE        TO WORK-SD-E.
           MOVE  "BANK CHG+PAID"  TO WORK-SD-ETYPE.
           MOVE  TPYLOG-USER  TO WORK-SD-EUSER.
           MOVE  TPYLOG-NGP   TO WORK-SD-EDATE.
           MOVE  WORK-SD-TREF TO WORK-SD-EREF.
           PERFORM  SD-EPRT-RTN  THRU  SD-EPRT-RTN-EXIT.
           GO TO SD-TPY-030.
       SD-TPY-090.
           CALL "DB_F_Close" USING
            BY REFERENCE TPYLOG_IDLST TPYLOG_PNAME1.
       SD-TPY-RTN-EXIT.
           EXIT.
      *
      *    SD-EPRT-RTN  -  one same-day finding line.
      *
       SD-EPRT-RTN.
           MOVE  SPACE      TO PRN-R.
           MOVE  WORK-SD-E  TO PRN-R (13:78).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           ADD  1  TO SD-ECNT.
       SD-EPRT-RTN-EXIT.
           EXIT.
      *
       R-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_F_Close" USING
            BY REFERENCE SOD-M_IDLST SOD-M_PNAME1.
           CALL "DB_Close".
           STOP RUN.
