       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PAY100.
      *********************************************************
      *    PROGRAM         :  PAYROLL JOURNAL IMPORT            *
      *    PRINTER TYPE    :  JIPS                             *
      *        CHANGE      :  26/10/15                         *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    loads the month's payroll journal from the outside
      *    payroll service into SIWAKH, the same header-then-lines
      *    batch import shape as TAC100/BUC100.  the whole feed is
      *    read and checked first -- every line's account on KMK-M,
      *    its department on BNM-M, debits against credits, the
      *    header's own line count and control totals, the PLK-M
      *    lock on the payroll month and PAYLOG for a month already
      *    loaded -- and any single failure refuses the whole file:
      *    nothing posts and the errors print under the listing.
      *    a clean file posts as one voucher dated the pay date,
      *    each line to its own account and department with
      *    HTEKICD 737, the counter-account on HOPPCD from JCON7
      *    classification 67 (9999 if not set up), and PAYLOG
      *    stamps the month so a second load is refused.  the
      *    control listing totals debits and credits by department
      *    in department order, to tie to the service's payroll
      *    register.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SYSTEM3100.
       OBJECT-COMPUTER. SYSTEM3100.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *FD  PAYIN
      *    the import feed, fixed 80-byte records: one header record
      *    (PI-KBN "H") carrying the payroll month, pay date and the
      *    service's line count and debit/credit control totals,
      *    then one detail record (PI-KBN "D") per department/
      *    account line.  PI-D-DRCR 0 = debit, 1 = credit.
       01  PAYIN_PAY100.
           02  PAYIN_PNAME1       PIC  X(007) VALUE "PAYIN  ".
           02  F                  PIC  X(001).
           02  PAYIN_LNAME        PIC  X(012) VALUE "PAYIN_PAY100".
           02  F                  PIC  X(001).
           02  PAYIN_KEY1         PIC  X(100) VALUE SPACE.
           02  PAYIN_SORT         PIC  X(100) VALUE SPACE.
           02  PAYIN_IDLST        PIC  X(100) VALUE SPACE.
           02  PAYIN_RES          USAGE  POINTER.
       01  PI-REC.
           02  PI-KBN             PIC  X(001).
           02  PI-BODY            PIC  X(079).
           02  PI-HDR  REDEFINES  PI-BODY.
               03  PI-H-NG        PIC  9(006).
               03  PI-H-PYDT      PIC  9(008).
               03  PI-H-CNT       PIC  9(004).
               03  PI-H-DRTOT     PIC  9(012).
               03  PI-H-CRTOT     PIC  9(012).
               03  F              PIC  X(037).
           02  PI-DTL  REDEFINES  PI-BODY.
               03  PI-D-DEPT      PIC  9(004).
               03  PI-D-ACCT      PIC  9(004).
               03  PI-D-DRCR      PIC  9(001).
               03  PI-D-AMT       PIC  9(010).
               03  F              PIC  X(060).
      *
       77  READCNT                PIC  9(006)      VALUE ZERO.
       77  SKPCNT                 PIC  9(006)      VALUE ZERO.
       77  HDR-SW                 PIC  9(001)      VALUE ZERO.
      *
       01  EXC-TBL.
           02  EXC-ENT  OCCURS  200.
               03  EXC-LINE       PIC  9(006).
               03  EXC-TEXT       PIC  X(040).
       01  EXC-CNT                 PIC  9(003)      VALUE ZERO.
       01  EXC-IX                  PIC  9(003)      VALUE ZERO.
       01  PY-ELINE               PIC  9(006)      VALUE ZERO.
       01  PY-ETEXT               PIC  X(040)      VALUE SPACE.
      *    the header as read, and the payroll month split for the
      *    month-range check.
       01  PY-HDR.
           02  PY-NG              PIC  9(006)      VALUE ZERO.
           02  PY-NGD  REDEFINES  PY-NG.
               03  PY-NEN         PIC  9(004).
               03  PY-GET         PIC  9(002).
           02  PY-PYDT            PIC  9(008)      VALUE ZERO.
           02  PY-PYDTD  REDEFINES  PY-PYDT.
               03  PY-PYNG        PIC  9(006).
               03  PY-PYDD        PIC  9(002).
           02  PY-HCNT            PIC  9(004)      VALUE ZERO.
           02  PY-HDRTOT          PIC  9(012)      VALUE ZERO.
           02  PY-HCRTOT          PIC  9(012)      VALUE ZERO.
       01  PY-DRTOT               PIC  9(012)      VALUE ZERO.
       01  PY-CRTOT               PIC  9(012)      VALUE ZERO.
       01  PY-OPP                 PIC  9(004)      VALUE ZERO.
       01  PY-HOOPP               PIC  9(004)      VALUE ZERO.
      *    the voucher's lines, held until the whole file has passed
      *    -- one voucher carries at most 99 (HLINENO).
       01  PL-TBL.
           02  PL-ENT  OCCURS  99.
               03  PL-DEPT        PIC  9(004).
               03  PL-ACCT        PIC  9(004).
               03  PL-DRCR        PIC  9(001).
               03  PL-AMT         PIC  9(010).
       01  PL-CNT                 PIC  9(003)      VALUE ZERO.
       01  PL-IX                  PIC  9(003)      VALUE ZERO.
      *    department totals for the control listing, kept in
      *    department order as they are added.
       01  DP-TBL.
           02  DP-ENT  OCCURS  100.
               03  DP-DEPT        PIC  9(004).
               03  DP-NAME        PIC  N(010).
               03  DP-LNS         PIC  9(004).
               03  DP-DR          PIC  9(012).
               03  DP-CR          PIC  9(012).
       01  DP-CNT                 PIC  9(003)      VALUE ZERO.
       01  DP-IX                  PIC  9(003)      VALUE ZERO.
       01  DP-JX                  PIC  9(003)      VALUE ZERO.
      *
       01  W-TODAY                PIC  9(008)      VALUE ZERO.
       01  POST-DATE              PIC  9(008)      VALUE ZERO.
       01  POST-JUNLNO            PIC  9(006)      VALUE ZERO.
       01  POST-LINENO            PIC  9(002)      VALUE ZERO.
       01  WORK-DOCKEY.
           02  WORK-DK-NAME       PIC  X(006)  VALUE  "PAYIN".
           02  WORK-DK-KEY        PIC  9(006).
           02  F                  PIC  X(012)  VALUE  SPACE.
       01  WORK-TODATE.
           02  WORK-TD-YY         PIC  9(002).
           02  WORK-TD-MM         PIC  9(002).
           02  WORK-TD-DD         PIC  9(002).
      *
       01  PRN-R                  PIC  X(132).
       77  RESP                   PIC  9(001).
       01  WORK-PY-HD             PIC  X(050)      VALUE
            "*** PAYROLL JOURNAL IMPORT CONTROL LISTING ***".
       01  WORK-PY-PER.
           02  F                  PIC  X(07)  VALUE  "MONTH  ".
           02  WORK-PY-NG         PIC  9(006).
           02  F                  PIC  X(12)  VALUE  "  PAY DATE  ".
           02  WORK-PY-PYDT       PIC  9(008).
           02  F                  PIC  X(11)  VALUE  "  VOUCHER  ".
           02  WORK-PY-JUNL       PIC  9(006).
       01  WORK-PY-COLHD.
           02  F                  PIC  X(032)      VALUE
                "DEPT NAME                 LINE  ".
           02  F                  PIC  X(032)      VALUE
                "          DEBIT           CREDIT".
       01  WORK-PY-DP.
           02  WORK-PY-DEPT       PIC  9(004).
           02  F                  PIC  X(01).
           02  WORK-PY-NAME       PIC  N(010).
           02  F                  PIC  X(01).
           02  WORK-PY-LNS        PIC  ZZZ9.
           02  F                  PIC  X(02).
           02  WORK-PY-DR         PIC  ZZZ,ZZZ,ZZZ,ZZ9.
           02  F                  PIC  X(02).
           02  WORK-PY-CR         PIC  ZZZ,ZZZ,ZZZ,ZZ9.
       01  WORK-PY-TOT.
           02  WORK-PY-TLBL       PIC  X(26).
           02  WORK-PY-TLNS       PIC  ZZZ9.
           02  F                  PIC  X(02).
           02  WORK-PY-TDR        PIC  ZZZ,ZZZ,ZZZ,ZZ9.
           02  F                  PIC  X(02).
           02  WORK-PY-TCR        PIC  ZZZ,ZZZ,ZZZ,ZZ9.
       01  WORK-PY-OK             PIC  X(050)      VALUE
            "*** POSTED AS ONE VOUCHER ***".
       01  WORK-PY-NG-MSG         PIC  X(050)      VALUE
            "*** FILE REFUSED -- NOTHING POSTED ***".
       01  WORK-EXC-HD            PIC  X(040)      VALUE
            "*** ERRORS (LINE 0 = WHOLE FILE) ***".
       01  WORK-EXC.
           02  WORK-EXC-LINE      PIC  ZZZZZ9.
           02  F                  PIC  X(02).
           02  WORK-EXC-TEXT      PIC  X(040).
      *
       77  RET                    PIC  9(001)      VALUE ZERO.
       77  USER_ID                PIC  X(006)      VALUE SPACE.
       77  COMPLETION_CODE        PIC  X(003)      VALUE ZERO.
       01  ERR-STAT               PIC  X(002).
           COPY  LIBPLK.
           COPY  L-JCON.
      *FD  KMK-M
           COPY LIKMK.
      *FD  BNM-M
           COPY LIBNMM.
      *FD  SIWAKH
       01  SIWAKH_PAY100.
           02  SIWAKH_PNAME1      PIC  X(006) VALUE "SIWAKH".
           02  F                  PIC  X(001).
           02  SIWAKH_LNAME       PIC  X(013) VALUE "SIWAKH_PAY100".
           02  F                  PIC  X(001).
           02  SIWAKH_KEY1        PIC  X(100) VALUE SPACE.
           02  SIWAKH_SORT        PIC  X(100) VALUE SPACE.
           02  SIWAKH_IDLST       PIC  X(100) VALUE SPACE.
           02  SIWAKH_RES         USAGE  POINTER.
           COPY SIWAKH.
       77  F                      PIC  X(001).
      *FD  PAYLOG
      *    one row per payroll month already loaded -- the same
      *    month-dedup duty as LSELOG.
       01  PAYLOG_PAY100.
           02  PAYLOG_PNAME1      PIC  X(006) VALUE "PAYLOG".
           02  F                  PIC  X(001).
           02  PAYLOG_LNAME       PIC  X(013) VALUE "PAYLOG_PAY100".
           02  F                  PIC  X(001).
           02  PAYLOG_KEY1        PIC  X(100) VALUE SPACE.
           02  PAYLOG_SORT        PIC  X(100) VALUE SPACE.
           02  PAYLOG_IDLST       PIC  X(100) VALUE SPACE.
           02  PAYLOG_RES         USAGE  POINTER.
       01  PAYLOG-REC.
           02  PAYLOG-KEY.
               03  PAYLOG-NG      PIC  9(006).
           02  PAYLOG-JUNLNO      PIC  9(006).
           02  PAYLOG-PSTDATE     PIC  9(008).
           02  PAYLOG-USER        PIC  X(006).
           02  PAYLOG-LCNT        PIC  9(006).
           02  PAYLOG-DRTOT       PIC  9(012).
       77  F                      PIC  X(001).
       PROCEDURE DIVISION.
       MAINLINE-ROUTINE.
           PERFORM OPEN-RTN THRU OPEN-RTN-EXIT.
           PERFORM READ-RTN THRU READ-RTN-EXIT.
           PERFORM CHK-RTN THRU CHK-RTN-EXIT.
           PERFORM POST-RTN THRU POST-RTN-EXIT.
           PERFORM LIST-RTN THRU LIST-RTN-EXIT.
           PERFORM CLSE-RTN THRU CLSE-RTN-EXIT.
           STOP RUN.
      ******************************************************************
      *    OPEN-RTN  -  opens the feed sequentially and the two
      *    masters its lines are checked against.
      ******************************************************************
       OPEN-RTN.
           CALL "DB_Initialize" USING BY REFERENCE ERR-STAT
            RETURNING RET.
           CALL "DB_Open".
           ACCEPT USER_ID FROM ARGUMENT-VALUE.
           ACCEPT COMPLETION_CODE FROM ARGUMENT-VALUE.
           ACCEPT  WORK-TODATE  FROM  DATE.
           COMPUTE  W-TODAY = (2000 + WORK-TD-YY) * 10000
                            + WORK-TD-MM * 100 + WORK-TD-DD.
           CALL "DB_F_Open" USING
            "INPUT" PAYIN_PNAME1 " " BY REFERENCE PAYIN_IDLST "0".
           CALL "DB_F_Open" USING
            "INPUT" KMK-M_PNAME1 "SHARED" BY REFERENCE KMK-M_IDLST
            "1".
           CALL "DB_F_Open" USING
            "INPUT" BNM-M_PNAME1 "SHARED" BY REFERENCE BNM-M_IDLST "1"
            "BNM-KEY" BY REFERENCE BNM-KEY.
           CALL "PR_Open" RETURNING RESP.
           MOVE  ZERO  TO  READCNT SKPCNT EXC-CNT HDR-SW PL-CNT DP-CNT
                           PY-DRTOT PY-CRTOT.
       OPEN-RTN-EXIT.
           EXIT.
      ******************************************************************
      *    READ-RTN  -  the header record first, then one detail
      *    record per line.  every bad line is listed and the rest
      *    of the feed is still checked, so one run shows every
      *    error the service has to correct; good lines are held in
      *    PL-TBL and added to their department's totals.
      ******************************************************************
       READ-RTN.
           CALL "DB_Read" USING
            "AT END" PAYIN_PNAME1 BY REFERENCE PI-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO READ-RTN-EXIT
           END-IF
           ADD  1  TO READCNT.
           MOVE  READCNT  TO PY-ELINE.
           IF  PI-KBN = "H"
               IF  HDR-SW = 1  OR  READCNT > 1
                   MOVE  "HEADER RECORD NOT FIRST OR REPEATED"
                                        TO PY-ETEXT
                   PERFORM  EXC-ADD-RTN  THRU  EXC-ADD-RTN-EXIT
               ELSE
                   MOVE  1  TO HDR-SW
                   MOVE  PI-BODY(1:42)  TO PY-HDR
               END-IF
               GO TO READ-RTN
           END-IF
           IF  PI-KBN NOT = "D"
               MOVE  "UNKNOWN RECORD TYPE"  TO PY-ETEXT
               PERFORM  EXC-ADD-RTN  THRU  EXC-ADD-RTN-EXIT
               GO TO READ-RTN
           END-IF
           IF  PI-D-DEPT NOT NUMERIC  OR  PI-D-ACCT NOT NUMERIC  OR
               PI-D-DRCR NOT NUMERIC  OR  PI-D-AMT  NOT NUMERIC
               MOVE  "NON-NUMERIC FIELD IN LINE"  TO PY-ETEXT
               PERFORM  EXC-ADD-RTN  THRU  EXC-ADD-RTN-EXIT
               GO TO READ-RTN
           END-IF
           IF  PI-D-DRCR NOT = 0  AND  1
               MOVE  "DR/CR FLAG NOT 0 OR 1"  TO PY-ETEXT
               PERFORM  EXC-ADD-RTN  THRU  EXC-ADD-RTN-EXIT
               GO TO READ-RTN
           END-IF
           IF  PI-D-AMT = ZERO
               MOVE  "ZERO AMOUNT"  TO PY-ETEXT
               PERFORM  EXC-ADD-RTN  THRU  EXC-ADD-RTN-EXIT
               GO TO READ-RTN
           END-IF
           MOVE  PI-D-ACCT  TO KMK-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" KMK-M_PNAME1 BY REFERENCE KMK-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  "ACCOUNT NOT ON KMK-M"  TO PY-ETEXT
               PERFORM  EXC-ADD-RTN  THRU  EXC-ADD-RTN-EXIT
               GO TO READ-RTN
           END-IF
           MOVE  PI-D-DEPT  TO BNM-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" BNM-M_PNAME1 BY REFERENCE BNM-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  "DEPARTMENT NOT ON BNM-M"  TO PY-ETEXT
               PERFORM  EXC-ADD-RTN  THRU  EXC-ADD-RTN-EXIT
               GO TO READ-RTN
           END-IF
           IF  BNM-STAT = 9
               MOVE  "DEPARTMENT CLOSED ON BNM-M"  TO PY-ETEXT
               PERFORM  EXC-ADD-RTN  THRU  EXC-ADD-RTN-EXIT
               GO TO READ-RTN
           END-IF
           IF  PL-CNT NOT < 99
               MOVE  "MORE THAN 99 LINES IN ONE VOUCHER"  TO PY-ETEXT
               PERFORM  EXC-ADD-RTN  THRU  EXC-ADD-RTN-EXIT
               GO TO READ-RTN
           END-IF
           ADD  1  TO PL-CNT.
           MOVE  PI-D-DEPT  TO PL-DEPT(PL-CNT).
           MOVE  PI-D-ACCT  TO PL-ACCT(PL-CNT).
           MOVE  PI-D-DRCR  TO PL-DRCR(PL-CNT).
           MOVE  PI-D-AMT   TO PL-AMT(PL-CNT).
           IF  PI-D-DRCR = 0
               ADD  PI-D-AMT  TO PY-DRTOT
           ELSE
               ADD  PI-D-AMT  TO PY-CRTOT
           END-IF
           PERFORM  DP-ADD-RTN  THRU  DP-ADD-RTN-EXIT.
           GO TO READ-RTN.
       READ-RTN-EXIT.
           EXIT.
      ******************************************************************
      *    DP-ADD-RTN  -  adds the line to its department's totals,
      *    opening a new entry in department order when it is the
      *    department's first line.
      ******************************************************************
       DP-ADD-RTN.
           MOVE  1  TO DP-IX.
       DP-ADD-010.
           IF  DP-IX > DP-CNT
               GO TO DP-ADD-030
           END-IF
           IF  DP-DEPT(DP-IX) = PI-D-DEPT
               GO TO DP-ADD-040
           END-IF
           IF  DP-DEPT(DP-IX) > PI-D-DEPT
               GO TO DP-ADD-030
           END-IF
           ADD  1  TO DP-IX.
           GO TO DP-ADD-010.
       DP-ADD-030.
           MOVE  DP-CNT  TO DP-JX.
       DP-ADD-035.
           IF  DP-JX < DP-IX
               GO TO DP-ADD-038
           END-IF
           MOVE  DP-ENT(DP-JX)  TO DP-ENT(DP-JX + 1).
           SUBTRACT  1  FROM DP-JX.
           GO TO DP-ADD-035.
       DP-ADD-038.
           ADD  1  TO DP-CNT.
           MOVE  PI-D-DEPT  TO DP-DEPT(DP-IX).
           MOVE  BNM-NAME   TO DP-NAME(DP-IX).
           MOVE  ZERO       TO DP-LNS(DP-IX) DP-DR(DP-IX) DP-CR(DP-IX).
       DP-ADD-040.
           ADD  1  TO DP-LNS(DP-IX).
           IF  PI-D-DRCR = 0
               ADD  PI-D-AMT  TO DP-DR(DP-IX)
           ELSE
               ADD  PI-D-AMT  TO DP-CR(DP-IX)
           END-IF.
       DP-ADD-RTN-EXIT.
           EXIT.
      ******************************************************************
      *    CHK-RTN  -  the whole-file checks once every line is in:
      *    something to post, debits equal to credits, the header
      *    present and agreeing with the lines, the pay date inside
      *    the payroll month, the month open on PLK-M and not
      *    already on PAYLOG.  these list against line 0.
      ******************************************************************
       CHK-RTN.
           MOVE  ZERO  TO PY-ELINE.
           IF  PL-CNT = ZERO  AND  SKPCNT = ZERO
               MOVE  "NO DETAIL LINES ON FILE"  TO PY-ETEXT
               PERFORM  EXC-ADD-RTN  THRU  EXC-ADD-RTN-EXIT
           END-IF
           IF  PY-DRTOT NOT = PY-CRTOT
               MOVE  "DEBITS AND CREDITS DO NOT BALANCE"  TO PY-ETEXT
               PERFORM  EXC-ADD-RTN  THRU  EXC-ADD-RTN-EXIT
           END-IF
           IF  HDR-SW = 0
               MOVE  "HEADER RECORD MISSING"  TO PY-ETEXT
               PERFORM  EXC-ADD-RTN  THRU  EXC-ADD-RTN-EXIT
               GO TO CHK-RTN-EXIT
           END-IF
           IF  PY-NG NOT NUMERIC  OR  PY-PYDT NOT NUMERIC  OR
               PY-HCNT NOT NUMERIC  OR  PY-HDRTOT NOT NUMERIC  OR
               PY-HCRTOT NOT NUMERIC
               MOVE  "NON-NUMERIC FIELD IN HEADER"  TO PY-ETEXT
               PERFORM  EXC-ADD-RTN  THRU  EXC-ADD-RTN-EXIT
               GO TO CHK-RTN-EXIT
           END-IF
           IF  PY-HCNT NOT = READCNT - 1  OR
               PY-HDRTOT NOT = PY-DRTOT  OR  PY-HCRTOT NOT = PY-CRTOT
               MOVE  "HEADER CONTROL TOTALS DO NOT AGREE"  TO PY-ETEXT
               PERFORM  EXC-ADD-RTN  THRU  EXC-ADD-RTN-EXIT
           END-IF
           IF  PY-GET < 1  OR  PY-GET > 12  OR
               PY-PYNG NOT = PY-NG  OR  PY-PYDD < 1  OR  PY-PYDD > 31
               MOVE  "PAY DATE NOT IN PAYROLL MONTH"  TO PY-ETEXT
               PERFORM  EXC-ADD-RTN  THRU  EXC-ADD-RTN-EXIT
               GO TO CHK-RTN-EXIT
           END-IF
           CALL "DB_F_Open" USING
            "INPUT" PLK-M_PNAME1 " " BY REFERENCE PLK-M_IDLST "0".
           MOVE  PY-NG  TO PLK-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" PLK-M_PNAME1 BY REFERENCE PLK-R " "
            RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE PLK-M_IDLST PLK-M_PNAME1.
           IF  RET = 0  AND  PLK-STAT = 1
               MOVE  "PAYROLL MONTH IS LOCKED ON PLK-M"  TO PY-ETEXT
               PERFORM  EXC-ADD-RTN  THRU  EXC-ADD-RTN-EXIT
           END-IF
           CALL "DB_F_Open" USING
            "I-O" PAYLOG_PNAME1 "SHARED" BY REFERENCE PAYLOG_IDLST "1"
            "PAYLOG-KEY" BY REFERENCE PAYLOG-KEY.
           MOVE  PY-NG  TO PAYLOG-NG.
           CALL "DB_Read" USING
            "INVALID KEY" PAYLOG_PNAME1 BY REFERENCE PAYLOG-REC
            "UNLOCK" RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE PAYLOG_IDLST PAYLOG_PNAME1.
           IF  RET = 0
               MOVE  "PAYROLL MONTH ALREADY LOADED"  TO PY-ETEXT
               PERFORM  EXC-ADD-RTN  THRU  EXC-ADD-RTN-EXIT
           END-IF.
       CHK-RTN-EXIT.
           EXIT.
      ******************************************************************
      *    EXC-ADD-RTN  -  lists PY-ETEXT against line PY-ELINE.
      *    a listed line (not a line-0 file error) counts rejected.
      ******************************************************************
       EXC-ADD-RTN.
           IF  PY-ELINE NOT = ZERO
               ADD  1  TO SKPCNT
           END-IF
           IF  EXC-CNT < 200
               ADD  1  TO EXC-CNT
               MOVE  PY-ELINE   TO EXC-LINE(EXC-CNT)
               MOVE  PY-ETEXT   TO EXC-TEXT(EXC-CNT)
           END-IF.
       EXC-ADD-RTN-EXIT.
           EXIT.
      ******************************************************************
      *    POST-RTN  -  a clean file only: the held lines post as one
      *    voucher dated the pay date, then PAYLOG stamps the month.
      ******************************************************************
       POST-RTN.
           IF  EXC-CNT NOT = ZERO
               GO TO POST-RTN-EXIT
           END-IF
           ACCEPT  POST-JUNLNO  FROM  TIME.
           MOVE  PY-PYDT  TO POST-DATE.
           MOVE  PY-NG    TO WORK-DK-KEY.
           MOVE  ZERO     TO POST-LINENO.
           CALL "DB_F_Open" USING
            "INPUT" JCON_PNAME1 "SHARED" BY REFERENCE JCON_IDLST "1"
            "JCON2-KEY" BY REFERENCE JCON2-KEY.
           PERFORM  MAP-RTN  THRU  MAP-RTN-EXIT.
           CALL "DB_F_Close" USING
            BY REFERENCE JCON_IDLST JCON_PNAME1.
           CALL "DB_F_Open" USING
            "I-O" SIWAKH_PNAME1 "SHARED" BY REFERENCE SIWAKH_IDLST "1"
            "SH-KEY3" BY REFERENCE SH-KEY3.
           MOVE  1  TO PL-IX.
       POST-010.
           IF  PL-IX > PL-CNT
               GO TO POST-020
           END-IF
           ADD  1  TO POST-LINENO.
           INITIALIZE SH-REC.
           MOVE  PL-ACCT(PL-IX)  TO HACCNTCD HACCNTCD2.
           MOVE  POST-DATE       TO HTRDATE HTRDATE2.
           MOVE  POST-JUNLNO     TO HJUNLNO HJUNLNO2.
           MOVE  POST-LINENO     TO HLINENO HLINENO2.
           MOVE  PL-DRCR(PL-IX)  TO HDR-CR HDR-CR2.
           MOVE  PL-DEPT(PL-IX)  TO HSECTCD.
           MOVE  "0"             TO HTAXKB.
           MOVE  PL-AMT(PL-IX)   TO HAMOUNT.
           MOVE  PY-OPP          TO HOPPCD.
           MOVE  PY-HOOPP        TO HHOOPPCD.
           MOVE  WORK-DOCKEY     TO HDOCREF.
           MOVE  737             TO HTEKICD.
           CALL "DB_Insert" USING
            SIWAKH_PNAME1 SIWAKH_LNAME SH-REC RETURNING RET.
           ADD  1  TO PL-IX.
           GO TO POST-010.
       POST-020.
           CALL "DB_F_Close" USING
            BY REFERENCE SIWAKH_IDLST SIWAKH_PNAME1.
           CALL "DB_F_Open" USING
            "I-O" PAYLOG_PNAME1 "SHARED" BY REFERENCE PAYLOG_IDLST "1"
            "PAYLOG-KEY" BY REFERENCE PAYLOG-KEY.
           MOVE  PY-NG           TO PAYLOG-NG.
           MOVE  POST-JUNLNO     TO PAYLOG-JUNLNO.
           MOVE  W-TODAY         TO PAYLOG-PSTDATE.
           MOVE  USER_ID         TO PAYLOG-USER.
           MOVE  PL-CNT          TO PAYLOG-LCNT.
           MOVE  PY-DRTOT        TO PAYLOG-DRTOT.
           CALL "DB_Insert" USING
            PAYLOG_PNAME1 PAYLOG_LNAME PAYLOG-REC RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE PAYLOG_IDLST PAYLOG_PNAME1.
       POST-RTN-EXIT.
           EXIT.
      ******************************************************************
      *    MAP-RTN  -  the counter-account every payroll line carries
      *    on HOPPCD, JCON7 classification 67's OPPACCT, with the
      *    9999 fallback when it is missing or not on KMK-M.
      ******************************************************************
       MAP-RTN.
           MOVE  7   TO  JCON7-01.
           MOVE  67  TO  JCON7-02.
           CALL "DB_Read" USING
            "INVALID KEY" JCON_PNAME1 BY REFERENCE JCON-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  9999  TO JCON7-OPPACCT
               MOVE  0     TO JCON7-HOOPPACCT
           END-IF
           MOVE  JCON7-OPPACCT  TO KMK-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" KMK-M_PNAME1 BY REFERENCE KMK-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  9999  TO JCON7-OPPACCT
               MOVE  0     TO JCON7-HOOPPACCT
           END-IF
           MOVE  JCON7-OPPACCT    TO PY-OPP.
           MOVE  JCON7-HOOPPACCT  TO PY-HOOPP.
       MAP-RTN-EXIT.
           EXIT.
      ******************************************************************
      *    LIST-RTN  -  the control listing: debit and credit totals
      *    by department, the file's totals against the service's
      *    header control totals, whether the file posted, and the
      *    error list under it when it did not.
      ******************************************************************
       LIST-RTN.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-PY-HD     TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  PY-NG          TO WORK-PY-NG.
           MOVE  PY-PYDT        TO WORK-PY-PYDT.
           IF  EXC-CNT = ZERO
               MOVE  POST-JUNLNO  TO WORK-PY-JUNL
           ELSE
               MOVE  ZERO         TO WORK-PY-JUNL
           END-IF
           MOVE  WORK-PY-PER    TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-PY-COLHD  TO PRN-R (11:64).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  1  TO DP-IX.
       LIST-010.
           IF  DP-IX > DP-CNT
               GO TO LIST-020
           END-IF
           MOVE  SPACE           TO PRN-R.
           MOVE  DP-DEPT(DP-IX)  TO WORK-PY-DEPT.
           MOVE  DP-NAME(DP-IX)  TO WORK-PY-NAME.
           MOVE  DP-LNS(DP-IX)   TO WORK-PY-LNS.
           MOVE  DP-DR(DP-IX)    TO WORK-PY-DR.
           MOVE  DP-CR(DP-IX)    TO WORK-PY-CR.
           MOVE  WORK-PY-DP      TO PRN-R (11:64).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           ADD  1  TO DP-IX.
           GO TO LIST-010.
       LIST-020.
           MOVE  SPACE          TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  "TOTAL OF LINES ACCEPTED"  TO WORK-PY-TLBL.
           MOVE  PL-CNT         TO WORK-PY-TLNS.
           MOVE  PY-DRTOT       TO WORK-PY-TDR.
           MOVE  PY-CRTOT       TO WORK-PY-TCR.
           MOVE  WORK-PY-TOT    TO PRN-R (11:64).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  "SERVICE CONTROL TOTALS"   TO WORK-PY-TLBL.
           MOVE  PY-HCNT        TO WORK-PY-TLNS.
           MOVE  PY-HDRTOT      TO WORK-PY-TDR.
           MOVE  PY-HCRTOT      TO WORK-PY-TCR.
           MOVE  WORK-PY-TOT    TO PRN-R (11:64).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           IF  EXC-CNT = ZERO
               MOVE  WORK-PY-OK      TO PRN-R (11:50)
               CALL "PR_Write" USING PRN-R RETURNING RESP
               GO TO LIST-RTN-EXIT
           END-IF
           MOVE  WORK-PY-NG-MSG  TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-EXC-HD     TO PRN-R (11:40).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  1  TO EXC-IX.
       LIST-030.
           IF  EXC-IX > EXC-CNT
               GO TO LIST-RTN-EXIT
           END-IF
           MOVE  SPACE             TO PRN-R.
           MOVE  EXC-LINE(EXC-IX)  TO WORK-EXC-LINE.
           MOVE  EXC-TEXT(EXC-IX)  TO WORK-EXC-TEXT.
           MOVE  WORK-EXC          TO PRN-R (11:48).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           ADD  1  TO EXC-IX.
           GO TO LIST-030.
       LIST-RTN-EXIT.
           EXIT.
      ******************************************************************
      *    CLSE-RTN  -  closes every file and the printer.
      ******************************************************************
       CLSE-RTN.
           CALL "DB_F_Close" USING
            BY REFERENCE PAYIN_IDLST PAYIN_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE KMK-M_IDLST KMK-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE BNM-M_IDLST BNM-M_PNAME1.
           CALL "PR_Close" RETURNING RESP.
           CALL "DB_Close".
       CLSE-RTN-EXIT.
           EXIT.
