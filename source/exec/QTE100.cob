       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         QTE100.
      *********************************************************
      *    PROGRAM         :  CUSTOMER QUOTATION REGISTER      *
      *    PRINTER TYPE    :  JIPS                             *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    the quotation register on QTF.  every run first closes
      *    as expired (QT-STAT 9) each open quote line whose valid-
      *    to date has passed, so nothing stale can be won or
      *    reported as open.  SEL-MODE, the TGS100 idiom:
      *      1 = entry: quote number + line, the PON100 keying.
      *          line 01 takes the customer and valid-to date and
      *          stamps the customer's TC-SLSCD salesperson; every
      *          other line copies them from line 01, which must
      *          be keyed first, and a change to line 01's header
      *          is copied onto the quote's other lines.  each line
      *          is an item (size 9 = any size, the THTC rule), the
      *          quoted price, the quantity break that price starts
      *          at and the volume the customer quoted for.  an
      *          open quote's lines can be re-keyed; a closed one's
      *          cannot.  the line number steps on after each line.
      *      2 = print: the quote document on the printer and,
      *          through the DSTM rows for QUOTE, as a mailed PDF.
      *      3 = result: won or lost, for every line of an open
      *          quote.  a won quote's prices are not written to
      *          THTC here -- each is parked on APRF as kind 5 for
      *          APR100's second operator, the same maker-checker
      *          gate THM100 prices go through.  THTC carries one
      *          price per customer/item/size, so where the quote
      *          has several breaks for one item/size only the
      *          lowest break's price is parked; a price already on
      *          THTC at that value parks nothing.
      *      4 = hit rate: for the quotes dated in the entered
      *          month, per salesperson and customer -- quotes
      *          issued, won, lost, expired, still open, the hit
      *          rate (won / issued), the volume quoted on the won
      *          lines and the pairs actually shipped (JSJDRF) to
      *          that customer of those items since the quote date
      *          -- with salesperson subtotals and a grand total,
      *          printed and mailed to the DSTM rows for QUOTEHIT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SYSTEM3100.
       OBJECT-COMPUTER. SYSTEM3100.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  SEL-MODE               PIC  9(001)      VALUE ZERO.
       01  M-DMM                  PIC  9(001)      VALUE ZERO.
       01  QT-RUNDT               PIC  9(008)      VALUE ZERO.
       01  WORK-TODATE.
           02  WORK-TD-YY         PIC  9(002).
           02  WORK-TD-MM         PIC  9(002).
           02  WORK-TD-DD         PIC  9(002).
      *    the keyed quote line and, for lines after 01, the header
      *    carried from line 01 (QE-HDR = 1 when it is on file).
       01  QE-QNO                 PIC  9(006)      VALUE ZERO.
       01  QE-LNO                 PIC  9(002)      VALUE ZERO.
       01  QE-TCD                 PIC  9(004)      VALUE ZERO.
       01  QE-VDATE               PIC  9(008)      VALUE ZERO.
       01  QE-VDATEL  REDEFINES  QE-VDATE.
           02  QE-VD-YYYY         PIC  9(004).
           02  QE-VD-MM           PIC  9(002).
           02  QE-VD-DD           PIC  9(002).
       01  QE-HCD                 PIC  9(006)      VALUE ZERO.
       01  QE-SIZ                 PIC  9(001)      VALUE ZERO.
       01  QE-T                   PIC  9(005)      VALUE ZERO.
       01  QE-BRKQ                PIC  9(006)      VALUE ZERO.
       01  QE-QQTY                PIC  9(007)      VALUE ZERO.
       01  QE-VERD                PIC  9(001)      VALUE ZERO.
       01  QE-SLS                 PIC  9(004)      VALUE ZERO.
       01  QE-QDATE               PIC  9(008)      VALUE ZERO.
       01  QE-OTCD                PIC  9(004)      VALUE ZERO.
       01  QE-OVDATE              PIC  9(008)      VALUE ZERO.
       01  QE-HDR                 PIC  9(001)      VALUE ZERO.
       01  QE-LX                  PIC  9(003)      VALUE ZERO.
      *    mode 3: the quote's lines in hand and the APRF sequence.
       01  QA-TCD                 PIC  9(004)      VALUE ZERO.
       01  QA-OLDT                PIC  9(005)      VALUE ZERO.
       01  QA-SKIP                PIC  9(001)      VALUE ZERO.
       01  QA-PCNT                PIC  9(003)      VALUE ZERO.
       01  APR-WSEQ               PIC  9(002)      VALUE ZERO.
       01  QX-CNT                 PIC  9(003)      VALUE ZERO.
       01  QX-IX                  PIC  9(003)      VALUE ZERO.
       01  QX-JX                  PIC  9(003)      VALUE ZERO.
       01  QX-TBL.
           02  QX-ENT   OCCURS  99.
               03  QX-HCD         PIC  9(006).
               03  QX-SIZ         PIC  9(001).
               03  QX-T           PIC  9(005).
               03  QX-BRKQ        PIC  9(006).
      *    mode 4: one bucket per salesperson/customer, find-or-
      *    insert then sorted, and the won lines whose shipments
      *    are counted against them.
       01  HR-NG                  PIC  9(006)      VALUE ZERO.
       01  HR-WNG                 PIC  9(006)      VALUE ZERO.
       01  HR-LQNO                PIC  9(006)      VALUE ZERO.
       01  HR-CNT                 PIC  9(003)      VALUE ZERO.
       01  HR-IX                  PIC  9(003)      VALUE ZERO.
       01  HR-JX                  PIC  9(003)      VALUE ZERO.
       01  HR-LIMIT               PIC  9(003)      VALUE ZERO.
       01  HR-OLDSLS              PIC  9(004)      VALUE ZERO.
       01  HR-PCT                 PIC  9(003)V9(01) VALUE ZERO.
       01  HR-TBL.
           02  HR-ENT   OCCURS  300.
               03  HR-SRTKEY.
                   04  HR-SLS     PIC  9(004).
                   04  HR-TCD     PIC  9(004).
               03  HR-QCNT        PIC  9(005).
               03  HR-WCNT        PIC  9(005).
               03  HR-LCNT        PIC  9(005).
               03  HR-XCNT        PIC  9(005).
               03  HR-OCNT        PIC  9(005).
               03  HR-QQTY        PIC  9(009).
               03  HR-SQTY        PIC S9(009).
       01  HR-TMP.
           02  HR-TMP-SRTKEY.
               03  HR-TMP-SLS     PIC  9(004).
               03  HR-TMP-TCD     PIC  9(004).
           02  HR-TMP-QCNT        PIC  9(005).
           02  HR-TMP-WCNT        PIC  9(005).
           02  HR-TMP-LCNT        PIC  9(005).
           02  HR-TMP-XCNT        PIC  9(005).
           02  HR-TMP-OCNT        PIC  9(005).
           02  HR-TMP-QQTY        PIC  9(009).
           02  HR-TMP-SQTY        PIC S9(009).
      *    salesperson subtotal and grand total, the bucket shape.
       01  HR-ST.
           02  HR-ST-QCNT         PIC  9(005).
           02  HR-ST-WCNT         PIC  9(005).
           02  HR-ST-LCNT         PIC  9(005).
           02  HR-ST-XCNT         PIC  9(005).
           02  HR-ST-OCNT         PIC  9(005).
           02  HR-ST-QQTY         PIC  9(009).
           02  HR-ST-SQTY         PIC S9(009).
       01  HR-GT.
           02  HR-GT-QCNT         PIC  9(005).
           02  HR-GT-WCNT         PIC  9(005).
           02  HR-GT-LCNT         PIC  9(005).
           02  HR-GT-XCNT         PIC  9(005).
           02  HR-GT-OCNT         PIC  9(005).
           02  HR-GT-QQTY         PIC  9(009).
           02  HR-GT-SQTY         PIC S9(009).
       01  AL-CNT                 PIC  9(003)      VALUE ZERO.
       01  AL-IX                  PIC  9(003)      VALUE ZERO.
       01  AL-QX                  PIC  9(002)      VALUE ZERO.
       01  AL-LQTY                PIC S9(007)      VALUE ZERO.
       01  AL-TBL.
           02  AL-ENT   OCCURS  500.
               03  AL-TCD         PIC  9(004).
               03  AL-HCD         PIC  9(006).
               03  AL-SIZ         PIC  9(001).
               03  AL-QDATE       PIC  9(008).
               03  AL-HX          PIC  9(003).
       01  PRN-R                  PIC  X(132).
       77  RESP                   PIC  9(001).
      *    distribution-list work area -- DSTM rows for the report
      *    in hand (QUOTE or QUOTEHIT), the ARA100 arrangement.
       01  DST-SW                 PIC  9(001)      VALUE ZERO.
       01  DST-CNT                PIC  9(002)      VALUE ZERO.
       01  DST-IX                 PIC  9(002)      VALUE ZERO.
       01  DST-ADR-TBL.
           02  DST-ADR            PIC  X(019)  OCCURS 10.
       01  DST-RPTID              PIC  X(008)  VALUE "QUOTE   ".
       01  DSTM_QTE100.
           02  DSTM_PNAME1        PIC  X(006) VALUE "DSTM".
           02  F                  PIC  X(001).
           02  DSTM_LNAME         PIC  X(011) VALUE "DSTM_QTE100".
           02  F                  PIC  X(001).
           02  DSTM_KEY1          PIC  X(100) VALUE SPACE.
           02  DSTM_SORT          PIC  X(100) VALUE SPACE.
           02  DSTM_IDLST         PIC  X(100) VALUE SPACE.
           02  DSTM_RES           USAGE  POINTER.
           COPY DSTM.
      *    the quote document.
       01  WORK-QP-HD             PIC  X(040)      VALUE
            "*** QUOTATION ***".
       01  WORK-QP-H1.
           02  F                  PIC  X(09)  VALUE  "QUOTE NO ".
           02  WORK-QP-QNO        PIC  9(006).
           02  F                  PIC  X(08)  VALUE  "   DATE ".
           02  WORK-QP-QDATE      PIC  9(008).
           02  F                  PIC  X(12)  VALUE  "   VALID TO ".
           02  WORK-QP-VDATE      PIC  9(008).
           02  F                  PIC  X(10)  VALUE  "   STATUS ".
           02  WORK-QP-STAT       PIC  X(008).
       01  WORK-QP-H2.
           02  F                  PIC  X(12)  VALUE  "CUSTOMER    ".
           02  WORK-QP-TCD        PIC  9(004).
           02  F                  PIC  X(01).
           02  WORK-QP-TNAME      PIC  N(026).
       01  WORK-QP-H3.
           02  F                  PIC  X(12)  VALUE  "SALESPERSON ".
           02  WORK-QP-SLS        PIC  9(004).
           02  F                  PIC  X(01).
           02  WORK-QP-SNAME      PIC  N(010).
       01  WORK-QP-COLHD.
           02  F                  PIC  X(040)      VALUE
                "LN ITEM   NAME                          ".
           02  F                  PIC  X(043)      VALUE
                "                   SIZ PRICE  BREAK  QUOTED".
       01  WORK-QP.
           02  WORK-QP-LNO        PIC  9(002).
           02  F                  PIC  X(01).
           02  WORK-QP-HCD        PIC  9(006).
           02  F                  PIC  X(01).
           02  WORK-QP-HNAME      PIC  N(024).
           02  F                  PIC  X(01).
           02  WORK-QP-SIZ        PIC  X(003).
           02  F                  PIC  X(01).
           02  WORK-QP-T          PIC  ZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-QP-BRKQ       PIC  ZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-QP-QQTY       PIC  ZZZZZZ9.
       01  WORK-QP-FT.
           02  F                  PIC  X(34)  VALUE
                "EACH PRICE APPLIES FROM ITS BREAK ".
           02  F                  PIC  X(24)  VALUE
                "QUANTITY.  VALID UNTIL  ".
           02  WORK-QP-FVDATE     PIC  9(008).
      *    the hit-rate report.
       01  WORK-HR-HD             PIC  X(040)      VALUE
            "*** QUOTATION HIT RATE ***".
       01  WORK-HR-H1.
           02  F                  PIC  X(13)  VALUE  "QUOTE MONTH  ".
           02  WORK-HR-NG         PIC  9(006).
           02  F                  PIC  X(27)  VALUE
                "   SHIPPED = SINCE QUOTE TO".
           02  F                  PIC  X(01).
           02  WORK-HR-RUNDT      PIC  9(008).
       01  WORK-HR-COLHD.
           02  F                  PIC  X(040)      VALUE
                "SLS  CUST NAME                          ".
           02  F                  PIC  X(040)      VALUE
                "                      QUOTES   WON  LOST".
           02  F                  PIC  X(039)      VALUE
                "  EXPD  OPEN HIT %    QUOTED    SHIPPED".
       01  WORK-HR.
           02  WORK-HR-SLS        PIC  X(004).
           02  F                  PIC  X(01).
           02  WORK-HR-TCD        PIC  X(004).
           02  F                  PIC  X(01).
           02  WORK-HR-NAME       PIC  N(026).
           02  F                  PIC  X(01).
           02  WORK-HR-QCNT       PIC  ZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-HR-WCNT       PIC  ZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-HR-LCNT       PIC  ZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-HR-XCNT       PIC  ZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-HR-OCNT       PIC  ZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-HR-PCT        PIC  ZZ9.9.
           02  F                  PIC  X(01).
           02  WORK-HR-QQTY       PIC  ZZZZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-HR-SQTY       PIC  -ZZZZZZZZ9.
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
      *FD  QTF
           COPY LIQTF.
      *FD  TC-M
           COPY LITCM.
      *FD  SHM
           COPY SHM.
      *FD  SLS-M
           COPY LISLSM.
      *FD  THTC
           COPY LITHTC.
      *FD  APRF
       01  APRF_QTE100.
           02  APRF_PNAME1        PIC  X(006) VALUE "APRF".
           02  F                  PIC  X(001).
           02  APRF_LNAME         PIC  X(011) VALUE "APRF_QTE100".
           02  F                  PIC  X(001).
           02  APRF_KEY1          PIC  X(100) VALUE SPACE.
           02  APRF_SORT          PIC  X(100) VALUE SPACE.
           02  APRF_IDLST         PIC  X(100) VALUE SPACE.
           02  APRF_RES           USAGE  POINTER.
           COPY APRF.
      *FD  JSJDRF
       01  JSJDRF_QTE100.
           02  JSJDRF_PNAME1      PIC  X(006) VALUE "JSJDRF".
           02  F                  PIC  X(001).
           02  JSJDRF_LNAME       PIC  X(013) VALUE "JSJDRF_QTE100".
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
                "CUSTOMER QUOTATION REGISTER".
           02  FILLER  PIC  X(045) VALUE
                "1=ENTRY 2=PRINT 3=RESULT 4=HIT RATE     MODE".
           02  FILLER  PIC  X(020) VALUE
                "QUOTE NO / LINE".
           02  FILLER  PIC  X(020) VALUE
                "CUSTOMER".
           02  FILLER  PIC  X(020) VALUE
                "VALID TO   CCYYMMDD".
           02  FILLER  PIC  X(020) VALUE
                "ITEM / SIZE  9=ANY".
           02  FILLER  PIC  X(020) VALUE
                "QUOTED PRICE".
           02  FILLER  PIC  X(020) VALUE
                "BREAK QTY".
           02  FILLER  PIC  X(020) VALUE
                "QUOTED QTY".
           02  FILLER  PIC  X(020) VALUE
                "RESULT 1=WON 2=LOST".
           02  FILLER  PIC  X(020) VALUE
                "QUOTE MONTH  CCYYMM".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-DSP.
           02  D-TNAME    PIC  N(026).
           02  D-HNAME    PIC  N(024).
       01  C-ACP.
           02  A-MODE     PIC  9(001).
           02  A-QNO      PIC  9(006).
           02  A-LNO      PIC  9(002).
           02  A-TCD      PIC  9(004).
           02  A-VDATE    PIC  9(008).
           02  A-HCD      PIC  9(006).
           02  A-SIZ      PIC  9(001).
           02  A-T        PIC  9(005).
           02  A-BRKQ     PIC  9(006).
           02  A-QQTY     PIC  9(007).
           02  A-VERD     PIC  9(001).
           02  A-NG       PIC  9(006).
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
             03  E-ME1   PIC  X(030) VALUE
                  "***  NO SUCH QUOTE         ***".
             03  E-ME2   PIC  X(030) VALUE
                  "***  QUOTE NOT OPEN        ***".
             03  E-ME3   PIC  X(030) VALUE
                  "***  KEY LINE 01 FIRST     ***".
             03  E-ME4   PIC  X(030) VALUE
                  "***  NO SUCH CUSTOMER      ***".
             03  E-ME5   PIC  X(030) VALUE
                  "***  NO SUCH ITEM          ***".
             03  E-ME6   PIC  X(030) VALUE
                  "***  BAD VALID-TO DATE     ***".
             03  E-ME7   PIC  X(030) VALUE
                  "***  NO QUOTES THAT MONTH  ***".
             03  E-ME8   PIC  X(030) VALUE
                  "***  DONE                  ***".
             03  E-ME9   PIC  X(030) VALUE
                  "***  PRICES PARKED FOR APR ***".
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
            "C-MID" " " "0" "0" "285" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-MID" "X" "3" "10" "40" " " "C-MID" RETURNING RESU.
       CALL "SD_Init" USING
            "02C-MID" "X" "5" "10" "45" "01C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "03C-MID" "X" "7" "10" "20" "02C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "04C-MID" "X" "8" "10" "20" "03C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "05C-MID" "X" "9" "10" "20" "04C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "06C-MID" "X" "11" "10" "20" "05C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "07C-MID" "X" "12" "10" "20" "06C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "08C-MID" "X" "13" "10" "20" "07C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "09C-MID" "X" "14" "10" "20" "08C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "10C-MID" "X" "16" "10" "20" "09C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "11C-MID" "X" "18" "10" "20" "10C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "12C-MID" "X" "20" "10" "20" "11C-MID" " " RETURNING RESU.
      *C-DSP
       CALL "SD_Init" USING
            "C-DSP" " " "0" "0" "100" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "D-TNAME" "N" "8" "37" "26" " " "C-DSP" RETURNING RESU.
       CALL "SD_From" USING
            "D-TNAME" BY REFERENCE TC-NAME "26" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "D-HNAME" "N" "11" "42" "24" "D-TNAME" " " RETURNING RESU.
       CALL "SD_From" USING
            "D-HNAME" BY REFERENCE SHM-02 "24" "0" RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "54" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-MODE" "9" "5" "56" "1" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-MODE" BY REFERENCE SEL-MODE "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-QNO" "9" "7" "31" "6" "A-MODE" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-QNO" BY REFERENCE QE-QNO "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-LNO" "9" "7" "39" "2" "A-QNO" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-LNO" BY REFERENCE QE-LNO "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-TCD" "9" "8" "31" "4" "A-LNO" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-TCD" BY REFERENCE QE-TCD "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-VDATE" "9" "9" "31" "8" "A-TCD" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-VDATE" BY REFERENCE QE-VDATE "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-HCD" "9" "11" "31" "6" "A-VDATE" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-HCD" BY REFERENCE QE-HCD "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-SIZ" "9" "11" "39" "1" "A-HCD" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-SIZ" BY REFERENCE QE-SIZ "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-T" "9" "12" "31" "5" "A-SIZ" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-T" BY REFERENCE QE-T "5" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-BRKQ" "9" "13" "31" "6" "A-T" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-BRKQ" BY REFERENCE QE-BRKQ "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-QQTY" "9" "14" "31" "7" "A-BRKQ" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-QQTY" BY REFERENCE QE-QQTY "7" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-VERD" "9" "16" "31" "1" "A-QQTY" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-VERD" BY REFERENCE QE-VERD "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-NG" "9" "18" "31" "6" "A-VERD" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-NG" BY REFERENCE HR-NG "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "20" "31" "1" "A-NG" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DMM" BY REFERENCE M-DMM "1" "0" RETURNING RESU.
      *C-ERR
       CALL "SD_Init" USING
            "C-ERR" " " "0" "0" "277" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-ERR" " " "24" "0" "277" " " "C-ERR" RETURNING RESU.
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
            "E-ME8" "X" "24" "15" "30" "E-ME7" " " RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME9" "X" "24" "15" "30" "E-ME8" " " RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME99" "X" "24" "75" "5" "E-ME9" " " RETURNING RESU.
      *
           ACCEPT USER_ID FROM ARGUMENT-VALUE.
           ACCEPT COMPLETION_CODE FROM ARGUMENT-VALUE.
      *
           ACCEPT  WORK-TODATE  FROM  DATE.
           COMPUTE  QT-RUNDT = (2000 + WORK-TD-YY) * 10000
                  + WORK-TD-MM * 100 + WORK-TD-DD.
           PERFORM  XP-RTN  THRU  XP-RTN-EXIT.
           CALL "DB_F_Open" USING
            "I-O" QTF_PNAME1 "SHARED" BY REFERENCE QTF_IDLST "1"
            "QT-KEY" BY REFERENCE QT-KEY.
           CALL "DB_F_Open" USING
            "INPUT" TC-M_PNAME1 "SHARED" BY REFERENCE TC-M_IDLST "1"
            "TC-KEY" BY REFERENCE TC-KEY.
           CALL "DB_F_Open" USING
            "INPUT" SHM_PNAME1 "SHARED" BY REFERENCE SHM_IDLST "1"
            "SHM-KEY" BY REFERENCE SHM-KEY.
      *
       R-05.
           MOVE    SPACE    TO  ERR-STAT.
           MOVE    ZERO     TO  RESU.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "SD_Output" USING "C-MID" C-MID "p" RETURNING RESU.
           MOVE  ZERO  TO SEL-MODE M-DMM QE-QNO QE-LNO QE-VERD HR-NG.
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
           IF  SEL-MODE = 4
               GO TO R-09
           END-IF
           IF  SEL-MODE < 1  OR  SEL-MODE > 3
               GO TO R-08
           END-IF
           GO TO R-10.
       R-09.
           CALL "SD_Accept" USING BY REFERENCE A-NG "A-NG" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-08
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-09
           END-IF
           IF  HR-NG (5:2) < "01"  OR  HR-NG (5:2) > "12"
               GO TO R-09
           END-IF
           GO TO R-20.
       R-10.
           CALL "SD_Accept" USING BY REFERENCE A-QNO "A-QNO" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-08
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-10
           END-IF
           IF  QE-QNO = ZERO
               GO TO R-10
           END-IF
           IF  SEL-MODE = 1
               GO TO R-11
           END-IF
           MOVE  QE-QNO  TO QT-QNO.
           MOVE  1       TO QT-LNO.
           CALL "DB_Read" USING
            "INVALID KEY" QTF_PNAME1 BY REFERENCE QT-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               CALL "SD_Output" USING
                "E-ME1" E-ME1 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-10
           END-IF
           IF  SEL-MODE = 2
               GO TO R-20
           END-IF
           IF  QT-STAT NOT = 0
               CALL "SD_Output" USING
                "E-ME2" E-ME2 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-10
           END-IF
           GO TO R-19.
      *
      *    mode 1 -- the quote header comes from line 01 when it is
      *    on file; a line of a closed quote cannot be touched.
      *
       R-11.
           CALL "SD_Accept" USING BY REFERENCE A-LNO "A-LNO" "9" "2"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-10
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-11
           END-IF
           IF  QE-LNO = ZERO
               GO TO R-11
           END-IF
           MOVE  QE-QNO  TO QT-QNO.
           MOVE  1       TO QT-LNO.
           CALL "DB_Read" USING
            "INVALID KEY" QTF_PNAME1 BY REFERENCE QT-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               IF  QE-LNO NOT = 1
                   CALL "SD_Output" USING
                    "E-ME3" E-ME3 "p" RETURNING RESU
                   CALL "SD_Output" USING
                    "E-ME99" E-ME99 "p" RETURNING RESU
                   GO TO R-11
               END-IF
               MOVE  0     TO QE-HDR
               MOVE  ZERO  TO QE-TCD QE-VDATE QE-SLS QE-OTCD
                              QE-OVDATE
               MOVE  QT-RUNDT  TO QE-QDATE
           ELSE
               IF  QT-STAT NOT = 0
                   CALL "SD_Output" USING
                    "E-ME2" E-ME2 "p" RETURNING RESU
                   CALL "SD_Output" USING
                    "E-ME99" E-ME99 "p" RETURNING RESU
                   GO TO R-10
               END-IF
               MOVE  1         TO QE-HDR
               MOVE  QT-TCD    TO QE-TCD QE-OTCD
               MOVE  QT-VDATE  TO QE-VDATE QE-OVDATE
               MOVE  QT-SLS    TO QE-SLS
               MOVE  QT-QDATE  TO QE-QDATE
           END-IF
           MOVE  QE-LNO  TO QT-LNO.
           CALL "DB_Read" USING
            "INVALID KEY" QTF_PNAME1 BY REFERENCE QT-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  ZERO  TO QE-HCD QE-SIZ QE-T QE-BRKQ QE-QQTY
           ELSE
               MOVE  QT-HCD   TO QE-HCD
               MOVE  QT-SIZ   TO QE-SIZ
               MOVE  QT-T     TO QE-T
               MOVE  QT-BRKQ  TO QE-BRKQ
               MOVE  QT-QQTY  TO QE-QQTY
           END-IF
           PERFORM  QE-DSP-RTN  THRU  QE-DSP-RTN-EXIT.
           IF  QE-LNO NOT = 1
               GO TO R-14
           END-IF.
       R-12.
           CALL "SD_Accept" USING BY REFERENCE A-TCD "A-TCD" "9" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-11
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-12
           END-IF
           MOVE  QE-TCD  TO TC-TCD.
           MOVE  1       TO TC-CCD.
           CALL "DB_Read" USING
            "INVALID KEY" TC-M_PNAME1 BY REFERENCE TC-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               CALL "SD_Output" USING
                "E-ME4" E-ME4 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-12
           END-IF
           MOVE  TC-SLSCD  TO QE-SLS.
           CALL "SD_Output" USING
            "D-TNAME" D-TNAME "p" RETURNING RESU.
       R-13.
           CALL "SD_Accept" USING BY REFERENCE A-VDATE "A-VDATE" "9"
            "8" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-12
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-13
           END-IF
           IF  QE-VDATE < QT-RUNDT
            OR QE-VD-MM < 1  OR  QE-VD-MM > 12
            OR QE-VD-DD < 1  OR  QE-VD-DD > 31
               CALL "SD_Output" USING
                "E-ME6" E-ME6 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-13
           END-IF.
       R-14.
           CALL "SD_Accept" USING BY REFERENCE A-HCD "A-HCD" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               IF  QE-LNO = 1
                   GO TO R-13
               ELSE
                   GO TO R-11
               END-IF
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-14
           END-IF
           MOVE  QE-HCD  TO SHM-01.
           CALL "DB_Read" USING
            "INVALID KEY" SHM_PNAME1 BY REFERENCE SHM-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               CALL "SD_Output" USING
                "E-ME5" E-ME5 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-14
           END-IF
           CALL "SD_Output" USING
            "D-HNAME" D-HNAME "p" RETURNING RESU.
       R-15.
           CALL "SD_Accept" USING BY REFERENCE A-SIZ "A-SIZ" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-14
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-15
           END-IF.
       R-16.
           CALL "SD_Accept" USING BY REFERENCE A-T "A-T" "9" "5"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-15
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-16
           END-IF
           IF  QE-T = ZERO
               GO TO R-16
           END-IF.
       R-17.
           CALL "SD_Accept" USING BY REFERENCE A-BRKQ "A-BRKQ" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-16
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-17
           END-IF.
       R-18.
           CALL "SD_Accept" USING BY REFERENCE A-QQTY "A-QQTY" "9" "7"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-17
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-18
           END-IF
           GO TO R-20.
       R-19.
           CALL "SD_Accept" USING BY REFERENCE A-VERD "A-VERD" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-10
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-19
           END-IF
           IF  QE-VERD NOT = 1  AND  2
               GO TO R-19
           END-IF.
       R-20.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               IF  SEL-MODE = 1
                   GO TO R-18
               END-IF
               IF  SEL-MODE = 2
                   GO TO R-10
               END-IF
               IF  SEL-MODE = 3
                   GO TO R-19
               END-IF
               GO TO R-09
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
               PERFORM  QE-PUT-RTN  THRU  QE-PUT-RTN-EXIT
               CALL "SD_Output" USING
                "E-ME8" E-ME8 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               ADD  1  TO QE-LNO
               MOVE  ZERO  TO M-DMM
               CALL "SD_Output" USING
                "A-LNO" A-LNO "p" RETURNING RESU
               GO TO R-11
           END-IF
           IF  SEL-MODE = 2
               PERFORM  QP-RTN  THRU  QP-RTN-EXIT
           END-IF
           IF  SEL-MODE = 3
               PERFORM  QA-RTN  THRU  QA-RTN-EXIT
               IF  QA-PCNT NOT = ZERO
                   CALL "SD_Output" USING
                    "E-ME9" E-ME9 "p" RETURNING RESU
                   CALL "SD_Output" USING
                    "E-ME99" E-ME99 "p" RETURNING RESU
                   GO TO R-05
               END-IF
           END-IF
           IF  SEL-MODE = 4
               PERFORM  HR-RTN  THRU  HR-RTN-EXIT
               IF  HR-CNT = ZERO
                   CALL "SD_Output" USING
                    "E-ME7" E-ME7 "p" RETURNING RESU
                   CALL "SD_Output" USING
                    "E-ME99" E-ME99 "p" RETURNING RESU
                   GO TO R-05
               END-IF
           END-IF
           CALL "SD_Output" USING
            "E-ME8" E-ME8 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO R-05.
      *
      *    XP-RTN  -  the expiry sweep: every open line past its
      *    valid-to date is closed as expired.
      *
       XP-RTN.
           CALL "DB_F_Open" USING
            "I-O" QTF_PNAME1 " " BY REFERENCE QTF_IDLST "0".
       XP-010.
           CALL "DB_Read" USING
            "AT END" QTF_PNAME1 BY REFERENCE QT-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO XP-090
           END-IF
           IF  QT-STAT NOT = 0  OR  QT-VDATE NOT < QT-RUNDT
               GO TO XP-010
           END-IF
           MOVE  9         TO QT-STAT.
           MOVE  QT-RUNDT  TO QT-CDATE.
           CALL "DB_Update" USING
            QTF_PNAME1 QTF_LNAME QT-R RETURNING RET.
           GO TO XP-010.
       XP-090.
           CALL "DB_F_Close" USING
            BY REFERENCE QTF_IDLST QTF_PNAME1.
       XP-RTN-EXIT.
           EXIT.
      *
      *    QE-DSP-RTN  -  the header and line just read onto the
      *    screen, with the customer and item names.
      *
       QE-DSP-RTN.
           MOVE  QE-TCD  TO TC-TCD.
           MOVE  1       TO TC-CCD.
           CALL "DB_Read" USING
            "INVALID KEY" TC-M_PNAME1 BY REFERENCE TC-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  SPACE  TO TC-NAME
           END-IF
           MOVE  QE-HCD  TO SHM-01.
           CALL "DB_Read" USING
            "INVALID KEY" SHM_PNAME1 BY REFERENCE SHM-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  SPACE  TO SHM-02
           END-IF
           CALL "SD_Output" USING "A-TCD" A-TCD "p" RETURNING RESU.
           CALL "SD_Output" USING "A-VDATE" A-VDATE "p" RETURNING RESU.
           CALL "SD_Output" USING "A-HCD" A-HCD "p" RETURNING RESU.
           CALL "SD_Output" USING "A-SIZ" A-SIZ "p" RETURNING RESU.
           CALL "SD_Output" USING "A-T" A-T "p" RETURNING RESU.
           CALL "SD_Output" USING "A-BRKQ" A-BRKQ "p" RETURNING RESU.
           CALL "SD_Output" USING "A-QQTY" A-QQTY "p" RETURNING RESU.
           CALL "SD_Output" USING "C-DSP" C-DSP "p" RETURNING RESU.
       QE-DSP-RTN-EXIT.
           EXIT.
      *
      *    QE-PUT-RTN  -  the keyed line onto QTF, inserted or
      *    rewritten; a changed line-01 header is carried onto the
      *    quote's other lines.
      *
       QE-PUT-RTN.
           MOVE  QE-QNO  TO QT-QNO.
           MOVE  QE-LNO  TO QT-LNO.
           CALL "DB_Read" USING
            "INVALID KEY" QTF_PNAME1 BY REFERENCE QT-R " "
            RETURNING RET.
           IF  RET = 1
               INITIALIZE QT-R
               MOVE  QE-QNO    TO QT-QNO
               MOVE  QE-LNO    TO QT-LNO
               MOVE  QE-QDATE  TO QT-QDATE
               MOVE  0         TO QT-STAT
           END-IF
           MOVE  QE-TCD    TO QT-TCD.
           MOVE  QE-SLS    TO QT-SLS.
           MOVE  QE-VDATE  TO QT-VDATE.
           MOVE  QE-HCD    TO QT-HCD.
           MOVE  QE-SIZ    TO QT-SIZ.
           MOVE  QE-T      TO QT-T.
           MOVE  QE-BRKQ   TO QT-BRKQ.
           MOVE  QE-QQTY   TO QT-QQTY.
           MOVE  USER_ID   TO QT-USER.
           IF  RET = 1
               CALL "DB_Insert" USING
                QTF_PNAME1 QTF_LNAME QT-R RETURNING RET
           ELSE
               CALL "DB_Update" USING
                QTF_PNAME1 QTF_LNAME QT-R RETURNING RET
           END-IF
           IF  QE-LNO NOT = 1
               GO TO QE-PUT-RTN-EXIT
           END-IF
           IF  QE-HDR = 1
               IF  QE-TCD NOT = QE-OTCD  OR  QE-VDATE NOT = QE-OVDATE
                   MOVE  2  TO QE-LX
                   PERFORM  QE-PROP-RTN  THRU  QE-PROP-RTN-EXIT
               END-IF
           END-IF
           MOVE  1         TO QE-HDR.
           MOVE  QE-TCD    TO QE-OTCD.
           MOVE  QE-VDATE  TO QE-OVDATE.
       QE-PUT-RTN-EXIT.
           EXIT.
      *
       QE-PROP-RTN.
           IF  QE-LX > 99
               GO TO QE-PROP-RTN-EXIT
           END-IF
           MOVE  QE-QNO  TO QT-QNO.
           MOVE  QE-LX   TO QT-LNO.
           CALL "DB_Read" USING
            "INVALID KEY" QTF_PNAME1 BY REFERENCE QT-R " "
            RETURNING RET.
           IF  RET = 0
               MOVE  QE-TCD    TO QT-TCD
               MOVE  QE-SLS    TO QT-SLS
               MOVE  QE-VDATE  TO QT-VDATE
               CALL "DB_Update" USING
                QTF_PNAME1 QTF_LNAME QT-R RETURNING RET
           END-IF
           ADD  1  TO QE-LX.
           GO TO QE-PROP-RTN.
       QE-PROP-RTN-EXIT.
           EXIT.
      *
      *    QP-RTN  -  mode 2: the quote document, printed and
      *    mirrored into the QUOTE distribution PDF.
      *
       QP-RTN.
           MOVE  QE-QNO  TO QT-QNO.
           MOVE  1       TO QT-LNO.
           CALL "DB_Read" USING
            "INVALID KEY" QTF_PNAME1 BY REFERENCE QT-R "UNLOCK"
            RETURNING RET.
           MOVE  QT-QNO    TO WORK-QP-QNO.
           MOVE  QT-QDATE  TO WORK-QP-QDATE.
           MOVE  QT-VDATE  TO WORK-QP-VDATE WORK-QP-FVDATE.
           EVALUATE  QT-STAT
             WHEN 0  MOVE  "OPEN"     TO WORK-QP-STAT
             WHEN 1  MOVE  "WON"      TO WORK-QP-STAT
             WHEN 2  MOVE  "LOST"     TO WORK-QP-STAT
             WHEN OTHER  MOVE  "EXPIRED"  TO WORK-QP-STAT
           END-EVALUATE
           MOVE  QT-TCD  TO TC-TCD WORK-QP-TCD.
           MOVE  1       TO TC-CCD.
           CALL "DB_Read" USING
            "INVALID KEY" TC-M_PNAME1 BY REFERENCE TC-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  SPACE  TO TC-NAME
           END-IF
           MOVE  TC-NAME  TO WORK-QP-TNAME.
           MOVE  QT-SLS   TO SLS-KEY WORK-QP-SLS.
           CALL "DB_F_Open" USING
            "INPUT" SLS-M_PNAME1 "SHARED" BY REFERENCE SLS-M_IDLST "1"
            "SLS-KEY" BY REFERENCE SLS-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" SLS-M_PNAME1 BY REFERENCE SLS-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  SPACE  TO SLS-NAME
           END-IF
           CALL "DB_F_Close" USING
            BY REFERENCE SLS-M_IDLST SLS-M_PNAME1.
           MOVE  SLS-NAME  TO WORK-QP-SNAME.
           MOVE  "QUOTE   "  TO DST-RPTID.
           CALL "PR_Open" RETURNING RESP.
           PERFORM  DST-OPEN-RTN  THRU  DST-OPEN-RTN-EXIT.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-QP-HD     TO PRN-R (11:40).
           PERFORM  PRT-RTN  THRU  PRT-RTN-EXIT.
           MOVE  SPACE          TO PRN-R.
           PERFORM  PRT-RTN  THRU  PRT-RTN-EXIT.
           MOVE  WORK-QP-H1     TO PRN-R (11:69).
           PERFORM  PRT-RTN  THRU  PRT-RTN-EXIT.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-QP-H2     TO PRN-R (11:69).
           PERFORM  PRT-RTN  THRU  PRT-RTN-EXIT.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-QP-H3     TO PRN-R (11:37).
           PERFORM  PRT-RTN  THRU  PRT-RTN-EXIT.
           MOVE  SPACE          TO PRN-R.
           PERFORM  PRT-RTN  THRU  PRT-RTN-EXIT.
           MOVE  WORK-QP-COLHD  TO PRN-R (11:83).
           PERFORM  PRT-RTN  THRU  PRT-RTN-EXIT.
           MOVE  1  TO QE-LX.
       QP-010.
           IF  QE-LX > 99
               GO TO QP-090
           END-IF
           MOVE  QE-QNO  TO QT-QNO.
           MOVE  QE-LX   TO QT-LNO.
           ADD  1  TO QE-LX.
           CALL "DB_Read" USING
            "INVALID KEY" QTF_PNAME1 BY REFERENCE QT-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO TO QP-010
           END-IF
           MOVE  QT-HCD  TO SHM-01.
           CALL "DB_Read" USING
            "INVALID KEY" SHM_PNAME1 BY REFERENCE SHM-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  SPACE  TO SHM-02
           END-IF
           MOVE  SPACE     TO PRN-R WORK-QP.
           MOVE  QT-LNO    TO WORK-QP-LNO.
           MOVE  QT-HCD    TO WORK-QP-HCD.
           MOVE  SHM-02    TO WORK-QP-HNAME.
           IF  QT-SIZ = 9
               MOVE  "ANY"   TO WORK-QP-SIZ
           ELSE
               MOVE  QT-SIZ  TO WORK-QP-SIZ
           END-IF
           MOVE  QT-T      TO WORK-QP-T.
           MOVE  QT-BRKQ   TO WORK-QP-BRKQ.
           MOVE  QT-QQTY   TO WORK-QP-QQTY.
           MOVE  WORK-QP   TO PRN-R (11:83).
           PERFORM  PRT-RTN  THRU  PRT-RTN-EXIT.
           GO TO QP-010.
       QP-090.
           MOVE  SPACE          TO PRN-R.
           PERFORM  PRT-RTN  THRU  PRT-RTN-EXIT.
           MOVE  WORK-QP-FT     TO PRN-R (11:66).
           PERFORM  PRT-RTN  THRU  PRT-RTN-EXIT.
           CALL "PR_Close" RETURNING RESP.
           PERFORM  DST-CLSE-RTN  THRU  DST-CLSE-RTN-EXIT.
       QP-RTN-EXIT.
           EXIT.
      *
      *    QA-RTN  -  mode 3: every line of the quote closed won
      *    or lost; a won quote's prices parked for approval.
      *
       QA-RTN.
           MOVE  ZERO  TO QX-CNT QA-PCNT.
           MOVE  1     TO QE-LX.
       QA-010.
           IF  QE-LX > 99
               GO TO QA-020
           END-IF
           MOVE  QE-QNO  TO QT-QNO.
           MOVE  QE-LX   TO QT-LNO.
           ADD  1  TO QE-LX.
           CALL "DB_Read" USING
            "INVALID KEY" QTF_PNAME1 BY REFERENCE QT-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO QA-010
           END-IF
           IF  QT-STAT NOT = 0
               GO TO QA-010
           END-IF
           MOVE  QE-VERD   TO QT-STAT.
           MOVE  QT-RUNDT  TO QT-CDATE.
           MOVE  USER_ID   TO QT-USER.
           CALL "DB_Update" USING
            QTF_PNAME1 QTF_LNAME QT-R RETURNING RET.
           MOVE  QT-TCD  TO QA-TCD.
           ADD  1  TO QX-CNT.
           MOVE  QT-HCD   TO QX-HCD(QX-CNT).
           MOVE  QT-SIZ   TO QX-SIZ(QX-CNT).
           MOVE  QT-T     TO QX-T(QX-CNT).
           MOVE  QT-BRKQ  TO QX-BRKQ(QX-CNT).
           GO TO QA-010.
       QA-020.
           IF  QE-VERD NOT = 1  OR  QX-CNT = ZERO
               GO TO QA-RTN-EXIT
           END-IF
           CALL "DB_F_Open" USING
            "INPUT" THTC_PNAME1 "SHARED" BY REFERENCE THTC_IDLST
            "2" "THC-KEY" BY REFERENCE THC-KEY "THC-KEY2" BY
            REFERENCE THC-KEY2.
           CALL "DB_F_Open" USING
            "I-O" APRF_PNAME1 "SHARED" BY REFERENCE APRF_IDLST "1"
            "APR-KEY" BY REFERENCE APR-KEY.
           MOVE  1  TO QX-IX.
       QA-030.
           IF  QX-IX > QX-CNT
               GO TO QA-090
           END-IF
           PERFORM  QA-BASE-RTN  THRU  QA-BASE-RTN-EXIT.
           IF  QA-SKIP = 0
               PERFORM  QA-APR-RTN  THRU  QA-APR-RTN-EXIT
           END-IF
           ADD  1  TO QX-IX.
           GO TO QA-030.
       QA-090.
           CALL "DB_F_Close" USING
            BY REFERENCE APRF_IDLST APRF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE THTC_IDLST THTC_PNAME1.
       QA-RTN-EXIT.
           EXIT.
      *
      *    QA-BASE-RTN  -  QA-SKIP = 1 when another line of the
      *    quote prices the same item/size from a lower break (or
      *    the same break on an earlier line).
      *
       QA-BASE-RTN.
           MOVE  0  TO QA-SKIP.
           MOVE  1  TO QX-JX.
       QA-BASE-010.
           IF  QX-JX > QX-CNT
               GO TO QA-BASE-RTN-EXIT
           END-IF
           IF  QX-JX NOT = QX-IX
            AND QX-HCD(QX-JX) = QX-HCD(QX-IX)
            AND QX-SIZ(QX-JX) = QX-SIZ(QX-IX)
               IF  QX-BRKQ(QX-JX) < QX-BRKQ(QX-IX)
                OR (QX-BRKQ(QX-JX) = QX-BRKQ(QX-IX)
                    AND QX-JX < QX-IX)
                   MOVE  1  TO QA-SKIP
                   GO TO QA-BASE-RTN-EXIT
               END-IF
           END-IF
           ADD  1  TO QX-JX.
           GO TO QA-BASE-010.
       QA-BASE-RTN-EXIT.
           EXIT.
      *
      *    QA-APR-RTN  -  parks one won price on APRF (kind 5,
      *    customer+item+size, the THTC price now as old value)
      *    unless THTC already carries it.
      *
       QA-APR-RTN.
           MOVE  QA-TCD          TO THC-TCD.
           MOVE  QX-HCD(QX-IX)   TO THC-HCD.
           MOVE  QX-SIZ(QX-IX)   TO THC-SIZ.
           CALL "DB_Read" USING
            "INVALID KEY" THTC_PNAME1 BY REFERENCE THC-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0
               MOVE  THC-T  TO QA-OLDT
           ELSE
               MOVE  ZERO   TO QA-OLDT
               MOVE  QA-TCD          TO THC-TCD
               MOVE  QX-HCD(QX-IX)   TO THC-HCD
               MOVE  QX-SIZ(QX-IX)   TO THC-SIZ
           END-IF
           IF  QX-T(QX-IX) = QA-OLDT
               GO TO QA-APR-RTN-EXIT
           END-IF
           ACCEPT  APR-DATE  FROM  DATE.
           ACCEPT  APR-TIME  FROM  TIME.
           ADD  1  TO APR-WSEQ.
           MOVE  APR-WSEQ       TO APR-SEQ.
           MOVE  5              TO APR-KIND.
           MOVE  SPACE          TO APR-KEYD.
           MOVE  THC-KEY        TO APR-KEYD (1:11).
           MOVE  QX-T(QX-IX)    TO APR-NEWV.
           MOVE  QA-OLDT        TO APR-OLDV.
           MOVE  USER_ID        TO APR-BY.
           MOVE  ZERO           TO APR-STAT.
           MOVE  SPACE          TO APR-APPBY.
           CALL "DB_Insert" USING
            APRF_PNAME1 APRF_LNAME APR-REC RETURNING RET.
           ADD  1  TO QA-PCNT.
       QA-APR-RTN-EXIT.
           EXIT.
      *
      *    HR-RTN  -  mode 4: one QTF pass over the month's quotes
      *    into the salesperson/customer buckets, one JSJDRF pass
      *    for the shipments against the won lines, then the
      *    report.  QTF is held open keyed for the screen modes,
      *    so it is closed for the sequential pass and reopened.
      *
       HR-RTN.
           MOVE  ZERO  TO HR-CNT AL-CNT HR-LQNO.
           CALL "DB_F_Close" USING
            BY REFERENCE QTF_IDLST QTF_PNAME1.
           CALL "DB_F_Open" USING
            "INPUT" QTF_PNAME1 " " BY REFERENCE QTF_IDLST "0".
       HR-010.
           CALL "DB_Read" USING
            "AT END" QTF_PNAME1 BY REFERENCE QT-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO HR-030
           END-IF
           COMPUTE  HR-WNG = QT-QDATE / 100.
           IF  HR-WNG NOT = HR-NG
               GO TO HR-010
           END-IF
           PERFORM  HR-FIND-RTN  THRU  HR-FIND-RTN-EXIT.
           IF  HR-IX = ZERO
               GO TO HR-010
           END-IF
           IF  QT-QNO NOT = HR-LQNO
               MOVE  QT-QNO  TO HR-LQNO
               ADD  1  TO HR-QCNT(HR-IX)
               EVALUATE  QT-STAT
                 WHEN 0  ADD  1  TO HR-OCNT(HR-IX)
                 WHEN 1  ADD  1  TO HR-WCNT(HR-IX)
                 WHEN 2  ADD  1  TO HR-LCNT(HR-IX)
                 WHEN OTHER  ADD  1  TO HR-XCNT(HR-IX)
               END-EVALUATE
           END-IF
           IF  QT-STAT = 1
               ADD  QT-QQTY  TO HR-QQTY(HR-IX)
               PERFORM  AL-ADD-RTN  THRU  AL-ADD-RTN-EXIT
           END-IF
           GO TO HR-010.
       HR-030.
           CALL "DB_F_Close" USING
            BY REFERENCE QTF_IDLST QTF_PNAME1.
           CALL "DB_F_Open" USING
            "I-O" QTF_PNAME1 "SHARED" BY REFERENCE QTF_IDLST "1"
            "QT-KEY" BY REFERENCE QT-KEY.
           IF  HR-CNT = ZERO
               GO TO HR-RTN-EXIT
           END-IF
           IF  AL-CNT NOT = ZERO
               PERFORM  SQ-RTN  THRU  SQ-RTN-EXIT
           END-IF
           PERFORM  HR-SORT-RTN  THRU  HR-SORT-RTN-EXIT.
           PERFORM  HR-PRT-RTN   THRU  HR-PRT-RTN-EXIT.
       HR-RTN-EXIT.
           EXIT.
      *
      *    HR-FIND-RTN  -  find-or-insert the bucket for QT-SLS /
      *    QT-TCD; HR-IX zero when the table is full.
      *
       HR-FIND-RTN.
           MOVE  1  TO HR-IX.
       HR-FIND-010.
           IF  HR-IX > HR-CNT
               GO TO HR-FIND-020
           END-IF
           IF  HR-SLS(HR-IX) = QT-SLS  AND  HR-TCD(HR-IX) = QT-TCD
               GO TO HR-FIND-RTN-EXIT
           END-IF
           ADD  1  TO HR-IX.
           GO TO HR-FIND-010.
       HR-FIND-020.
           IF  HR-CNT NOT < 300
               MOVE  ZERO  TO HR-IX
               GO TO HR-FIND-RTN-EXIT
           END-IF
           ADD  1  TO HR-CNT.
           MOVE  HR-CNT  TO HR-IX.
           INITIALIZE HR-ENT(HR-IX).
           MOVE  QT-SLS  TO HR-SLS(HR-IX).
           MOVE  QT-TCD  TO HR-TCD(HR-IX).
       HR-FIND-RTN-EXIT.
           EXIT.
      *
      *    AL-ADD-RTN  -  a won line's customer/item/size, once,
      *    with the earliest quote date it was won at.
      *
       AL-ADD-RTN.
           MOVE  1  TO AL-IX.
       AL-ADD-010.
           IF  AL-IX > AL-CNT
               GO TO AL-ADD-020
           END-IF
           IF  AL-TCD(AL-IX) = QT-TCD  AND  AL-HCD(AL-IX) = QT-HCD
            AND AL-SIZ(AL-IX) = QT-SIZ
               IF  QT-QDATE < AL-QDATE(AL-IX)
                   MOVE  QT-QDATE  TO AL-QDATE(AL-IX)
               END-IF
               GO TO AL-ADD-RTN-EXIT
           END-IF
           ADD  1  TO AL-IX.
           GO TO AL-ADD-010.
       AL-ADD-020.
           IF  AL-CNT NOT < 500
               GO TO AL-ADD-RTN-EXIT
           END-IF
           ADD  1  TO AL-CNT.
           MOVE  QT-TCD    TO AL-TCD(AL-CNT).
           MOVE  QT-HCD    TO AL-HCD(AL-CNT).
           MOVE  QT-SIZ    TO AL-SIZ(AL-CNT).
           MOVE  QT-QDATE  TO AL-QDATE(AL-CNT).
           MOVE  HR-IX     TO AL-HX(AL-CNT).
       AL-ADD-RTN-EXIT.
           EXIT.
      *
      *    SQ-RTN  -  one JSJDRF pass: each shipped line to a won
      *    customer/item on or after the quote date adds its pairs
      *    (the one size slot, or every slot for size 9) to the
      *    bucket the won line came from.  samples and the 9999xx
      *    non-merchandise codes do not count, as in GMR100.
      *
       SQ-RTN.
           CALL "DB_F_Open" USING
            "INPUT" JSJDRF_PNAME1 " " BY REFERENCE JSJDRF_IDLST "0".
       SQ-010.
           CALL "DB_Read" USING
            "AT END" JSJDRF_PNAME1 BY REFERENCE JSJD-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO SQ-090
           END-IF
           IF  JSJD-09 NOT < 999900  OR  JSJD-05 = 6
               GO TO SQ-010
           END-IF
           MOVE  1  TO AL-IX.
       SQ-020.
           IF  AL-IX > AL-CNT
               GO TO SQ-010
           END-IF
           IF  AL-TCD(AL-IX) NOT = JSJD-021
            OR AL-HCD(AL-IX) NOT = JSJD-09
            OR JSJD-NGP < AL-QDATE(AL-IX)
               ADD  1  TO AL-IX
               GO TO SQ-020
           END-IF
           IF  AL-SIZ(AL-IX) NOT = 9
               COMPUTE  AL-QX = AL-SIZ(AL-IX) + 1
               ADD  JSJD-1211(AL-QX)  TO HR-SQTY(AL-HX(AL-IX))
               ADD  1  TO AL-IX
               GO TO SQ-020
           END-IF
           MOVE  ZERO  TO AL-LQTY.
           MOVE  1     TO AL-QX.
       SQ-030.
           IF  AL-QX > 10
               ADD  AL-LQTY  TO HR-SQTY(AL-HX(AL-IX))
               ADD  1  TO AL-IX
               GO TO SQ-020
           END-IF
           ADD  JSJD-1211(AL-QX)  TO AL-LQTY.
           ADD  1  TO AL-QX.
           GO TO SQ-030.
       SQ-090.
           CALL "DB_F_Close" USING
            BY REFERENCE JSJDRF_IDLST JSJDRF_PNAME1.
       SQ-RTN-EXIT.
           EXIT.
      *
      *    HR-SORT-RTN  -  selection sort on salesperson / customer.
      *
       HR-SORT-RTN.
           IF  HR-CNT < 2
               GO TO HR-SORT-RTN-EXIT
           END-IF
           COMPUTE  HR-LIMIT = HR-CNT - 1.
           MOVE  1  TO HR-IX.
       HR-SORT-010.
           IF  HR-IX > HR-LIMIT
               GO TO HR-SORT-RTN-EXIT
           END-IF
           COMPUTE  HR-JX = HR-IX + 1.
       HR-SORT-020.
           IF  HR-JX > HR-CNT
               ADD  1  TO HR-IX
               GO TO HR-SORT-010
           END-IF
           IF  HR-SRTKEY(HR-JX) < HR-SRTKEY(HR-IX)
               MOVE  HR-ENT(HR-IX)  TO HR-TMP
               MOVE  HR-ENT(HR-JX)  TO HR-ENT(HR-IX)
               MOVE  HR-TMP         TO HR-ENT(HR-JX)
           END-IF
           ADD  1  TO HR-JX.
           GO TO HR-SORT-020.
       HR-SORT-RTN-EXIT.
           EXIT.
      *
      *    HR-PRT-RTN  -  the sorted buckets, a subtotal on each
      *    change of salesperson and a grand total.
      *
       HR-PRT-RTN.
           MOVE  "QUOTEHIT"  TO DST-RPTID.
           CALL "PR_Open" RETURNING RESP.
           PERFORM  DST-OPEN-RTN  THRU  DST-OPEN-RTN-EXIT.
           CALL "DB_F_Open" USING
            "INPUT" SLS-M_PNAME1 "SHARED" BY REFERENCE SLS-M_IDLST "1"
            "SLS-KEY" BY REFERENCE SLS-KEY.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-HR-HD     TO PRN-R (11:40).
           PERFORM  PRT-RTN  THRU  PRT-RTN-EXIT.
           MOVE  SPACE          TO PRN-R.
           MOVE  HR-NG          TO WORK-HR-NG.
           MOVE  QT-RUNDT       TO WORK-HR-RUNDT.
           MOVE  WORK-HR-H1     TO PRN-R (11:55).
           PERFORM  PRT-RTN  THRU  PRT-RTN-EXIT.
           MOVE  SPACE          TO PRN-R.
           PERFORM  PRT-RTN  THRU  PRT-RTN-EXIT.
           MOVE  WORK-HR-COLHD  TO PRN-R (11:119).
           PERFORM  PRT-RTN  THRU  PRT-RTN-EXIT.
           INITIALIZE HR-ST HR-GT.
           MOVE  HR-SLS(1)  TO HR-OLDSLS.
           MOVE  1  TO HR-IX.
       HR-PRT-010.
           IF  HR-IX > HR-CNT
               GO TO HR-PRT-090
           END-IF
           IF  HR-SLS(HR-IX) NOT = HR-OLDSLS
               PERFORM  HR-SUB-RTN  THRU  HR-SUB-RTN-EXIT
               MOVE  HR-SLS(HR-IX)  TO HR-OLDSLS
           END-IF
           MOVE  HR-TCD(HR-IX)  TO TC-TCD.
           MOVE  1              TO TC-CCD.
           CALL "DB_Read" USING
            "INVALID KEY" TC-M_PNAME1 BY REFERENCE TC-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  SPACE  TO TC-NAME
           END-IF
           MOVE  SPACE           TO PRN-R WORK-HR.
           MOVE  HR-SLS(HR-IX)   TO WORK-HR-SLS.
           MOVE  HR-TCD(HR-IX)   TO WORK-HR-TCD.
           MOVE  TC-NAME         TO WORK-HR-NAME.
           MOVE  HR-QCNT(HR-IX)  TO HR-TMP-QCNT.
           MOVE  HR-WCNT(HR-IX)  TO HR-TMP-WCNT.
           MOVE  HR-LCNT(HR-IX)  TO HR-TMP-LCNT.
           MOVE  HR-XCNT(HR-IX)  TO HR-TMP-XCNT.
           MOVE  HR-OCNT(HR-IX)  TO HR-TMP-OCNT.
           MOVE  HR-QQTY(HR-IX)  TO HR-TMP-QQTY.
           MOVE  HR-SQTY(HR-IX)  TO HR-TMP-SQTY.
           PERFORM  HR-LINE-RTN  THRU  HR-LINE-RTN-EXIT.
           ADD  HR-QCNT(HR-IX)  TO HR-ST-QCNT.
           ADD  HR-WCNT(HR-IX)  TO HR-ST-WCNT.
           ADD  HR-LCNT(HR-IX)  TO HR-ST-LCNT.
           ADD  HR-XCNT(HR-IX)  TO HR-ST-XCNT.
           ADD  HR-OCNT(HR-IX)  TO HR-ST-OCNT.
           ADD  HR-QQTY(HR-IX)  TO HR-ST-QQTY.
           ADD  HR-SQTY(HR-IX)  TO HR-ST-SQTY.
           ADD  1  TO HR-IX.
           GO TO HR-PRT-010.
       HR-PRT-090.
           PERFORM  HR-SUB-RTN  THRU  HR-SUB-RTN-EXIT.
           MOVE  SPACE         TO PRN-R WORK-HR.
           MOVE  "ALL "        TO WORK-HR-SLS.
           MOVE  HR-GT-QCNT    TO HR-TMP-QCNT.
           MOVE  HR-GT-WCNT    TO HR-TMP-WCNT.
           MOVE  HR-GT-LCNT    TO HR-TMP-LCNT.
           MOVE  HR-GT-XCNT    TO HR-TMP-XCNT.
           MOVE  HR-GT-OCNT    TO HR-TMP-OCNT.
           MOVE  HR-GT-QQTY    TO HR-TMP-QQTY.
           MOVE  HR-GT-SQTY    TO HR-TMP-SQTY.
           PERFORM  HR-LINE-RTN  THRU  HR-LINE-RTN-EXIT.
           CALL "DB_F_Close" USING
            BY REFERENCE SLS-M_IDLST SLS-M_PNAME1.
           CALL "PR_Close" RETURNING RESP.
           PERFORM  DST-CLSE-RTN  THRU  DST-CLSE-RTN-EXIT.
       HR-PRT-RTN-EXIT.
           EXIT.
      *
      *    HR-SUB-RTN  -  the salesperson subtotal under its name,
      *    rolled into the grand total.
      *
       HR-SUB-RTN.
           MOVE  HR-OLDSLS  TO SLS-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" SLS-M_PNAME1 BY REFERENCE SLS-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  SPACE  TO SLS-NAME
           END-IF
           MOVE  SPACE         TO PRN-R WORK-HR.
           MOVE  HR-OLDSLS     TO WORK-HR-SLS.
           MOVE  SLS-NAME      TO WORK-HR-NAME.
           MOVE  HR-ST-QCNT    TO HR-TMP-QCNT.
           MOVE  HR-ST-WCNT    TO HR-TMP-WCNT.
           MOVE  HR-ST-LCNT    TO HR-TMP-LCNT.
           MOVE  HR-ST-XCNT    TO HR-TMP-XCNT.
           MOVE  HR-ST-OCNT    TO HR-TMP-OCNT.
           MOVE  HR-ST-QQTY    TO HR-TMP-QQTY.
           MOVE  HR-ST-SQTY    TO HR-TMP-SQTY.
           PERFORM  HR-LINE-RTN  THRU  HR-LINE-RTN-EXIT.
           MOVE  SPACE  TO PRN-R.
           PERFORM  PRT-RTN  THRU  PRT-RTN-EXIT.
           ADD  HR-ST-QCNT  TO HR-GT-QCNT.
           ADD  HR-ST-WCNT  TO HR-GT-WCNT.
           ADD  HR-ST-LCNT  TO HR-GT-LCNT.
           ADD  HR-ST-XCNT  TO HR-GT-XCNT.
           ADD  HR-ST-OCNT  TO HR-GT-OCNT.
           ADD  HR-ST-QQTY  TO HR-GT-QQTY.
           ADD  HR-ST-SQTY  TO HR-GT-SQTY.
           INITIALIZE HR-ST.
       HR-SUB-RTN-EXIT.
           EXIT.
      *
      *    HR-LINE-RTN  -  the counts staged in HR-TMP onto the
      *    print line with the hit rate, and printed.
      *
       HR-LINE-RTN.
           MOVE  HR-TMP-QCNT  TO WORK-HR-QCNT.
           MOVE  HR-TMP-WCNT  TO WORK-HR-WCNT.
           MOVE  HR-TMP-LCNT  TO WORK-HR-LCNT.
           MOVE  HR-TMP-XCNT  TO WORK-HR-XCNT.
           MOVE  HR-TMP-OCNT  TO WORK-HR-OCNT.
           MOVE  ZERO  TO HR-PCT.
           IF  HR-TMP-QCNT NOT = ZERO
               COMPUTE  HR-PCT ROUNDED =
                        HR-TMP-WCNT * 100 / HR-TMP-QCNT
           END-IF
           MOVE  HR-PCT       TO WORK-HR-PCT.
           MOVE  HR-TMP-QQTY  TO WORK-HR-QQTY.
           MOVE  HR-TMP-SQTY  TO WORK-HR-SQTY.
           MOVE  WORK-HR      TO PRN-R (11:119).
           PERFORM  PRT-RTN  THRU  PRT-RTN-EXIT.
       HR-LINE-RTN-EXIT.
           EXIT.
      *
      *    PRT-RTN  -  one line to the printer and, when a
      *    distribution is active, to the PDF.
      *
       PRT-RTN.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           PERFORM  DST-PUT-RTN  THRU  DST-PUT-RTN-EXIT.
       PRT-RTN-EXIT.
           EXIT.
      *
      *    DST-OPEN-RTN  -  loads the DST-RPTID report's DSTM
      *    addresses and, when there are any, opens the PDF.
      *
       DST-OPEN-RTN.
           MOVE  ZERO  TO DST-SW DST-CNT.
           CALL "DB_F_Open" USING
            "INPUT" DSTM_PNAME1 " " BY REFERENCE DSTM_IDLST "0".
       DST-OPEN-010.
           CALL "DB_Read" USING
            "AT END" DSTM_PNAME1 BY REFERENCE DST-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO DST-OPEN-020
           END-IF
           IF  DST-RPT NOT = DST-RPTID
               GO TO DST-OPEN-010
           END-IF
           IF  DST-CNT < 10
               ADD  1          TO DST-CNT
               MOVE  DST-MAIL  TO DST-ADR(DST-CNT)
           END-IF
           GO TO DST-OPEN-010.
       DST-OPEN-020.
           CALL "DB_F_Close" USING
            BY REFERENCE DSTM_IDLST DSTM_PNAME1.
           IF  DST-CNT > ZERO
               MOVE  1  TO DST-SW
               CALL "PDF_Open" RETURNING RESP
           END-IF.
       DST-OPEN-RTN-EXIT.
           EXIT.
      *
      *    DST-PUT-RTN  -  mirrors the line just printed into the
      *    PDF when a distribution is active.
      *
       DST-PUT-RTN.
           IF  DST-SW = 1
               CALL "PDF_Write" USING PRN-R RETURNING RESP
           END-IF.
       DST-PUT-RTN-EXIT.
           EXIT.
      *
      *    DST-CLSE-RTN  -  closes the PDF and mails it to every
      *    listed address.
      *
       DST-CLSE-RTN.
           IF  DST-SW NOT = 1
               GO TO DST-CLSE-RTN-EXIT
           END-IF
           CALL "PDF_Close" RETURNING RESP.
           MOVE  1  TO DST-IX.
       DST-CLSE-010.
           IF  DST-IX > DST-CNT
               GO TO DST-CLSE-020
           END-IF
           CALL "MAIL_Send" USING DST-ADR(DST-IX) RETURNING RESP.
           ADD  1  TO DST-IX.
           GO TO DST-CLSE-010.
       DST-CLSE-020.
           MOVE  ZERO  TO DST-SW.
       DST-CLSE-RTN-EXIT.
           EXIT.
      *
       R-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_F_Close" USING
            BY REFERENCE QTF_IDLST QTF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE TC-M_IDLST TC-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE SHM_IDLST SHM_PNAME1.
           CALL "DB_Close".
           STOP RUN.
