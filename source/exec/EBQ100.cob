       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         EBQ100.
      *********************************************************
      *    PROGRAM         :  RETENTION SEARCH / EXPORT        *
      *    PRINTER TYPE    :  JIPS                             *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    the search half of electronic book retention: every
      *    posted SIWAKH line and every document head archived on
      *    EBAF (BIL100's invoices, TPY100's supplier transfers and
      *    expense reimbursements) found by any combination of
      *      - source      0 = all, 1 = journal lines, 2 = invoices,
      *                    3 = payments (supplier and expense);
      *      - date range  HTRDATE / EBA-DATE, both ends inclusive;
      *      - amount      minimum / maximum on the amount without
      *                    its sign, maximum 0 = no upper limit;
      *      - customer    HCUSTCD / EBA-CUST, 0 = any;
      *      - reg. no.    the counterparty's qualified-invoice
      *                    registration number, blank = any -- a
      *                    journal line resolves it TXE100's way,
      *                    stamped HINVNO first, then the masters.
      *    each hit carries its voucher's EBSF seal state from
      *    EBS100: S = sealed and last verified unchanged, C =
      *    changed since sealing, M = lines missing, blank = not
      *    sealed yet.
      *    SEL-MODE 1 = screen search, ten to a page in date order,
      *    GLD100's paging (0 = next page, 99 = new search) over the
      *    first 200 hits; 2 = retention export -- every hit, no
      *    limit, appended to EBKEXP one fixed-length record each
      *    in file order, with the printed listing alongside for the
      *    auditor's file.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SYSTEM3100.
       OBJECT-COMPUTER. SYSTEM3100.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  SEL-MODE               PIC  9(001)      VALUE ZERO.
       01  EQ-SRC                 PIC  9(001)      VALUE ZERO.
       01  EQ-FROMD               PIC  9(008)      VALUE ZERO.
       01  EQ-TOD                 PIC  9(008)      VALUE ZERO.
       01  EQ-AMIN                PIC  9(010)      VALUE ZERO.
       01  EQ-AMAX                PIC  9(010)      VALUE ZERO.
       01  EQ-CUST                PIC  9(005)      VALUE ZERO.
       01  EQ-REGNO               PIC  X(014)      VALUE SPACE.
       01  EQ-DMM                 PIC  9(001)      VALUE ZERO.
       01  EQ-SEL                 PIC  9(002)      VALUE ZERO.
      *    the amount a hit is ranged on -- moved in from the signed
      *    amount, which leaves it without its sign.
       01  EQ-AABS                PIC  9(010)      VALUE ZERO.
       01  EQ-WINVNO              PIC  X(014)      VALUE SPACE.
       01  EQ-XCNT                PIC  9(006)      VALUE ZERO.
       01  EQ-OVER                PIC  9(001)      VALUE ZERO.
      *    the hit in hand, and the search buffer of hits in the
      *    same layout.
       01  EQ-HIT.
           02  EQ-H-DATE          PIC  9(008).
           02  EQ-H-SRC           PIC  X(001).
           02  EQ-H-DOC           PIC  9(008).
           02  EQ-H-LINE          PIC  9(003).
           02  EQ-H-DRCR          PIC  9(001).
           02  EQ-H-ACCT          PIC  9(004).
           02  EQ-H-AMT           PIC S9(010).
           02  EQ-H-CUST          PIC  9(005).
           02  EQ-H-SEAL          PIC  X(001).
       01  EQ-H-JUNLNO            PIC  9(006)      VALUE ZERO.
       01  EQ-H-HASH              PIC  9(010)      VALUE ZERO.
       01  EQ-CNT                 PIC  9(003)      VALUE ZERO.
       01  EQ-IX                  PIC  9(003)      VALUE ZERO.
       01  EQ-JX                  PIC  9(003)      VALUE ZERO.
       01  EQ-LIMIT               PIC  9(003)      VALUE ZERO.
       01  EQ-TOP                 PIC  9(003)      VALUE ZERO.
       01  EQ-ROW                 PIC  9(002)      VALUE ZERO.
       01  EQ-TBL.
           02  EQ-ENT   OCCURS  200.
               03  EQ-DATE        PIC  9(008).
               03  EQ-ESRC        PIC  X(001).
               03  EQ-DOC         PIC  9(008).
               03  EQ-LINE        PIC  9(003).
               03  EQ-DRCR        PIC  9(001).
               03  EQ-ACCT        PIC  9(004).
               03  EQ-AMT         PIC S9(010).
               03  EQ-CUSTCD      PIC  9(005).
               03  EQ-SEAL        PIC  X(001).
       01  EQ-TMP                 PIC  X(041).
       01  WORK-ROW.
           02  WORK-ROW-DATE      PIC  9(008).
           02  F                  PIC  X(01).
           02  WORK-ROW-SRC       PIC  X(001).
           02  F                  PIC  X(01).
           02  WORK-ROW-DOC       PIC  9(008).
           02  F                  PIC  X(01).
           02  WORK-ROW-LINE      PIC  ZZ9.
           02  F                  PIC  X(01).
           02  WORK-ROW-DC        PIC  X(001).
           02  F                  PIC  X(01).
           02  WORK-ROW-ACCT      PIC  9(004).
           02  F                  PIC  X(01).
           02  WORK-ROW-AMT       PIC  -9(010).
           02  F                  PIC  X(01).
           02  WORK-ROW-CUST      PIC  9(005).
           02  F                  PIC  X(01).
           02  WORK-ROW-SEAL      PIC  X(001).
       01  PRN-R                  PIC  X(132).
       77  RESP                   PIC  9(001).
       01  WORK-EQ-HD             PIC  X(050)      VALUE
            "*** RETENTION EXPORT LISTING ***".
       01  WORK-EQ-CRT1.
           02  F                  PIC  X(07)  VALUE  "PERIOD ".
           02  WORK-EQ-FROM       PIC  9(008).
           02  F                  PIC  X(03)  VALUE  " - ".
           02  WORK-EQ-TO         PIC  9(008).
           02  F                  PIC  X(10)  VALUE  "  SOURCE ".
           02  WORK-EQ-SRC        PIC  9(001).
       01  WORK-EQ-CRT2.
           02  F                  PIC  X(07)  VALUE  "AMOUNT ".
           02  WORK-EQ-AMIN       PIC  Z(009)9.
           02  F                  PIC  X(03)  VALUE  " - ".
           02  WORK-EQ-AMAX       PIC  Z(009)9.
           02  F                  PIC  X(08)  VALUE  "  CUST ".
           02  WORK-EQ-CUST       PIC  9(005).
           02  F                  PIC  X(09)  VALUE  "  REG NO ".
           02  WORK-EQ-REGNO      PIC  X(014).
       01  WORK-EQ-COLHD.
           02  F                  PIC  X(036)      VALUE
                "DATE     S DOCUMENT  LN D ACCT      ".
           02  F                  PIC  X(034)      VALUE
                "AMOUNT CUST  Z  REG-NO         TK".
       01  WORK-EQP.
           02  WORK-EQP-ROW       PIC  X(050).
           02  F                  PIC  X(02).
           02  WORK-EQP-INVNO     PIC  X(014).
           02  F                  PIC  X(01).
           02  WORK-EQP-TEKICD    PIC  9(003).
           02  F                  PIC  X(01).
           02  WORK-EQP-DOCREF    PIC  X(024).
       01  WORK-EQ-TOT.
           02  F                  PIC  X(10)  VALUE  "RECORDS : ".
           02  WORK-EQ-XCNT       PIC  ZZZZZ9.
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
      *FD  T-M
           COPY LITM.
      *FD  TC-M
           COPY LITCM.
      *FD  EBAF
           COPY LIEBAF.
      *FD  EBSF
           COPY LIEBSF.
      *FD  SIWAKH
       01  SIWAKH_EBQ100.
           02  SIWAKH_PNAME1      PIC  X(006) VALUE "SIWAKH".
           02  F                  PIC  X(001).
           02  SIWAKH_LNAME       PIC  X(013) VALUE "SIWAKH_EBQ100".
           02  F                  PIC  X(001).
           02  SIWAKH_KEY1        PIC  X(100) VALUE SPACE.
           02  SIWAKH_SORT        PIC  X(100) VALUE SPACE.
           02  SIWAKH_IDLST       PIC  X(100) VALUE SPACE.
           02  SIWAKH_RES         USAGE  POINTER.
           COPY SIWAKH.
       77  F                      PIC  X(001).
      *FD  EBKEXP
      *    retention export -- one fixed-length record per hit.
      *    EQX-SRC J = journal line, I = invoice, P = supplier
      *    transfer, E = expense reimbursement; EQX-DOC is the
      *    voucher number of a journal line and the EBA-DOCNO of a
      *    document, EQX-JUNLNO the voucher either was posted under.
      *    EQX-SEAL and EQX-HASH are the voucher's EBSF seal.
       01  EBKEXP_EBQ100.
           02  EBKEXP_PNAME1      PIC  X(006) VALUE "EBKEXP".
           02  F                  PIC  X(001).
           02  EBKEXP_LNAME       PIC  X(013) VALUE "EBKEXP_EBQ100".
           02  F                  PIC  X(001).
           02  EBKEXP_KEY1        PIC  X(100) VALUE SPACE.
           02  EBKEXP_SORT        PIC  X(100) VALUE SPACE.
           02  EBKEXP_IDLST       PIC  X(100) VALUE SPACE.
           02  EBKEXP_RES         USAGE  POINTER.
       01  EQX-REC.
           02  EQX-SRC            PIC  X(001).
           02  EQX-DATE           PIC  9(008).
           02  EQX-DOC            PIC  9(008).
           02  EQX-LINE           PIC  9(003).
           02  EQX-DRCR           PIC  9(001).
           02  EQX-ACCT           PIC  9(004).
           02  EQX-DEPT           PIC  9(004).
           02  EQX-AMT            PIC S9(010).
           02  EQX-CUST           PIC  9(005).
           02  EQX-INVNO          PIC  X(014).
           02  EQX-TEKICD         PIC  9(003).
           02  EQX-DOCREF         PIC  X(024).
           02  EQX-JUNLNO         PIC  9(006).
           02  EQX-SEAL           PIC  X(001).
           02  EQX-HASH           PIC  9(010).
           02  FILLER             PIC  X(008).
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
                "RETENTION SEARCH / EXPORT".
           02  FILLER  PIC  X(030) VALUE
                "MODE    1=SEARCH 2=EXPORT".
           02  FILLER  PIC  X(030) VALUE
                "SOURCE 0=ALL 1=JNL 2=INV 3=PAY".
           02  FILLER  PIC  X(010) VALUE
                "FROM DATE".
           02  FILLER  PIC  X(010) VALUE
                "TO   DATE".
           02  FILLER  PIC  X(010) VALUE
                "MIN AMT".
           02  FILLER  PIC  X(010) VALUE
                "MAX AMT".
           02  FILLER  PIC  X(010) VALUE
                "CUSTOMER".
           02  FILLER  PIC  X(010) VALUE
                "REG NO".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
           02  FILLER  PIC  X(050) VALUE
            "DATE     S DOCUMENT  LN D ACCT      AMOUNT CUST  Z".
           02  FILLER  PIC  X(040) VALUE
                "0=NEXT PAGE, 99=NEW SEARCH".
       01  C-LST.
           02  D-L01      PIC  X(050).
           02  D-L02      PIC  X(050).
           02  D-L03      PIC  X(050).
           02  D-L04      PIC  X(050).
           02  D-L05      PIC  X(050).
           02  D-L06      PIC  X(050).
           02  D-L07      PIC  X(050).
           02  D-L08      PIC  X(050).
           02  D-L09      PIC  X(050).
           02  D-L10      PIC  X(050).
       01  C-ACP.
           02  A-MODE     PIC  9(001).
           02  A-SRC      PIC  9(001).
           02  A-FROM     PIC  9(008).
           02  A-TO       PIC  9(008).
           02  A-AMIN     PIC  9(010).
           02  A-AMAX     PIC  9(010).
           02  A-CUST     PIC  9(005).
           02  A-REGNO    PIC  X(014).
           02  A-DMM      PIC  9(001).
           02  A-SEL      PIC  9(002).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
             03  E-ME1   PIC  X(030) VALUE
                  "***  NO MATCHING RECORDS   ***".
             03  E-ME2   PIC  X(030) VALUE
                  "***  TO < FROM DATE        ***".
             03  E-ME3   PIC  X(030) VALUE
                  "***  EXPORT COMPLETE       ***".
             03  E-ME4   PIC  X(030) VALUE
                  "***  OVER 200 NARROW SEARCH***".
             03  E-ME5   PIC  X(030) VALUE
                  "***  MAX < MIN AMOUNT      ***".
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
            "C-MID" " " "0" "0" "270" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-MID" "X" "2" "10" "40" " " "C-MID" RETURNING RESU.
       CALL "SD_Init" USING
            "02C-MID" "X" "4" "5" "30" "01C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "03C-MID" "X" "4" "40" "30" "02C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "04C-MID" "X" "5" "5" "10" "03C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "05C-MID" "X" "5" "40" "10" "04C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "06C-MID" "X" "6" "5" "10" "05C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "07C-MID" "X" "6" "40" "10" "06C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "08C-MID" "X" "7" "5" "10" "07C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "09C-MID" "X" "7" "40" "10" "08C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "10C-MID" "X" "8" "5" "20" "09C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "11C-MID" "X" "10" "5" "50" "10C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "12C-MID" "X" "22" "5" "40" "11C-MID" " " RETURNING RESU.
      *C-LST
       CALL "SD_Init" USING
            "C-LST" " " "0" "0" "500" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "D-L01" "X" "11" "5" "50" " " "C-LST" RETURNING RESU.
       CALL "SD_Init" USING
            "D-L02" "X" "12" "5" "50" "D-L01" " " RETURNING RESU.
       CALL "SD_Init" USING
            "D-L03" "X" "13" "5" "50" "D-L02" " " RETURNING RESU.
       CALL "SD_Init" USING
            "D-L04" "X" "14" "5" "50" "D-L03" " " RETURNING RESU.
       CALL "SD_Init" USING
            "D-L05" "X" "15" "5" "50" "D-L04" " " RETURNING RESU.
       CALL "SD_Init" USING
            "D-L06" "X" "16" "5" "50" "D-L05" " " RETURNING RESU.
       CALL "SD_Init" USING
            "D-L07" "X" "17" "5" "50" "D-L06" " " RETURNING RESU.
       CALL "SD_Init" USING
            "D-L08" "X" "18" "5" "50" "D-L07" " " RETURNING RESU.
       CALL "SD_Init" USING
            "D-L09" "X" "19" "5" "50" "D-L08" " " RETURNING RESU.
       CALL "SD_Init" USING
            "D-L10" "X" "20" "5" "50" "D-L09" " " RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "60" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-MODE" "9" "4" "36" "1" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-MODE" BY REFERENCE SEL-MODE "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-SRC" "9" "4" "72" "1" "A-MODE" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-SRC" BY REFERENCE EQ-SRC "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-FROM" "9" "5" "16" "8" "A-SRC" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-FROM" BY REFERENCE EQ-FROMD "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-TO" "9" "5" "51" "8" "A-FROM" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-TO" BY REFERENCE EQ-TOD "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-AMIN" "9" "6" "16" "10" "A-TO" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-AMIN" BY REFERENCE EQ-AMIN "10" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-AMAX" "9" "6" "51" "10" "A-AMIN" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-AMAX" BY REFERENCE EQ-AMAX "10" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-CUST" "9" "7" "16" "5" "A-AMAX" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-CUST" BY REFERENCE EQ-CUST "5" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-REGNO" "X" "7" "51" "14" "A-CUST" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-REGNO" BY REFERENCE EQ-REGNO "14" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "8" "26" "1" "A-REGNO" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DMM" BY REFERENCE EQ-DMM "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-SEL" "9" "22" "50" "2" "A-DMM" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-SEL" BY REFERENCE EQ-SEL "2" "0" RETURNING RESU.
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
       R-05.
           MOVE    SPACE    TO  ERR-STAT.
           MOVE    ZERO     TO  RESU.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "SD_Output" USING "C-MID" C-MID "p" RETURNING RESU.
           MOVE  ZERO   TO SEL-MODE EQ-SRC EQ-FROMD EQ-TOD EQ-AMIN
                           EQ-AMAX EQ-CUST EQ-DMM EQ-SEL EQ-CNT EQ-TOP.
           MOVE  SPACE  TO EQ-REGNO.
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
           IF  SEL-MODE NOT = 1  AND  2
               GO TO R-08
           END-IF.
       R-10.
           CALL "SD_Accept" USING BY REFERENCE A-SRC "A-SRC" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-08
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-10
           END-IF
           IF  EQ-SRC > 3
               GO TO R-10
           END-IF.
       R-12.
           CALL "SD_Accept" USING BY REFERENCE A-FROM "A-FROM" "9" "8"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-10
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-12
           END-IF.
       R-14.
           CALL "SD_Accept" USING BY REFERENCE A-TO "A-TO" "9" "8"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-12
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-14
           END-IF
           IF  EQ-TOD = ZERO
               GO TO R-14
           END-IF
           IF  EQ-TOD < EQ-FROMD
               CALL "SD_Output" USING
                "E-ME2" E-ME2 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-14
           END-IF.
       R-16.
           CALL "SD_Accept" USING BY REFERENCE A-AMIN "A-AMIN" "9" "10"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-14
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-16
           END-IF.
       R-18.
           CALL "SD_Accept" USING BY REFERENCE A-AMAX "A-AMAX" "9" "10"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-16
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-18
           END-IF
           IF  EQ-AMAX NOT = ZERO  AND  EQ-AMAX < EQ-AMIN
               CALL "SD_Output" USING
                "E-ME5" E-ME5 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-18
           END-IF.
       R-20.
           CALL "SD_Accept" USING BY REFERENCE A-CUST "A-CUST" "9" "5"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-18
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-20
           END-IF.
       R-22.
           CALL "SD_Accept" USING BY REFERENCE A-REGNO "A-REGNO" "X"
            "14" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-20
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-22
           END-IF.
       R-25.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-22
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-25
           END-IF
           IF  EQ-DMM NOT = 1  AND  9
               GO TO R-25
           END-IF
           IF  EQ-DMM = 9
               GO TO R-05
           END-IF
           IF  SEL-MODE = 2
               GO TO R-50
           END-IF
      *
           MOVE  ZERO  TO EQ-CNT EQ-OVER EQ-TOP.
           PERFORM  EQ-SCAN-RTN  THRU  EQ-SCAN-RTN-EXIT.
           PERFORM  EQ-SORT-RTN  THRU  EQ-SORT-RTN-EXIT.
           IF  EQ-CNT = ZERO
               CALL "SD_Output" USING
                "E-ME1" E-ME1 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-10
           END-IF
           IF  EQ-OVER = 1
               CALL "SD_Output" USING
                "E-ME4" E-ME4 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
           END-IF.
       R-30.
           PERFORM  EQ-PAGE-RTN  THRU  EQ-PAGE-RTN-EXIT.
       R-35.
           CALL "SD_Accept" USING BY REFERENCE A-SEL "A-SEL" "9" "2"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = PF9
               CALL "C3_Set_Jrcode" USING
                USER_ID BY REFERENCE COMPLETION_CODE  255
               GO TO R-95
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-35
           END-IF
           IF  EQ-SEL = 99
               GO TO R-05
           END-IF
           IF  EQ-SEL NOT = 0
               GO TO R-35
           END-IF
           ADD  10  TO EQ-TOP.
           IF  EQ-TOP NOT < EQ-CNT
               MOVE  ZERO  TO EQ-TOP
           END-IF
           GO TO R-30.
      *
       R-50.
           MOVE  ZERO  TO EQ-XCNT.
           CALL "PR_Open" RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-EQ-HD     TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  EQ-FROMD       TO WORK-EQ-FROM.
           MOVE  EQ-TOD         TO WORK-EQ-TO.
           MOVE  EQ-SRC         TO WORK-EQ-SRC.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-EQ-CRT1   TO PRN-R (11:37).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  EQ-AMIN        TO WORK-EQ-AMIN.
           MOVE  EQ-AMAX        TO WORK-EQ-AMAX.
           MOVE  EQ-CUST        TO WORK-EQ-CUST.
           MOVE  EQ-REGNO       TO WORK-EQ-REGNO.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-EQ-CRT2   TO PRN-R (11:66).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-EQ-COLHD  TO PRN-R (11:70).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "DB_F_Open" USING
            "EXTEND" EBKEXP_PNAME1 " " BY REFERENCE EBKEXP_IDLST "0".
           PERFORM  EQ-SCAN-RTN  THRU  EQ-SCAN-RTN-EXIT.
           CALL "DB_F_Close" USING
            BY REFERENCE EBKEXP_IDLST EBKEXP_PNAME1.
           MOVE  SPACE          TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  EQ-XCNT        TO WORK-EQ-XCNT.
           MOVE  WORK-EQ-TOT    TO PRN-R (11:16).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "PR_Close" RETURNING RESP.
           IF  EQ-XCNT = ZERO
               CALL "SD_Output" USING
                "E-ME1" E-ME1 "p" RETURNING RESU
           ELSE
               CALL "SD_Output" USING
                "E-ME3" E-ME3 "p" RETURNING RESU
           END-IF
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO R-05.
      *
      *    EQ-SCAN-RTN  -  one SIWAKH pass for journal lines and
      *    one EBAF pass for document heads, each candidate put
      *    through the criteria and each hit handed to EQ-HIT-RTN.
      *
       EQ-SCAN-RTN.
           CALL "DB_F_Open" USING
            "INPUT" T-M_PNAME1 "SHARED" BY REFERENCE T-M_IDLST
            "2" "T-KEY" BY REFERENCE T-KEY "T-KEY2" BY REFERENCE
            T-KEY2.
           CALL "DB_F_Open" USING
            "INPUT" TC-M_PNAME1 "SHARED" BY REFERENCE TC-M_IDLST "1"
            "TC-KEY" BY REFERENCE TC-KEY.
           CALL "DB_F_Open" USING
            "INPUT" EBSF_PNAME1 "SHARED" BY REFERENCE EBSF_IDLST "1"
            "EBS-KEY" BY REFERENCE EBS-KEY.
           IF  EQ-SRC NOT = 0  AND  NOT = 1
               GO TO EQ-SCAN-020
           END-IF
           CALL "DB_F_Open" USING
            "INPUT" SIWAKH_PNAME1 " " BY REFERENCE SIWAKH_IDLST "0".
       EQ-SCAN-010.
           CALL "DB_Read" USING
            "AT END" SIWAKH_PNAME1 BY REFERENCE SH-REC " "
            RETURNING RET.
           IF  RET = 1
               CALL "DB_F_Close" USING
                BY REFERENCE SIWAKH_IDLST SIWAKH_PNAME1
               GO TO EQ-SCAN-020
           END-IF
           IF  HTRDATE < EQ-FROMD  OR  > EQ-TOD
               GO TO EQ-SCAN-010
           END-IF
           IF  EQ-CUST NOT = ZERO  AND  HCUSTCD NOT = EQ-CUST
               GO TO EQ-SCAN-010
           END-IF
           MOVE  HAMOUNT  TO EQ-AABS.
           IF  EQ-AABS < EQ-AMIN
               GO TO EQ-SCAN-010
           END-IF
           IF  EQ-AMAX NOT = ZERO  AND  EQ-AABS > EQ-AMAX
               GO TO EQ-SCAN-010
           END-IF
           PERFORM  EQ-INV-RTN  THRU  EQ-INV-RTN-EXIT.
           IF  EQ-REGNO NOT = SPACE  AND  EQ-WINVNO NOT = EQ-REGNO
               GO TO EQ-SCAN-010
           END-IF
           MOVE  HTRDATE   TO EQ-H-DATE.
           MOVE  "J"       TO EQ-H-SRC.
           MOVE  HJUNLNO   TO EQ-H-DOC EQ-H-JUNLNO.
           MOVE  HLINENO   TO EQ-H-LINE.
           MOVE  HDR-CR    TO EQ-H-DRCR.
           MOVE  HACCNTCD  TO EQ-H-ACCT.
           MOVE  HAMOUNT   TO EQ-H-AMT.
           MOVE  HCUSTCD   TO EQ-H-CUST.
           PERFORM  EQ-SEAL-RTN  THRU  EQ-SEAL-RTN-EXIT.
           IF  SEL-MODE = 2
               MOVE  SPACE     TO EQX-REC
               MOVE  HSECTCD   TO EQX-DEPT
               MOVE  HTEKICD   TO EQX-TEKICD
               MOVE  HDOCREF   TO EQX-DOCREF
           END-IF
           PERFORM  EQ-HIT-RTN  THRU  EQ-HIT-RTN-EXIT.
           GO TO EQ-SCAN-010.
       EQ-SCAN-020.
           IF  EQ-SRC = 1
               GO TO EQ-SCAN-040
           END-IF
           CALL "DB_F_Open" USING
            "INPUT" EBAF_PNAME1 " " BY REFERENCE EBAF_IDLST "0".
       EQ-SCAN-030.
           CALL "DB_Read" USING
            "AT END" EBAF_PNAME1 BY REFERENCE EBA-R " "
            RETURNING RET.
           IF  RET = 1
               CALL "DB_F_Close" USING
                BY REFERENCE EBAF_IDLST EBAF_PNAME1
               GO TO EQ-SCAN-040
           END-IF
           IF  EBA-SEQ NOT = ZERO
               GO TO EQ-SCAN-030
           END-IF
           IF  EQ-SRC = 2  AND  EBA-KIND NOT = 1
               GO TO EQ-SCAN-030
           END-IF
           IF  EQ-SRC = 3  AND  EBA-KIND = 1
               GO TO EQ-SCAN-030
           END-IF
           IF  EBA-DATE < EQ-FROMD  OR  > EQ-TOD
               GO TO EQ-SCAN-030
           END-IF
           IF  EQ-CUST NOT = ZERO  AND  EBA-CUST NOT = EQ-CUST
               GO TO EQ-SCAN-030
           END-IF
           MOVE  EBA-AMT  TO EQ-AABS.
           IF  EQ-AABS < EQ-AMIN
               GO TO EQ-SCAN-030
           END-IF
           IF  EQ-AMAX NOT = ZERO  AND  EQ-AABS > EQ-AMAX
               GO TO EQ-SCAN-030
           END-IF
           IF  EQ-REGNO NOT = SPACE  AND  EBA-INVNO NOT = EQ-REGNO
               GO TO EQ-SCAN-030
           END-IF
           MOVE  EBA-INVNO   TO EQ-WINVNO.
           MOVE  EBA-DATE    TO EQ-H-DATE.
           EVALUATE  EBA-KIND
             WHEN 1   MOVE "I" TO EQ-H-SRC
             WHEN 2   MOVE "P" TO EQ-H-SRC
             WHEN OTHER  MOVE "E" TO EQ-H-SRC
           END-EVALUATE
           MOVE  EBA-DOCNO   TO EQ-H-DOC.
           MOVE  EBA-LINENO  TO EQ-H-LINE.
           MOVE  ZERO        TO EQ-H-DRCR EQ-H-ACCT.
           MOVE  EBA-AMT     TO EQ-H-AMT.
           MOVE  EBA-CUST    TO EQ-H-CUST.
           MOVE  EBA-JUNLNO  TO EQ-H-JUNLNO.
           PERFORM  EQ-SEAL-RTN  THRU  EQ-SEAL-RTN-EXIT.
           IF  SEL-MODE = 2
               MOVE  SPACE   TO EQX-REC
               MOVE  ZERO    TO EQX-DEPT EQX-TEKICD
               MOVE  SPACE   TO EQX-DOCREF
           END-IF
           PERFORM  EQ-HIT-RTN  THRU  EQ-HIT-RTN-EXIT.
           GO TO EQ-SCAN-030.
       EQ-SCAN-040.
           CALL "DB_F_Close" USING
            BY REFERENCE EBSF_IDLST EBSF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE TC-M_IDLST TC-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE T-M_IDLST T-M_PNAME1.
       EQ-SCAN-RTN-EXIT.
           EXIT.
      *
      *    EQ-INV-RTN  -  registration number for the SH-REC just
      *    read: the stamped HINVNO first, then the masters, the
      *    same order as TXE100's TX-INV-RTN.
      *
       EQ-INV-RTN.
           MOVE  SPACE  TO EQ-WINVNO.
           IF  HINVNO NOT = SPACE
               MOVE  HINVNO  TO EQ-WINVNO
               GO TO EQ-INV-RTN-EXIT
           END-IF
           IF  HCUSTCD = ZERO
               GO TO EQ-INV-RTN-EXIT
           END-IF
           IF  HCUSTCD NOT > 9999
               MOVE  HCUSTCD  TO T-KEY
               CALL "DB_Read" USING
                "INVALID KEY" T-M_PNAME1 BY REFERENCE T-R "UNLOCK"
                RETURNING RET
               IF  RET = 0  AND  T-INVNO NOT = SPACE
                   MOVE  T-INVNO  TO EQ-WINVNO
                   GO TO EQ-INV-RTN-EXIT
               END-IF
           END-IF
           MOVE  HCUSTCD  TO TC-TCD.
           MOVE  1        TO TC-CCD.
           CALL "DB_Read" USING
            "INVALID KEY" TC-M_PNAME1 BY REFERENCE TC-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0
               MOVE  TC-INVNO  TO EQ-WINVNO
           END-IF.
       EQ-INV-RTN-EXIT.
           EXIT.
      *
      *    EQ-SEAL-RTN  -  seal state and check value of the voucher
      *    (EQ-H-DATE + EQ-H-JUNLNO) the hit belongs to.
      *
       EQ-SEAL-RTN.
           MOVE  SPACE  TO EQ-H-SEAL.
           MOVE  ZERO   TO EQ-H-HASH.
           IF  EQ-H-JUNLNO = ZERO
               GO TO EQ-SEAL-RTN-EXIT
           END-IF
           MOVE  EQ-H-DATE    TO EBS-DATE.
           MOVE  EQ-H-JUNLNO  TO EBS-JUNLNO.
           CALL "DB_Read" USING
            "INVALID KEY" EBSF_PNAME1 BY REFERENCE EBS-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO TO EQ-SEAL-RTN-EXIT
           END-IF
           IF  EBS-STAT NOT = 1
               GO TO EQ-SEAL-RTN-EXIT
           END-IF
           MOVE  EBS-HASH  TO EQ-H-HASH.
           EVALUATE  EBS-VRES
             WHEN 1   MOVE "C" TO EQ-H-SEAL
             WHEN 2   MOVE "M" TO EQ-H-SEAL
             WHEN OTHER  MOVE "S" TO EQ-H-SEAL
           END-EVALUATE.
       EQ-SEAL-RTN-EXIT.
           EXIT.
      *
      *    EQ-HIT-RTN  -  mode 1 buffers the hit (the first 200);
      *    mode 2 writes it to EBKEXP and prints it.
      *
       EQ-HIT-RTN.
           IF  SEL-MODE = 2
               GO TO EQ-HIT-010
           END-IF
           IF  EQ-CNT NOT < 200
               MOVE  1  TO EQ-OVER
               GO TO EQ-HIT-RTN-EXIT
           END-IF
           ADD  1  TO EQ-CNT.
           MOVE  EQ-HIT  TO EQ-ENT(EQ-CNT).
           GO TO EQ-HIT-RTN-EXIT.
       EQ-HIT-010.
           MOVE  EQ-H-SRC     TO EQX-SRC.
           MOVE  EQ-H-DATE    TO EQX-DATE.
           MOVE  EQ-H-DOC     TO EQX-DOC.
           MOVE  EQ-H-LINE    TO EQX-LINE.
           MOVE  EQ-H-DRCR    TO EQX-DRCR.
           MOVE  EQ-H-ACCT    TO EQX-ACCT.
           MOVE  EQ-H-AMT     TO EQX-AMT.
           MOVE  EQ-H-CUST    TO EQX-CUST.
           MOVE  EQ-WINVNO    TO EQX-INVNO.
           MOVE  EQ-H-JUNLNO  TO EQX-JUNLNO.
           MOVE  EQ-H-SEAL    TO EQX-SEAL.
           MOVE  EQ-H-HASH    TO EQX-HASH.
           CALL "DB_Insert" USING
            EBKEXP_PNAME1 EBKEXP_LNAME EQX-REC RETURNING RET.
           ADD  1  TO EQ-XCNT.
           PERFORM  EQ-ROW-RTN  THRU  EQ-ROW-RTN-EXIT.
           MOVE  SPACE        TO PRN-R WORK-EQP.
           MOVE  WORK-ROW     TO WORK-EQP-ROW.
           MOVE  EQX-INVNO    TO WORK-EQP-INVNO.
           MOVE  EQX-TEKICD   TO WORK-EQP-TEKICD.
           MOVE  EQX-DOCREF   TO WORK-EQP-DOCREF.
           MOVE  WORK-EQP     TO PRN-R (11:95).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
       EQ-HIT-RTN-EXIT.
           EXIT.
      *
      *    EQ-ROW-RTN  -  the hit in EQ-HIT formatted as a row.
      *
       EQ-ROW-RTN.
           MOVE  SPACE        TO WORK-ROW.
           MOVE  EQ-H-DATE    TO WORK-ROW-DATE.
           MOVE  EQ-H-SRC     TO WORK-ROW-SRC.
           MOVE  EQ-H-DOC     TO WORK-ROW-DOC.
           MOVE  EQ-H-LINE    TO WORK-ROW-LINE.
           MOVE  SPACE        TO WORK-ROW-DC.
           IF  EQ-H-SRC = "J"
               IF  EQ-H-DRCR = 0
                   MOVE  "D"  TO WORK-ROW-DC
               ELSE
                   MOVE  "C"  TO WORK-ROW-DC
               END-IF
           END-IF
           MOVE  EQ-H-ACCT    TO WORK-ROW-ACCT.
           MOVE  EQ-H-AMT     TO WORK-ROW-AMT.
           MOVE  EQ-H-CUST    TO WORK-ROW-CUST.
           MOVE  EQ-H-SEAL    TO WORK-ROW-SEAL.
       EQ-ROW-RTN-EXIT.
           EXIT.
      *
      *    EQ-SORT-RTN  -  selection sort of the buffer into date /
      *    source / document / line order, GLD100's GD-SORT-RTN.
      *
       EQ-SORT-RTN.
           IF  EQ-CNT < 2
               GO TO EQ-SORT-RTN-EXIT
           END-IF
           COMPUTE  EQ-LIMIT = EQ-CNT - 1.
           MOVE  1  TO EQ-IX.
       EQ-SORT-010.
           IF  EQ-IX > EQ-LIMIT
               GO TO EQ-SORT-RTN-EXIT
           END-IF
           COMPUTE  EQ-JX = EQ-IX + 1.
       EQ-SORT-020.
           IF  EQ-JX > EQ-CNT
               ADD  1  TO EQ-IX
               GO TO EQ-SORT-010
           END-IF
           IF  EQ-ENT(EQ-JX)(1:20) < EQ-ENT(EQ-IX)(1:20)
               MOVE  EQ-ENT(EQ-IX)  TO EQ-TMP
               MOVE  EQ-ENT(EQ-JX)  TO EQ-ENT(EQ-IX)
               MOVE  EQ-TMP         TO EQ-ENT(EQ-JX)
           END-IF
           ADD  1  TO EQ-JX.
           GO TO EQ-SORT-020.
       EQ-SORT-RTN-EXIT.
           EXIT.
      *
      *    EQ-PAGE-RTN  -  formats the ten rows from EQ-TOP into
      *    the display lines (blank rows past the buffer end).
      *
       EQ-PAGE-RTN.
           MOVE  SPACE  TO C-LST.
           MOVE  1  TO EQ-ROW.
       EQ-PAGE-010.
           IF  EQ-ROW > 10
               GO TO EQ-PAGE-020
           END-IF
           COMPUTE  EQ-IX = EQ-TOP + EQ-ROW.
           MOVE  SPACE  TO WORK-ROW.
           IF  EQ-IX NOT > EQ-CNT
               MOVE  EQ-ENT(EQ-IX)  TO EQ-HIT
               PERFORM  EQ-ROW-RTN  THRU  EQ-ROW-RTN-EXIT
           END-IF
           EVALUATE  EQ-ROW
             WHEN 1   MOVE WORK-ROW TO D-L01
             WHEN 2   MOVE WORK-ROW TO D-L02
             WHEN 3   MOVE WORK-ROW TO D-L03
             WHEN 4   MOVE WORK-ROW TO D-L04
             WHEN 5   MOVE WORK-ROW TO D-L05
             WHEN 6   MOVE WORK-ROW TO D-L06
             WHEN 7   MOVE WORK-ROW TO D-L07
             WHEN 8   MOVE WORK-ROW TO D-L08
             WHEN 9   MOVE WORK-ROW TO D-L09
             WHEN 10  MOVE WORK-ROW TO D-L10
           END-EVALUATE
           ADD  1  TO EQ-ROW.
           GO TO EQ-PAGE-010.
       EQ-PAGE-020.
           CALL "SD_Output" USING "C-LST" C-LST "p" RETURNING RESU.
       EQ-PAGE-RTN-EXIT.
           EXIT.
      *
       R-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_Close".
           STOP RUN.
