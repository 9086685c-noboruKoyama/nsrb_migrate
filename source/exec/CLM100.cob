       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         CLM100.
      *********************************************************
      *    PROGRAM         :  CARRIER CLAIM ENTRY / POSTING    *
      *    PRINTER TYPE    :  JIPS                             *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    the follow-up to a POD100 exception, so a damaged,
      *    short or lost delivery is claimed from the carrier
      *    instead of quietly staying our loss.  SEL-MODE, the
      *    FRC100 idiom:
      *      1 = claim entry: slip + shipping date; the slip's POD
      *          must carry a nonzero exception code, which the
      *          claim takes as its type.  the carrier defaults to
      *          the one the slip's tracking came back from (TRKF
      *          carton 1), else the ship-to's DLVM carrier, and
      *          must be on CARM.  the carrier's reference number
      *          and the photo reference are free text.  up to five
      *          affected items, each one on the slip and no more
      *          than shipped, valued at the CST-M average cost;
      *          their total is the claim amount.  status 1 filed /
      *          2 accepted / 3 rejected / 4 paid with the amount
      *          received (not over the claim).  once the
      *          receivable has posted the items are frozen; a
      *          closed claim (cleared off the receivable) cannot
      *          be changed.
      *      2 = posting run: every claim not yet raised posts its
      *          amount as a receivable from the carrier (JCON7
      *          classification 63, debit receivable / credit the
      *          loss account, HTEKICD 741) -- a claim rejected
      *          before it was ever raised just closes.  a paid
      *          claim posts the receipt against the receivable
      *          (classification 62, HTEKICD 742) and any shortfall
      *          of the payment is written back off the receivable
      *          to the loss account (classification 63 reversed,
      *          HTEKICD 743); a rejected claim writes off the lot
      *          the same way.  the claim is rewritten with each
      *          voucher number, the FRTF posted-flag convention, so
      *          a rerun finds nothing left.  a PLK-M locked month
      *          refuses the run.
      *    CLR100 reports the claims by carrier and exception type
      *    each month.
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
       01  M-OSTAT                PIC  9(001)      VALUE ZERO.
       01  A-03                   PIC  9(006)      VALUE ZERO.
       01  A-NGP                  PIC  9(008)      VALUE ZERO.
       01  POST-YMD.
           02  POST-YY            PIC  9(002).
           02  POST-MM            PIC  9(002).
           02  POST-DD            PIC  9(002).
       01  POST-DATE              PIC  9(008)      VALUE ZERO.
       01  POST-NG                PIC  9(006)      VALUE ZERO.
       01  POST-JUNLNO            PIC  9(006)      VALUE ZERO.
       01  POST-LINENO            PIC  9(002)      VALUE ZERO.
      *    one posting: classification, direction and amount.
       01  CP-CLS                 PIC  9(002)      VALUE ZERO.
       01  CP-DIR                 PIC  9(001)      VALUE ZERO.
       01  CP-AMT                 PIC  9(009)      VALUE ZERO.
       01  CP-TEKI                PIC  9(003)      VALUE ZERO.
       01  CP-SHORT               PIC  9(009)      VALUE ZERO.
       01  CP-CNT                 PIC  9(005)      VALUE ZERO.
      *    the slip's items and shipped quantities, for the check
      *    on each claimed line.
       01  SL-CNT                 PIC  9(003)      VALUE ZERO.
       01  SL-IX                  PIC  9(003)      VALUE ZERO.
       01  SL-TBL.
           02  SL-ENT   OCCURS  100.
               03  SL-HCD         PIC  9(006).
               03  SL-QTY         PIC S9(006).
       01  SL-021                 PIC  9(004)      VALUE ZERO.
       01  SL-022                 PIC  9(003)      VALUE ZERO.
       01  W-QTY                  PIC S9(006)      VALUE ZERO.
       01  W-IX                   PIC  9(002)      VALUE ZERO.
       01  W-ERR                  PIC  9(001)      VALUE ZERO.
       01  CL-IX                  PIC  9(001)      VALUE ZERO.
       01  CL-ICNT                PIC  9(001)      VALUE ZERO.
      *    screen display of each line's value and the total.
       01  CL-DTBL.
           02  CL-DVAL  OCCURS  5  PIC  ZZZZZZZ9.
       01  CL-DAMT                PIC  ZZZZZZZZ9.
       01  PRN-R                  PIC  X(132).
       77  RESP                   PIC  9(001).
       01  WORK-CP-HD             PIC  X(050)      VALUE
            "*** CARRIER CLAIM POSTING REGISTER ***".
       01  WORK-CP-COLHD          PIC  X(060)      VALUE
            "SLIP   SHIP DATE CAR ST STEP            AMOUNT VOUCHER".
       01  WORK-CP.
           02  WORK-CP-03         PIC  9(006).
           02  F                  PIC  X(01).
           02  WORK-CP-NGP        PIC  9(008).
           02  F                  PIC  X(02).
           02  WORK-CP-CAR        PIC  9(003).
           02  F                  PIC  X(01).
           02  WORK-CP-STAT       PIC  9(001).
           02  F                  PIC  X(02).
           02  WORK-CP-STEP       PIC  X(012).
           02  F                  PIC  X(01).
           02  WORK-CP-AMT        PIC  ZZZZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-CP-JUN        PIC  9(006).
       01  WORK-CP-SUM.
           02  F                  PIC  X(08)  VALUE  "POSTED :".
           02  WORK-CP-CNT        PIC  ZZZZ9.
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
           COPY  LIBPLK.
           COPY  L-JCON.
      *FD  KMK-M
           COPY LIKMK.
      *FD  CARM
           COPY LICARM.
      *FD  CST-M
           COPY LICSTM.
      *FD  DLVM
           COPY LIDLVM.
      *FD  TRKF
           COPY LITRKF.
      *FD  CLMF
           COPY LICLMF.
      *FD  SIWAKH
       01  SIWAKH_CLM100.
           02  SIWAKH_PNAME1      PIC  X(006) VALUE "SIWAKH".
           02  F                  PIC  X(001).
           02  SIWAKH_LNAME       PIC  X(013) VALUE "SIWAKH_CLM100".
           02  F                  PIC  X(001).
           02  SIWAKH_KEY1        PIC  X(100) VALUE SPACE.
           02  SIWAKH_SORT        PIC  X(100) VALUE SPACE.
           02  SIWAKH_IDLST       PIC  X(100) VALUE SPACE.
           02  SIWAKH_RES         USAGE  POINTER.
           COPY SIWAKH.
       77  F                      PIC  X(001).
      *FD  PODF
       01  PODF_CLM100.
           02  PODF_PNAME1        PIC  X(006) VALUE "PODF".
           02  F                  PIC  X(001).
           02  PODF_LNAME         PIC  X(011) VALUE "PODF_CLM100".
           02  F                  PIC  X(001).
           02  PODF_KEY1          PIC  X(100) VALUE SPACE.
           02  PODF_SORT          PIC  X(100) VALUE SPACE.
           02  PODF_IDLST         PIC  X(100) VALUE SPACE.
           02  PODF_RES           USAGE  POINTER.
           COPY PODF.
      *FD  JSJDRF
       01  JSJDRF_CLM100.
           02  JSJDRF_PNAME1      PIC  X(006) VALUE "JSJDRF".
           02  F                  PIC  X(001).
           02  JSJDRF_LNAME       PIC  X(013) VALUE "JSJDRF_CLM100".
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
                "CARRIER CLAIM ENTRY / POSTING".
           02  FILLER  PIC  X(030) VALUE
                "MODE  1=CLAIM 2=POST".
           02  FILLER  PIC  X(020) VALUE
                "SLIP NUMBER".
           02  FILLER  PIC  X(020) VALUE
                "SHIP DATE  CCYYMMDD".
           02  FILLER  PIC  X(020) VALUE
                "EXCEPTION CODE".
           02  FILLER  PIC  X(020) VALUE
                "CARRIER CODE".
           02  FILLER  PIC  X(020) VALUE
                "CARRIER REF NO".
           02  FILLER  PIC  X(020) VALUE
                "PHOTO REF".
           02  FILLER  PIC  X(020) VALUE
                "ITEM / QTY / VALUE".
           02  FILLER  PIC  X(020) VALUE
                "CLAIM AMOUNT".
           02  FILLER  PIC  X(020) VALUE
                "STAT 1F 2A 3R 4PAID".
           02  FILLER  PIC  X(020) VALUE
                "PAID AMOUNT".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-DSP.
           02  D-EXCF     PIC  9(002).
           02  D-VAL1     PIC  X(008).
           02  D-VAL2     PIC  X(008).
           02  D-VAL3     PIC  X(008).
           02  D-VAL4     PIC  X(008).
           02  D-VAL5     PIC  X(008).
           02  D-AMTF     PIC  X(009).
       01  C-ACP.
           02  A-MODE     PIC  9(001).
           02  A-03F      PIC  9(006).
           02  A-NGPF     PIC  9(008).
           02  A-CARF     PIC  9(003).
           02  A-REFF     PIC  X(020).
           02  A-PHOTOF   PIC  X(020).
           02  A-HCD1     PIC  9(006).
           02  A-QTY1     PIC  9(004).
           02  A-HCD2     PIC  9(006).
           02  A-QTY2     PIC  9(004).
           02  A-HCD3     PIC  9(006).
           02  A-QTY3     PIC  9(004).
           02  A-HCD4     PIC  9(006).
           02  A-QTY4     PIC  9(004).
           02  A-HCD5     PIC  9(006).
           02  A-QTY5     PIC  9(004).
           02  A-STATF    PIC  9(001).
           02  A-PAIDF    PIC  9(009).
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
             03  E-ME1   PIC  X(030) VALUE
                  "***  NO POD EXCEPTION      ***".
             03  E-ME2   PIC  X(030) VALUE
                  "***  CLAIM CLOSED          ***".
             03  E-ME3   PIC  X(030) VALUE
                  "***  CARRIER NOT ON FILE   ***".
             03  E-ME4   PIC  X(030) VALUE
                  "***  ITEM NOT ON SLIP      ***".
             03  E-ME5   PIC  X(030) VALUE
                  "***  QTY OVER SHIPPED      ***".
             03  E-ME6   PIC  X(030) VALUE
                  "***  PAID OVER CLAIM       ***".
             03  E-ME7   PIC  X(030) VALUE
                  "***  PERIOD LOCKED         ***".
             03  E-ME8   PIC  X(030) VALUE
                  "***  DONE                  ***".
             03  E-ME9   PIC  X(030) VALUE
                  "***  NO ITEMS KEYED        ***".
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
            "C-MID" " " "0" "0" "290" " " " " RETURNING RESU.
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
            "10C-MID" "X" "18" "10" "20" "09C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "11C-MID" "X" "19" "10" "20" "10C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "12C-MID" "X" "20" "10" "20" "11C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "13C-MID" "X" "22" "10" "20" "12C-MID" " " RETURNING RESU.
      *C-DSP
       CALL "SD_Init" USING
            "C-DSP" " " "0" "0" "51" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "D-EXCF" "9" "9" "31" "2" " " "C-DSP" RETURNING RESU.
       CALL "SD_From" USING
            "D-EXCF" BY REFERENCE CLM-EXC "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "D-VAL1" "X" "13" "45" "8" "D-EXCF" " " RETURNING RESU.
       CALL "SD_From" USING
            "D-VAL1" BY REFERENCE CL-DVAL(1) "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "D-VAL2" "X" "14" "45" "8" "D-VAL1" " " RETURNING RESU.
       CALL "SD_From" USING
            "D-VAL2" BY REFERENCE CL-DVAL(2) "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "D-VAL3" "X" "15" "45" "8" "D-VAL2" " " RETURNING RESU.
       CALL "SD_From" USING
            "D-VAL3" BY REFERENCE CL-DVAL(3) "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "D-VAL4" "X" "16" "45" "8" "D-VAL3" " " RETURNING RESU.
       CALL "SD_From" USING
            "D-VAL4" BY REFERENCE CL-DVAL(4) "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "D-VAL5" "X" "17" "45" "8" "D-VAL4" " " RETURNING RESU.
       CALL "SD_From" USING
            "D-VAL5" BY REFERENCE CL-DVAL(5) "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "D-AMTF" "X" "18" "31" "9" "D-VAL5" " " RETURNING RESU.
       CALL "SD_From" USING
            "D-AMTF" BY REFERENCE CL-DAMT "9" "0" RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "119" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-MODE" "9" "5" "45" "1" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-MODE" BY REFERENCE SEL-MODE "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-03F" "9" "7" "31" "6" "A-MODE" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-03F" BY REFERENCE A-03 "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-NGPF" "9" "8" "31" "8" "A-03F" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-NGPF" BY REFERENCE A-NGP "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-CARF" "9" "10" "31" "3" "A-NGPF" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-CARF" BY REFERENCE CLM-CAR "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-REFF" "X" "11" "31" "20" "A-CARF" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-REFF" BY REFERENCE CLM-REF "20" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-PHOTOF" "X" "12" "31" "20" "A-REFF" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-PHOTOF" BY REFERENCE CLM-PHOTO "20" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-HCD1" "9" "13" "31" "6" "A-PHOTOF" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-HCD1" BY REFERENCE CLM-HCD(1) "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-QTY1" "9" "13" "39" "4" "A-HCD1" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-QTY1" BY REFERENCE CLM-QTY(1) "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-HCD2" "9" "14" "31" "6" "A-QTY1" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-HCD2" BY REFERENCE CLM-HCD(2) "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-QTY2" "9" "14" "39" "4" "A-HCD2" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-QTY2" BY REFERENCE CLM-QTY(2) "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-HCD3" "9" "15" "31" "6" "A-QTY2" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-HCD3" BY REFERENCE CLM-HCD(3) "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-QTY3" "9" "15" "39" "4" "A-HCD3" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-QTY3" BY REFERENCE CLM-QTY(3) "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-HCD4" "9" "16" "31" "6" "A-QTY3" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-HCD4" BY REFERENCE CLM-HCD(4) "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-QTY4" "9" "16" "39" "4" "A-HCD4" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-QTY4" BY REFERENCE CLM-QTY(4) "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-HCD5" "9" "17" "31" "6" "A-QTY4" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-HCD5" BY REFERENCE CLM-HCD(5) "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-QTY5" "9" "17" "39" "4" "A-HCD5" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-QTY5" BY REFERENCE CLM-QTY(5) "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-STATF" "9" "19" "31" "1" "A-QTY5" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-STATF" BY REFERENCE CLM-STAT "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-PAIDF" "9" "20" "31" "9" "A-STATF" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-PAIDF" BY REFERENCE CLM-PAID "9" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "22" "31" "1" "A-PAIDF" " " RETURNING RESU.
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
       R-05.
           MOVE    SPACE    TO  ERR-STAT.
           MOVE    ZERO     TO  RESU.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "SD_Output" USING "C-MID" C-MID "p" RETURNING RESU.
           MOVE  ZERO  TO SEL-MODE M-DMM M-FOUND A-03 A-NGP CP-CNT.
           INITIALIZE CLM-R.
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
               GO TO R-50
           END-IF
           IF  SEL-MODE NOT = 1
               GO TO R-08
           END-IF.
       M-10.
           CALL "SD_Accept" USING BY REFERENCE A-03F "A-03F" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-08
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-10
           END-IF
           IF  A-03 = ZERO
               GO TO M-10
           END-IF.
       M-11.
           CALL "SD_Accept" USING BY REFERENCE A-NGPF "A-NGPF" "9" "8"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-10
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-11
           END-IF
      *
      *    a claim only follows a POD exception.
      *
           CALL "DB_F_Open" USING
            "INPUT" PODF_PNAME1 "SHARED" BY REFERENCE PODF_IDLST "1"
            "POD-KEY" BY REFERENCE POD-KEY.
           MOVE  A-03   TO POD-03.
           MOVE  A-NGP  TO POD-NGP.
           CALL "DB_Read" USING
            "INVALID KEY" PODF_PNAME1 BY REFERENCE POD-REC "UNLOCK"
            RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE PODF_IDLST PODF_PNAME1.
           IF  RET = 1  OR  POD-EXC = ZERO
               CALL "SD_Output" USING
                "E-ME1" E-ME1 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-10
           END-IF
           CALL "DB_F_Open" USING
            "INPUT" CLMF_PNAME1 "SHARED" BY REFERENCE CLMF_IDLST "1"
            "CLM-KEY" BY REFERENCE CLM-KEY.
           MOVE  A-03   TO CLM-03.
           MOVE  A-NGP  TO CLM-NGP.
           CALL "DB_Read" USING
            "INVALID KEY" CLMF_PNAME1 BY REFERENCE CLM-R "UNLOCK"
            RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE CLMF_IDLST CLMF_PNAME1.
           IF  RET = 0  AND  CLM-SPOST = 1
               CALL "SD_Output" USING
                "E-ME2" E-ME2 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-10
           END-IF
           PERFORM  SL-LOAD-RTN  THRU  SL-LOAD-RTN-EXIT.
           IF  RET = 0
               MOVE  1         TO M-FOUND
               MOVE  CLM-STAT  TO M-OSTAT
           ELSE
               PERFORM  CL-NEW-RTN  THRU  CL-NEW-RTN-EXIT
           END-IF
           PERFORM  CL-TOT-RTN  THRU  CL-TOT-RTN-EXIT.
           CALL "SD_Output" USING "C-ACP" C-ACP "p" RETURNING RESU.
           CALL "SD_Output" USING "C-DSP" C-DSP "p" RETURNING RESU.
       M-12.
           CALL "SD_Accept" USING BY REFERENCE A-CARF "A-CARF" "9" "3"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-11
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-12
           END-IF
           CALL "DB_F_Open" USING
            "INPUT" CARM_PNAME1 "SHARED" BY REFERENCE CARM_IDLST "1"
            "CAR-KEY" BY REFERENCE CAR-KEY.
           MOVE  CLM-CAR  TO CAR-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" CARM_PNAME1 BY REFERENCE CAR-R "UNLOCK"
            RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE CARM_IDLST CARM_PNAME1.
           IF  RET = 1  OR  CLM-CAR = ZERO
               CALL "SD_Output" USING
                "E-ME3" E-ME3 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-12
           END-IF.
       M-13.
           CALL "SD_Accept" USING BY REFERENCE A-REFF "A-REFF" "X" "20"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-12
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-13
           END-IF.
       M-14.
           CALL "SD_Accept" USING BY REFERENCE A-PHOTOF "A-PHOTOF" "X"
            "20" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-13
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-14
           END-IF
      *
      *    a claim already raised keeps its items and amount.
      *
           IF  CLM-RPOST = 1
               GO TO M-40
           END-IF
           MOVE  1  TO CL-IX.
      *
      *    the five item lines, one code then one quantity each; a
      *    zero code clears the line.
      *
       M-30.
           EVALUATE  CL-IX
             WHEN 1
               CALL "SD_Accept" USING BY REFERENCE A-HCD1 "A-HCD1"
                "9" "6" BY REFERENCE ESTAT RETURNING RESU
             WHEN 2
               CALL "SD_Accept" USING BY REFERENCE A-HCD2 "A-HCD2"
                "9" "6" BY REFERENCE ESTAT RETURNING RESU
             WHEN 3
               CALL "SD_Accept" USING BY REFERENCE A-HCD3 "A-HCD3"
                "9" "6" BY REFERENCE ESTAT RETURNING RESU
             WHEN 4
               CALL "SD_Accept" USING BY REFERENCE A-HCD4 "A-HCD4"
                "9" "6" BY REFERENCE ESTAT RETURNING RESU
             WHEN OTHER
               CALL "SD_Accept" USING BY REFERENCE A-HCD5 "A-HCD5"
                "9" "6" BY REFERENCE ESTAT RETURNING RESU
           END-EVALUATE
           IF  ESTAT = BTB
               IF  CL-IX = 1
                   GO TO M-14
               ELSE
                   SUBTRACT  1  FROM  CL-IX
                   GO TO M-31
               END-IF
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-30
           END-IF
           IF  CLM-HCD(CL-IX) = ZERO
               MOVE  ZERO  TO CLM-QTY(CL-IX) CLM-VAL(CL-IX)
               PERFORM  CL-TOT-RTN  THRU  CL-TOT-RTN-EXIT
               CALL "SD_Output" USING "C-ACP" C-ACP "p" RETURNING RESU
               CALL "SD_Output" USING "C-DSP" C-DSP "p" RETURNING RESU
               GO TO M-32
           END-IF
           PERFORM  SL-FIND-RTN  THRU  SL-FIND-RTN-EXIT.
           IF  SL-IX > SL-CNT
               CALL "SD_Output" USING
                "E-ME4" E-ME4 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-30
           END-IF.
       M-31.
           EVALUATE  CL-IX
             WHEN 1
               CALL "SD_Accept" USING BY REFERENCE A-QTY1 "A-QTY1"
                "9" "4" BY REFERENCE ESTAT RETURNING RESU
             WHEN 2
               CALL "SD_Accept" USING BY REFERENCE A-QTY2 "A-QTY2"
                "9" "4" BY REFERENCE ESTAT RETURNING RESU
             WHEN 3
               CALL "SD_Accept" USING BY REFERENCE A-QTY3 "A-QTY3"
                "9" "4" BY REFERENCE ESTAT RETURNING RESU
             WHEN 4
               CALL "SD_Accept" USING BY REFERENCE A-QTY4 "A-QTY4"
                "9" "4" BY REFERENCE ESTAT RETURNING RESU
             WHEN OTHER
               CALL "SD_Accept" USING BY REFERENCE A-QTY5 "A-QTY5"
                "9" "4" BY REFERENCE ESTAT RETURNING RESU
           END-EVALUATE
           IF  ESTAT = BTB
               GO TO M-30
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-31
           END-IF
           IF  CLM-QTY(CL-IX) = ZERO
               GO TO M-31
           END-IF
           PERFORM  SL-FIND-RTN  THRU  SL-FIND-RTN-EXIT.
           IF  SL-IX > SL-CNT
               GO TO M-30
           END-IF
           IF  CLM-QTY(CL-IX) > SL-QTY(SL-IX)
               CALL "SD_Output" USING
                "E-ME5" E-ME5 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-31
           END-IF
           PERFORM  CL-VAL-RTN  THRU  CL-VAL-RTN-EXIT.
           PERFORM  CL-TOT-RTN  THRU  CL-TOT-RTN-EXIT.
           CALL "SD_Output" USING "C-DSP" C-DSP "p" RETURNING RESU.
       M-32.
           IF  CL-IX < 5
               ADD  1  TO CL-IX
               GO TO M-30
           END-IF
           IF  CL-ICNT = ZERO
               CALL "SD_Output" USING
                "E-ME9" E-ME9 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               MOVE  1  TO CL-IX
               GO TO M-30
           END-IF.
       M-40.
           CALL "SD_Accept" USING BY REFERENCE A-STATF "A-STATF" "9"
            "1" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               IF  CLM-RPOST = 1
                   GO TO M-14
               ELSE
                   MOVE  5  TO CL-IX
                   GO TO M-30
               END-IF
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-40
           END-IF
           IF  CLM-STAT < 1  OR  CLM-STAT > 4
               GO TO M-40
           END-IF
           IF  CLM-STAT NOT = 4
               MOVE  ZERO  TO CLM-PAID
               CALL "SD_Output" USING "C-ACP" C-ACP "p" RETURNING RESU
               GO TO M-50
           END-IF.
       M-41.
           CALL "SD_Accept" USING BY REFERENCE A-PAIDF "A-PAIDF" "9"
            "9" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-40
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-41
           END-IF
           IF  CLM-PAID > CLM-AMT
               CALL "SD_Output" USING
                "E-ME6" E-ME6 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-41
           END-IF.
       M-50.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               IF  CLM-STAT = 4
                   GO TO M-41
               ELSE
                   GO TO M-40
               END-IF
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-50
           END-IF
           IF  M-DMM NOT = 1  AND  9
               GO TO M-50
           END-IF
           IF  M-DMM = 9
               GO TO R-05
           END-IF
           PERFORM  CL-SAVE-RTN  THRU  CL-SAVE-RTN-EXIT.
           CALL "SD_Output" USING
            "E-ME8" E-ME8 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO R-05.
      *
      *    mode 2 -- the posting run, refused in a locked month.
      *
       R-50.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-08
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-50
           END-IF
           IF  M-DMM NOT = 1  AND  9
               GO TO R-50
           END-IF
           IF  M-DMM = 9
               GO TO R-05
           END-IF
           PERFORM  PLK-CHK-RTN  THRU  PLK-CHK-RTN-EXIT.
           IF  RET = 0  AND  PLK-STAT = 1
               CALL "SD_Output" USING
                "E-ME7" E-ME7 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-05
           END-IF
           PERFORM  CP-RUN-RTN  THRU  CP-RUN-RTN-EXIT.
           CALL "SD_Output" USING
            "E-ME8" E-ME8 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO R-05.
      *
      *    SL-LOAD-RTN  -  the slip's items and shipped quantities
      *    off JSJDRF, with its customer and destination.  RET is
      *    kept as the caller's CLMF read left it.
      *
       SL-LOAD-RTN.
           MOVE  RET   TO W-ERR.
           MOVE  ZERO  TO SL-CNT SL-021 SL-022.
           CALL "DB_F_Open" USING
            "INPUT" JSJDRF_PNAME1 " " BY REFERENCE JSJDRF_IDLST "0".
       SL-LOAD-010.
           CALL "DB_Read" USING
            "AT END" JSJDRF_PNAME1 BY REFERENCE JSJD-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO SL-LOAD-030
           END-IF
           IF  JSJD-03 NOT = A-03  OR  JSJD-NGP NOT = A-NGP
               GO TO SL-LOAD-010
           END-IF
           MOVE  JSJD-021  TO SL-021.
           MOVE  JSJD-022  TO SL-022.
           MOVE  ZERO  TO W-QTY.
           MOVE  1     TO W-IX.
       SL-LOAD-012.
           IF  W-IX NOT > 10
               ADD  JSJD-1211(W-IX)  TO W-QTY
               ADD  1  TO W-IX
               GO TO SL-LOAD-012
           END-IF
           IF  W-QTY NOT > ZERO
               GO TO SL-LOAD-010
           END-IF
           MOVE  1  TO SL-IX.
       SL-LOAD-014.
           IF  SL-IX > SL-CNT
               GO TO SL-LOAD-016
           END-IF
           IF  SL-HCD(SL-IX) = JSJD-09
               ADD  W-QTY  TO SL-QTY(SL-IX)
               GO TO SL-LOAD-010
           END-IF
           ADD  1  TO SL-IX.
           GO TO SL-LOAD-014.
       SL-LOAD-016.
           IF  SL-CNT NOT < 100
               GO TO SL-LOAD-010
           END-IF
           ADD  1  TO SL-CNT.
           MOVE  JSJD-09  TO SL-HCD(SL-CNT).
           MOVE  W-QTY    TO SL-QTY(SL-CNT).
           GO TO SL-LOAD-010.
       SL-LOAD-030.
           CALL "DB_F_Close" USING
            BY REFERENCE JSJDRF_IDLST JSJDRF_PNAME1.
           MOVE  W-ERR  TO RET.
       SL-LOAD-RTN-EXIT.
           EXIT.
      *
      *    SL-FIND-RTN  -  SL-IX at the slip line for the claim
      *    line's item, past SL-CNT when it is not on the slip.
      *
       SL-FIND-RTN.
           MOVE  1  TO SL-IX.
       SL-FIND-010.
           IF  SL-IX > SL-CNT
               GO TO SL-FIND-RTN-EXIT
           END-IF
           IF  SL-HCD(SL-IX) = CLM-HCD(CL-IX)
               GO TO SL-FIND-RTN-EXIT
           END-IF
           ADD  1  TO SL-IX.
           GO TO SL-FIND-010.
       SL-FIND-RTN-EXIT.
           EXIT.
      *
      *    CL-NEW-RTN  -  a new claim: the POD's exception type, and
      *    the carrier the tracking came back from, else the ship-
      *    to's own.
      *
       CL-NEW-RTN.
           MOVE  0  TO M-FOUND M-OSTAT.
           INITIALIZE CLM-R.
           MOVE  A-03     TO CLM-03.
           MOVE  A-NGP    TO CLM-NGP.
           MOVE  POD-EXC  TO CLM-EXC.
           MOVE  1        TO CLM-STAT.
           MOVE  SPACE    TO CLM-REF CLM-PHOTO CLM-USER.
           CALL "DB_F_Open" USING
            "INPUT" TRKF_PNAME1 "SHARED" BY REFERENCE TRKF_IDLST "1"
            "TRK-KEY" BY REFERENCE TRK-KEY.
           MOVE  A-03   TO TRK-03.
           MOVE  A-NGP  TO TRK-NGP.
           MOVE  1      TO TRK-CTN.
           CALL "DB_Read" USING
            "INVALID KEY" TRKF_PNAME1 BY REFERENCE TRK-R "UNLOCK"
            RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE TRKF_IDLST TRKF_PNAME1.
           IF  RET = 0
               MOVE  TRK-CAR  TO CLM-CAR
               GO TO CL-NEW-RTN-EXIT
           END-IF
           CALL "DB_F_Open" USING
            "INPUT" DLVM_PNAME1 "SHARED" BY REFERENCE DLVM_IDLST "1"
            "DLV-KEY" BY REFERENCE DLV-KEY.
           MOVE  SL-021  TO DLV-TCD.
           MOVE  SL-022  TO DLV-CCD.
           CALL "DB_Read" USING
            "INVALID KEY" DLVM_PNAME1 BY REFERENCE DLV-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  SL-021  TO DLV-TCD
               MOVE  1       TO DLV-CCD
               CALL "DB_Read" USING
                "INVALID KEY" DLVM_PNAME1 BY REFERENCE DLV-R "UNLOCK"
                RETURNING RET
           END-IF
           CALL "DB_F_Close" USING
            BY REFERENCE DLVM_IDLST DLVM_PNAME1.
           IF  RET = 0
               MOVE  DLV-CAR  TO CLM-CAR
           END-IF.
       CL-NEW-RTN-EXIT.
           EXIT.
      *
      *    CL-VAL-RTN  -  the claim line at the item's CST-M
      *    average cost, zero when no cost is on file.
      *
       CL-VAL-RTN.
           CALL "DB_F_Open" USING
            "INPUT" CST-M_PNAME1 "SHARED" BY REFERENCE CST-M_IDLST "1"
            "CST-KEY" BY REFERENCE CST-KEY.
           MOVE  CLM-HCD(CL-IX)  TO CST-HCD.
           CALL "DB_Read" USING
            "INVALID KEY" CST-M_PNAME1 BY REFERENCE CST-R "UNLOCK"
            RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE CST-M_IDLST CST-M_PNAME1.
           IF  RET = 1
               MOVE  ZERO  TO CLM-VAL(CL-IX)
           ELSE
               COMPUTE  CLM-VAL(CL-IX) ROUNDED =
                        CLM-QTY(CL-IX) * CST-AVG
           END-IF.
       CL-VAL-RTN-EXIT.
           EXIT.
      *
      *    CL-TOT-RTN  -  claim amount and item count over the five
      *    lines, with the screen's edited values.
      *
       CL-TOT-RTN.
           MOVE  ZERO  TO CLM-AMT CL-ICNT.
           MOVE  1     TO W-IX.
       CL-TOT-010.
           IF  W-IX > 5
               GO TO CL-TOT-020
           END-IF
           IF  CLM-HCD(W-IX) = ZERO
               MOVE  ZERO  TO CLM-QTY(W-IX) CLM-VAL(W-IX)
           ELSE
               ADD  1  TO CL-ICNT
           END-IF
           ADD   CLM-VAL(W-IX)  TO CLM-AMT.
           MOVE  CLM-VAL(W-IX)  TO CL-DVAL(W-IX).
           ADD  1  TO W-IX.
           GO TO CL-TOT-010.
       CL-TOT-020.
           MOVE  CLM-AMT  TO CL-DAMT.
       CL-TOT-RTN-EXIT.
           EXIT.
      *
      *    CL-SAVE-RTN  -  insert-or-update; filed today when new,
      *    the status date moved whenever the status does.
      *
       CL-SAVE-RTN.
           ACCEPT  POST-YMD  FROM  DATE.
           COMPUTE  POST-DATE = (2000 + POST-YY) * 10000
                  + POST-MM * 100 + POST-DD.
           MOVE  A-03     TO CLM-03.
           MOVE  A-NGP    TO CLM-NGP.
           MOVE  USER_ID  TO CLM-USER.
           IF  M-FOUND = 0
               MOVE  POST-DATE  TO CLM-FDATE CLM-SDATE
               MOVE  ZERO       TO CLM-RPOST CLM-RJUN
                                   CLM-SPOST CLM-SJUN
           END-IF
           IF  M-FOUND = 1  AND  CLM-STAT NOT = M-OSTAT
               MOVE  POST-DATE  TO CLM-SDATE
           END-IF
           CALL "DB_F_Open" USING
            "I-O" CLMF_PNAME1 "SHARED" BY REFERENCE CLMF_IDLST "1"
            "CLM-KEY" BY REFERENCE CLM-KEY.
           IF  M-FOUND = 1
               CALL "DB_Update" USING
                CLMF_PNAME1 CLMF_LNAME CLM-R RETURNING RET
           ELSE
               CALL "DB_Insert" USING
                CLMF_PNAME1 CLMF_LNAME CLM-R RETURNING RET
           END-IF
           CALL "DB_F_Close" USING
            BY REFERENCE CLMF_IDLST CLMF_PNAME1.
       CL-SAVE-RTN-EXIT.
           EXIT.
      *
      *    PLK-CHK-RTN  -  today into POST-DATE and the month's
      *    PLK-M row; the caller refuses on RET 0 with PLK-STAT 1.
      *
       PLK-CHK-RTN.
           ACCEPT  POST-YMD  FROM  DATE.
           COMPUTE  POST-DATE = (2000 + POST-YY) * 10000
                  + POST-MM * 100 + POST-DD.
           COMPUTE  POST-NG = POST-DATE / 100.
           CALL "DB_F_Open" USING
            "INPUT" PLK-M_PNAME1 " " BY REFERENCE PLK-M_IDLST "0".
           MOVE  POST-NG  TO PLK-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" PLK-M_PNAME1 BY REFERENCE PLK-R " "
            RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE PLK-M_IDLST PLK-M_PNAME1.
       PLK-CHK-RTN-EXIT.
           EXIT.
      *
      *    CP-RUN-RTN  -  mode 2: one pass of CLMF, raising each
      *    unraised claim and clearing each paid or rejected one,
      *    rewritten in place the FRC100 way.
      *
       CP-RUN-RTN.
           CALL "PR_Open" RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-CP-HD     TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-CP-COLHD  TO PRN-R (11:60).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "DB_F_Open" USING
            "I-O" CLMF_PNAME1 "SHARED" BY REFERENCE CLMF_IDLST "0".
           CALL "DB_F_Open" USING
            "INPUT" JCON_PNAME1 "SHARED" BY REFERENCE JCON_IDLST "1"
            "JCON2-KEY" BY REFERENCE JCON2-KEY.
           CALL "DB_F_Open" USING
            "INPUT" KMK-M_PNAME1 "SHARED" BY REFERENCE KMK-M_IDLST
            "1".
           CALL "DB_F_Open" USING
            "I-O" SIWAKH_PNAME1 "SHARED" BY REFERENCE SIWAKH_IDLST "1"
            "SH-KEY3" BY REFERENCE SH-KEY3.
       CP-RUN-010.
           CALL "DB_Read" USING
            "AT END" CLMF_PNAME1 BY REFERENCE CLM-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO CP-RUN-030
           END-IF
           IF  CLM-SPOST = 1
               GO TO CP-RUN-010
           END-IF
           IF  CLM-RPOST = 1
               GO TO CP-RUN-020
           END-IF
      *
      *    not yet raised: rejected before it ever was just closes;
      *    anything else raises the receivable.
      *
           IF  CLM-STAT = 3
               MOVE  1  TO CLM-SPOST
               MOVE  ZERO  TO CLM-SJUN
               CALL "DB_Update" USING
                CLMF_PNAME1 CLMF_LNAME CLM-R RETURNING RET
               GO TO CP-RUN-010
           END-IF
           ACCEPT  POST-JUNLNO  FROM  TIME.
           MOVE  ZERO     TO POST-LINENO.
           MOVE  63       TO CP-CLS.
           MOVE  0        TO CP-DIR.
           MOVE  CLM-AMT  TO CP-AMT.
           MOVE  741      TO CP-TEKI.
           PERFORM  CP-POST-RTN  THRU  CP-POST-RTN-EXIT.
           MOVE  1            TO CLM-RPOST.
           MOVE  POST-JUNLNO  TO CLM-RJUN.
           MOVE  "RECEIVABLE"  TO WORK-CP-STEP.
           PERFORM  CP-PRT-RTN  THRU  CP-PRT-RTN-EXIT.
       CP-RUN-020.
           IF  CLM-STAT NOT = 3  AND  4
               CALL "DB_Update" USING
                CLMF_PNAME1 CLMF_LNAME CLM-R RETURNING RET
               GO TO CP-RUN-010
           END-IF
      *
      *    paid: the receipt against the receivable, any shortfall
      *    written off; rejected: the whole claim written off.
      *
           ACCEPT  POST-JUNLNO  FROM  TIME.
           MOVE  ZERO  TO POST-LINENO.
           MOVE  CLM-AMT  TO CP-SHORT.
           IF  CLM-STAT = 4
               MOVE  62        TO CP-CLS
               MOVE  0         TO CP-DIR
               MOVE  CLM-PAID  TO CP-AMT
               MOVE  742       TO CP-TEKI
               PERFORM  CP-POST-RTN  THRU  CP-POST-RTN-EXIT
               MOVE  "SETTLED"    TO WORK-CP-STEP
               PERFORM  CP-PRT-RTN  THRU  CP-PRT-RTN-EXIT
               COMPUTE  CP-SHORT = CLM-AMT - CLM-PAID
           END-IF
           MOVE  63        TO CP-CLS.
           MOVE  1         TO CP-DIR.
           MOVE  CP-SHORT  TO CP-AMT.
           MOVE  743       TO CP-TEKI.
           PERFORM  CP-POST-RTN  THRU  CP-POST-RTN-EXIT.
           IF  CP-SHORT > ZERO
               MOVE  "WRITTEN OFF"  TO WORK-CP-STEP
               PERFORM  CP-PRT-RTN  THRU  CP-PRT-RTN-EXIT
           END-IF
           MOVE  1            TO CLM-SPOST.
           MOVE  POST-JUNLNO  TO CLM-SJUN.
           CALL "DB_Update" USING
            CLMF_PNAME1 CLMF_LNAME CLM-R RETURNING RET.
           GO TO CP-RUN-010.
       CP-RUN-030.
           CALL "DB_F_Close" USING
            BY REFERENCE SIWAKH_IDLST SIWAKH_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE KMK-M_IDLST KMK-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE JCON_IDLST JCON_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE CLMF_IDLST CLMF_PNAME1.
           MOVE  SPACE        TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  CP-CNT       TO WORK-CP-CNT.
           MOVE  WORK-CP-SUM  TO PRN-R (11:13).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "PR_Close" RETURNING RESP.
       CP-RUN-RTN-EXIT.
           EXIT.
      *
      *    CP-POST-RTN  -  one SIWAKH line of CP-AMT through the
      *    JCON7 CP-CLS map with the 9999 fallback; CP-DIR 1 posts
      *    the map the other way round.  nothing for a zero amount.
      *
       CP-POST-RTN.
           IF  CP-AMT = ZERO
               GO TO CP-POST-RTN-EXIT
           END-IF
           MOVE  7       TO  JCON7-01.
           MOVE  CP-CLS  TO  JCON7-02.
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
           MOVE  CP-DIR          TO HDR-CR HDR-CR2.
           MOVE  JCON7-DEPT      TO HSECTCD.
           MOVE  "0"             TO HTAXKB.
           MOVE  CP-AMT          TO HAMOUNT.
           MOVE  JCON7-OPPACCT   TO HOPPCD.
           MOVE  JCON7-HOOPPACCT TO HHOOPPCD.
           MOVE  "CLM"           TO HDOCREF (1:3).
           MOVE  CLM-KEY         TO HDOCREF (4:14).
           MOVE  CP-TEKI         TO HTEKICD.
           CALL "DB_Insert" USING
            SIWAKH_PNAME1 SIWAKH_LNAME SH-REC RETURNING RET.
           ADD  1  TO CP-CNT.
       CP-POST-RTN-EXIT.
           EXIT.
      *
      *    CP-PRT-RTN  -  a register line for the step just posted.
      *
       CP-PRT-RTN.
           MOVE  SPACE        TO PRN-R.
           MOVE  CLM-03       TO WORK-CP-03.
           MOVE  CLM-NGP      TO WORK-CP-NGP.
           MOVE  CLM-CAR      TO WORK-CP-CAR.
           MOVE  CLM-STAT     TO WORK-CP-STAT.
           MOVE  CP-AMT       TO WORK-CP-AMT.
           MOVE  POST-JUNLNO  TO WORK-CP-JUN.
           MOVE  WORK-CP      TO PRN-R (11:53).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
       CP-PRT-RTN-EXIT.
           EXIT.
      *
       R-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_Close".
           STOP RUN.
