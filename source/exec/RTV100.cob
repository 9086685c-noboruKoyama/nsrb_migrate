       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         RTV100.
      *********************************************************
      *    PROGRAM         :  RETURN TO VENDOR PROCESSING      *
      *    PRINTER TYPE    :  JIPS                             *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *        CHANGE      :  26/10/15  RETURN REJECTED LOTS   *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    goods going back to the supplier, on the record from the
      *    warehouse floor to the supplier's credit.  SEL-MODE, the
      *    TGS100 idiom:
      *      1 = RTV entry, from either of two sources --
      *            1 a customer return RDS100 ruled verdict 3
      *              (RETURN TO SUPPLIER): the operator keys the
      *              JSJDHF return the way RDS100 keys it; item and
      *              pairs come off the return and its JSJDRF slip
      *              line.  the pair never went back on the TANAM
      *              book (only RDS100's restock verdict does that)
      *              so there is no stock to take down;
      *            2 a defect found in the warehouse that never
      *              went to a customer: the operator keys item,
      *              store, TANAM reason code and pairs.  the pairs
      *              come off that store's TANAM book the way
      *              TRN100's ship-out side takes them (TANAM-07 = 0
      *              so TAP100's next run posts the movement through
      *              the reason's JCON kind-4 map) and off CST-M at
      *              the running average, CST100's relief;
      *            3 a LOTF lot QCI100 rejected at incoming
      *              inspection (LOT-QCST "9"): the operator keys
      *              the lot number and sequence, and item, pairs
      *              and supplier come off the lot; store and
      *              reason are keyed and the stock leaves the
      *              books as for source 2.  the lot is marked
      *              raised (LOT-QCST "8") so it cannot go back
      *              twice and ALO100/RPL100 stop holding it out;
      *          then the supplier (T-M) and the unit price, offered
      *          at the supplier's THTM any-size price.  the entry
      *          raises the supplier debit note -- one SIWAKH line
      *          debiting the payable against the supplier's
      *          HCUSTCD through the JCON7 classification-86 map
      *          (payable / RTV clearing, 9999 fallback), HTEKICD
      *          721, so TPD100/TPY100 net it off what we owe; a
      *          foreign-currency supplier's note also carries HFAMT
      *          at today's RATM rate -- writes the RTVF row and
      *          prints the RTV slip for the carrier.  a return
      *          already on RTVF is refused, as is a PLK-M locked
      *          month;
      *      2 = supplier credit: the RTV number off the slip and
      *          the supplier's credit note number close the row;
      *      3 = open-RTV report: every return the supplier has not
      *          yet credited, oldest first as RTVF is keyed.
      *    a dedicated TANAM reason whose kind-4 map credits stock
      *    against the same RTV clearing account the class-86 map
      *    names lets the two halves of a defect return net out.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SYSTEM3100.
       OBJECT-COMPUTER. SYSTEM3100.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  SEL-MODE               PIC  9(001)      VALUE ZERO.
       01  M-DMM                  PIC  9(001)      VALUE ZERO.
       01  RV-NG                  PIC  9(006)      VALUE ZERO.
       01  RV-FND                 PIC  9(001)      VALUE ZERO.
       01  RV-FGN                 PIC  9(001)      VALUE ZERO.
       01  RV-RDATE               PIC  9(008)      VALUE ZERO.
       01  RV-RNGP                PIC  9(008)      VALUE ZERO.
       01  RV-RATE                PIC  9(004)V9(004) VALUE ZERO.
       01  RV-QTY                 PIC S9(005)      VALUE ZERO.
       01  RV-CST                 PIC S9(011)      VALUE ZERO.
       01  RV-CNT                 PIC  9(005)      VALUE ZERO.
       01  RV-TAMT                PIC  9(011)      VALUE ZERO.
       01  POST-DATE              PIC  9(008)      VALUE ZERO.
       01  POST-JUNLNO            PIC  9(006)      VALUE ZERO.
       01  WORK-TODATE.
           02  WORK-TD-YY         PIC  9(002).
           02  WORK-TD-MM         PIC  9(002).
           02  WORK-TD-DD         PIC  9(002).
       01  PRN-R                  PIC  X(132).
       77  RESP                   PIC  9(001).
      *    the RTV slip.
       01  WORK-SL-HD             PIC  X(050)      VALUE
            "*** RETURN TO VENDOR SLIP ***".
       01  WORK-SL-NO.
           02  F                  PIC  X(10)  VALUE  "RTV NO    ".
           02  WORK-SL-DATE       PIC  9(006).
           02  F                  PIC  X(01)  VALUE  "-".
           02  WORK-SL-TIME       PIC  9(006).
           02  F                  PIC  X(10)  VALUE  "   ISSUED ".
           02  WORK-SL-PDATE      PIC  9(008).
       01  WORK-SL-SUP.
           02  F                  PIC  X(10)  VALUE  "SUPPLIER  ".
           02  WORK-SL-TCD        PIC  9(004).
           02  F                  PIC  X(02).
           02  WORK-SL-TNAME      PIC  N(26).
       01  WORK-SL-ITM.
           02  F                  PIC  X(10)  VALUE  "ITEM      ".
           02  WORK-SL-HCD        PIC  9(006).
           02  F                  PIC  X(09)  VALUE  "   PAIRS ".
           02  WORK-SL-QTY        PIC  ZZZZ9.
           02  F                  PIC  X(09)  VALUE  "   PRICE ".
           02  WORK-SL-TAN        PIC  ZZZZ9.
           02  F                  PIC  X(10)  VALUE  "   AMOUNT ".
           02  WORK-SL-AMT        PIC  ZZZZZZZZ9.
       01  WORK-SL-FGN.
           02  F                  PIC  X(10)  VALUE  "CURRENCY  ".
           02  WORK-SL-CUR        PIC  X(003).
           02  F                  PIC  X(10)  VALUE  "   AMOUNT ".
           02  WORK-SL-FAMT       PIC  ZZZZZZZZ9.99.
       01  WORK-SL-SRC.
           02  F                  PIC  X(10)  VALUE  "SOURCE    ".
           02  WORK-SL-SRCT       PIC  X(020).
           02  WORK-SL-SRCK       PIC  X(030).
       01  WORK-SL-RET.
           02  WORK-SL-R01        PIC  9(001).
           02  F                  PIC  X(01)  VALUE  "/".
           02  WORK-SL-R021       PIC  9(004).
           02  F                  PIC  X(01)  VALUE  "/".
           02  WORK-SL-R022       PIC  9(003).
           02  F                  PIC  X(01)  VALUE  "/".
           02  WORK-SL-R03        PIC  9(006).
       01  WORK-SL-WH.
           02  F                  PIC  X(06)  VALUE  "STORE ".
           02  WORK-SL-STR        PIC  9(003).
           02  F                  PIC  X(08)  VALUE  " REASON ".
           02  WORK-SL-RSN        PIC  9(001).
       01  WORK-SL-LOT.
           02  WORK-SL-LNO        PIC  X(010).
           02  F                  PIC  X(01)  VALUE  "-".
           02  WORK-SL-LSEQ       PIC  9(003).
           02  F                  PIC  X(07)  VALUE  " STORE ".
           02  WORK-SL-LSTR       PIC  9(003).
      *    the open-RTV report.
       01  WORK-OP-HD             PIC  X(050)      VALUE
            "*** OPEN RETURNS TO VENDOR ***".
       01  WORK-OP-COLHD.
           02  F                  PIC  X(040)      VALUE
                "RTV NO        SRC SUPP ITEM    PAIRS    ".
           02  F                  PIC  X(031)      VALUE
                "  YEN AMOUNT CUR FOREIGN AMOUNT".
       01  WORK-OP.
           02  WORK-OP-DATE       PIC  9(006).
           02  F                  PIC  X(01).
           02  WORK-OP-TIME       PIC  9(006).
           02  F                  PIC  X(02).
           02  WORK-OP-SRC        PIC  9(001).
           02  F                  PIC  X(02).
           02  WORK-OP-TCD        PIC  9(004).
           02  F                  PIC  X(01).
           02  WORK-OP-HCD        PIC  9(006).
           02  F                  PIC  X(02).
           02  WORK-OP-QTY        PIC  ZZZZ9.
           02  F                  PIC  X(02).
           02  WORK-OP-AMT        PIC  ZZZZZZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-OP-CUR        PIC  X(003).
           02  F                  PIC  X(01).
           02  WORK-OP-FAMT       PIC  ZZZZZZZZZZ9.99.
       01  WORK-OP-TOT.
           02  F                  PIC  X(20)  VALUE
                "OPEN RETURNS       :".
           02  WORK-OP-CNT        PIC  ZZZZ9.
           02  F                  PIC  X(15)  VALUE
                "   YEN TOTAL  :".
           02  WORK-OP-TAMT       PIC  ZZZZZZZZZZ9.
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
           COPY  LIBPLK.
           COPY  L-JCON.
      *FD  KMK-M
           COPY LIKMK.
      *FD  T-M
           COPY LITM.
      *FD  THTM
           COPY LITHTM.
      *FD  RATM
           COPY LIRATM.
      *FD  CST-M
           COPY LICSTM.
      *FD  RTVF
           COPY LIRTVF.
      *FD  LOTF
           COPY LILOTF.
      *FD  TANAM
           COPY TANAM.
      *FD  SIWAKH
       01  SIWAKH_RTV100.
           02  SIWAKH_PNAME1      PIC  X(006) VALUE "SIWAKH".
           02  F                  PIC  X(001).
           02  SIWAKH_LNAME       PIC  X(013) VALUE "SIWAKH_RTV100".
           02  F                  PIC  X(001).
           02  SIWAKH_KEY1        PIC  X(100) VALUE SPACE.
           02  SIWAKH_SORT        PIC  X(100) VALUE SPACE.
           02  SIWAKH_IDLST       PIC  X(100) VALUE SPACE.
           02  SIWAKH_RES         USAGE  POINTER.
           COPY SIWAKH.
       77  F                      PIC  X(001).
      *FD  JSJDHF
       01  JSJDHF_RTV100.
           02  JSJDHF_PNAME1      PIC  X(006) VALUE "JSJDHF".
           02  F                  PIC  X(001).
           02  JSJDHF_LNAME       PIC  X(013) VALUE "JSJDHF_RTV100".
           02  F                  PIC  X(001).
           02  JSJDHF_KEY1        PIC  X(100) VALUE SPACE.
           02  JSJDHF_SORT        PIC  X(100) VALUE SPACE.
           02  JSJDHF_IDLST       PIC  X(100) VALUE SPACE.
           02  JSJDHF_RES         USAGE  POINTER.
           COPY JSJDH.
      *FD  JSJDRF
       01  JSJDRF_RTV100.
           02  JSJDRF_PNAME1      PIC  X(006) VALUE "JSJDRF".
           02  F                  PIC  X(001).
           02  JSJDRF_LNAME       PIC  X(013) VALUE "JSJDRF_RTV100".
           02  F                  PIC  X(001).
           02  JSJDRF_KEY1        PIC  X(100) VALUE SPACE.
           02  JSJDRF_SORT        PIC  X(100) VALUE SPACE.
           02  JSJDRF_IDLST       PIC  X(100) VALUE SPACE.
           02  JSJDRF_RES         USAGE  POINTER.
           COPY JSJDR.
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
                "RETURN TO VENDOR PROCESSING".
           02  FILLER  PIC  X(030) VALUE
                "MODE 1=ENTRY 2=CREDIT 3=OPEN".
           02  FILLER  PIC  X(025) VALUE
                "SOURCE 1=RET 2=DEF 3=LOT".
           02  FILLER  PIC  X(025) VALUE
                "WH/CUST/SLIP".
           02  FILLER  PIC  X(025) VALUE
                "RET-DATE / SEQ".
           02  FILLER  PIC  X(025) VALUE
                "ITEM/STORE/REASON".
           02  FILLER  PIC  X(025) VALUE
                "PAIRS".
           02  FILLER  PIC  X(025) VALUE
                "SUPPLIER".
           02  FILLER  PIC  X(025) VALUE
                "UNIT PRICE".
           02  FILLER  PIC  X(025) VALUE
                "LOT NO / SEQ".
           02  FILLER  PIC  X(025) VALUE
                "RTV NO  YYMMDD/HHMMSS".
           02  FILLER  PIC  X(025) VALUE
                "CREDIT NOTE NO".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-ACP.
           02  A-MODE     PIC  9(001).
           02  A-SRC      PIC  9(001).
           02  A-01F      PIC  9(001).
           02  A-021F     PIC  9(004).
           02  A-022F     PIC  9(003).
           02  A-03F      PIC  9(006).
           02  A-NGPF     PIC  9(008).
           02  A-SEQF     PIC  9(003).
           02  A-HCDF     PIC  9(006).
           02  A-STRF     PIC  9(003).
           02  A-RSNF     PIC  9(001).
           02  A-LOTF     PIC  X(010).
           02  A-LSQF     PIC  9(003).
           02  A-QTYF     PIC  9(005).
           02  A-TCDF     PIC  9(004).
           02  A-TANF     PIC  9(005).
           02  A-RDTF     PIC  9(006).
           02  A-RTMF     PIC  9(006).
           02  A-CNF      PIC  X(010).
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
             03  E-ME1   PIC  X(030) VALUE
                  "***  RETURN NOT FOUND      ***".
             03  E-ME2   PIC  X(030) VALUE
                  "***  NOT RULED TO SUPPLIER ***".
             03  E-ME3   PIC  X(030) VALUE
                  "***  RTV ALREADY RAISED    ***".
             03  E-ME4   PIC  X(030) VALUE
                  "***  SUPPLIER NOT FOUND    ***".
             03  E-ME5   PIC  X(030) VALUE
                  "***  NO EXCHANGE RATE      ***".
             03  E-ME6   PIC  X(030) VALUE
                  "***  PERIOD LOCKED         ***".
             03  E-ME7   PIC  X(030) VALUE
                  "***  RTV NOT FOUND         ***".
             03  E-ME8   PIC  X(030) VALUE
                  "***  ALREADY CREDITED      ***".
             03  E-ME9   PIC  X(030) VALUE
                  "***  DONE                  ***".
             03  E-ME10  PIC  X(030) VALUE
                  "***  ITEM NOT TRACED       ***".
             03  E-ME11  PIC  X(030) VALUE
                  "***  LOT NOT FOUND         ***".
             03  E-ME12  PIC  X(030) VALUE
                  "***  LOT NOT REJECTED      ***".
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
            "C-MID" " " "0" "0" "340" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-MID" "X" "3" "10" "40" " " "C-MID" RETURNING RESU.
       CALL "SD_Init" USING
            "02C-MID" "X" "5" "10" "30" "01C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "03C-MID" "X" "7" "10" "25" "02C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "04C-MID" "X" "8" "10" "25" "03C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "05C-MID" "X" "9" "10" "25" "04C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "06C-MID" "X" "10" "10" "25" "05C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "07C-MID" "X" "11" "10" "25" "06C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "08C-MID" "X" "12" "10" "25" "07C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "09C-MID" "X" "13" "10" "25" "08C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "10C-MID" "X" "14" "10" "25" "09C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "11C-MID" "X" "15" "10" "25" "10C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "12C-MID" "X" "16" "10" "25" "11C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "13C-MID" "X" "18" "10" "20" "12C-MID" " " RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "87" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-MODE" "9" "5" "45" "1" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-MODE" BY REFERENCE SEL-MODE "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-SRC" "9" "7" "38" "1" "A-MODE" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-SRC" BY REFERENCE RTV-SRC "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-01F" "9" "8" "38" "1" "A-SRC" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-01F" BY REFERENCE RTV-R01 "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-021F" "9" "8" "41" "4" "A-01F" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-021F" BY REFERENCE RTV-R021 "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-022F" "9" "8" "46" "3" "A-021F" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-022F" BY REFERENCE RTV-R022 "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-03F" "9" "8" "51" "6" "A-022F" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-03F" BY REFERENCE RTV-R03 "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-NGPF" "9" "9" "38" "8" "A-03F" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-NGPF" BY REFERENCE RTV-RNGP "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-SEQF" "9" "9" "48" "3" "A-NGPF" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-SEQF" BY REFERENCE RTV-R04 "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-HCDF" "9" "10" "38" "6" "A-SEQF" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-HCDF" BY REFERENCE RTV-HCD "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-STRF" "9" "10" "46" "3" "A-HCDF" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-STRF" BY REFERENCE RTV-STR "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-RSNF" "9" "10" "51" "1" "A-STRF" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-RSNF" BY REFERENCE RTV-RSN "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-LOTF" "X" "14" "38" "10" "A-RSNF" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-LOTF" BY REFERENCE RTV-LNO "10" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-LSQF" "9" "14" "50" "3" "A-LOTF" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-LSQF" BY REFERENCE RTV-LSEQ "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-QTYF" "9" "11" "38" "5" "A-LSQF" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-QTYF" BY REFERENCE RTV-QTY "5" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-TCDF" "9" "12" "38" "4" "A-QTYF" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-TCDF" BY REFERENCE RTV-TCD "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-TANF" "9" "13" "38" "5" "A-TCDF" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-TANF" BY REFERENCE RTV-TAN "5" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-RDTF" "9" "15" "38" "6" "A-TANF" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-RDTF" BY REFERENCE RTV-DATE "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-RTMF" "9" "15" "46" "6" "A-RDTF" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-RTMF" BY REFERENCE RTV-TIME "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-CNF" "X" "16" "38" "10" "A-RTMF" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-CNF" BY REFERENCE RTV-CNNO "10" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "18" "31" "1" "A-CNF" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DMM" BY REFERENCE M-DMM "1" "0" RETURNING RESU.
      *C-ERR
       CALL "SD_Init" USING
            "C-ERR" " " "0" "0" "367" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-ERR" " " "24" "0" "367" " " "C-ERR" RETURNING RESU.
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
            "E-ME10" "X" "24" "15" "30" "E-ME9" " " RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME11" "X" "24" "15" "30" "E-ME10" " " RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME12" "X" "24" "15" "30" "E-ME11" " " RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME99" "X" "24" "75" "5" "E-ME12" " " RETURNING RESU.
      *
           ACCEPT USER_ID FROM ARGUMENT-VALUE.
           ACCEPT COMPLETION_CODE FROM ARGUMENT-VALUE.
      *
           CALL "DB_F_Open" USING
            "INPUT" T-M_PNAME1 "SHARED" BY REFERENCE T-M_IDLST
            "2" "T-KEY" BY REFERENCE T-KEY "T-KEY2" BY REFERENCE
            T-KEY2.
           CALL "DB_F_Open" USING
            "INPUT" THTM_PNAME1 "SHARED" BY REFERENCE THTM_IDLST
            "2" "THT-KEY" BY REFERENCE THT-KEY "THT-KEY2" BY
            REFERENCE THT-KEY2.
      *
       R-05.
           MOVE    SPACE    TO  ERR-STAT.
           MOVE    ZERO     TO  RESU.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "SD_Output" USING "C-MID" C-MID "p" RETURNING RESU.
           MOVE  ZERO  TO SEL-MODE M-DMM RV-FGN RV-RATE.
           INITIALIZE RTV-R.
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
               GO TO C-10
           END-IF
           IF  SEL-MODE = 3
               GO TO O-10
           END-IF
           IF  SEL-MODE NOT = 1
               GO TO R-08
           END-IF.
      *
      *    mode 1: RTV entry.
      *
       M-10.
           CALL "SD_Accept" USING BY REFERENCE A-SRC "A-SRC" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-08
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-10
           END-IF
           IF  RTV-SRC = 2
               GO TO M-21
           END-IF
           IF  RTV-SRC = 3
               MOVE  SPACE  TO RTV-LNO
               GO TO M-51
           END-IF
           IF  RTV-SRC NOT = 1
               GO TO M-10
           END-IF.
       M-11.
           CALL "SD_Accept" USING BY REFERENCE A-01F "A-01F" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-10
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-11
           END-IF.
       M-12.
           CALL "SD_Accept" USING BY REFERENCE A-021F "A-021F" "9" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-11
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-12
           END-IF.
       M-13.
           CALL "SD_Accept" USING BY REFERENCE A-022F "A-022F" "9" "3"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-12
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-13
           END-IF.
       M-14.
           CALL "SD_Accept" USING BY REFERENCE A-03F "A-03F" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-13
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-14
           END-IF.
       M-15.
           CALL "SD_Accept" USING BY REFERENCE A-NGPF "A-NGPF" "9" "8"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-14
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-15
           END-IF.
       M-16.
           CALL "SD_Accept" USING BY REFERENCE A-SEQF "A-SEQF" "9" "3"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-15
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-16
           END-IF
      *
      *    the return must exist, carry RDS100's verdict 3 and not
      *    be on RTVF already.
      *
           CALL "DB_F_Open" USING
            "INPUT" JSJDHF_PNAME1 "SHARED" BY REFERENCE JSJDHF_IDLST
            "1" "JSJDH-KEY" BY REFERENCE JSJDH-KEY.
           MOVE  RTV-RKEY  TO JSJDH-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" JSJDHF_PNAME1 BY REFERENCE JSJDH-REC "UNLOCK"
            RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE JSJDHF_IDLST JSJDHF_PNAME1.
           IF  RET = 1
               CALL "SD_Output" USING
                "E-ME1" E-ME1 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-11
           END-IF
           IF  JSJDH-DSP NOT = 3
               CALL "SD_Output" USING
                "E-ME2" E-ME2 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-11
           END-IF
           PERFORM  DUP-RTN  THRU  DUP-RTN-EXIT.
           INITIALIZE RTV-R.
           MOVE  1          TO RTV-SRC.
           MOVE  JSJDH-KEY  TO RTV-RKEY.
           IF  RV-FND = 1
               CALL "SD_Output" USING
                "E-ME3" E-ME3 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-11
           END-IF
           PERFORM  ITM-FIND-RTN  THRU  ITM-FIND-RTN-EXIT.
           IF  RV-FND = 0
               CALL "SD_Output" USING
                "E-ME10" E-ME10 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-11
           END-IF
           COMPUTE  RTV-QTY = 0 - JSJDH-QTY.
           CALL "SD_Output" USING "A-HCDF" A-HCDF "p" RETURNING RESU.
           CALL "SD_Output" USING "A-QTYF" A-QTYF "p" RETURNING RESU.
           GO TO M-30.
      *
      *    source 3: the rejected lot.
      *
       M-51.
           CALL "SD_Accept" USING BY REFERENCE A-LOTF "A-LOTF" "X" "10"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-10
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-51
           END-IF
           IF  RTV-LNO = SPACE
               GO TO M-51
           END-IF.
       M-52.
           CALL "SD_Accept" USING BY REFERENCE A-LSQF "A-LSQF" "9" "3"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-51
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-52
           END-IF
           CALL "DB_F_Open" USING
            "INPUT" LOTF_PNAME1 "SHARED" BY REFERENCE LOTF_IDLST "1"
            "LOT-KEY" BY REFERENCE LOT-KEY.
           MOVE  RTV-LNO   TO LOT-NO.
           MOVE  RTV-LSEQ  TO LOT-SEQ.
           CALL "DB_Read" USING
            "INVALID KEY" LOTF_PNAME1 BY REFERENCE LOT-R "UNLOCK"
            RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE LOTF_IDLST LOTF_PNAME1.
           IF  RET = 1
               CALL "SD_Output" USING
                "E-ME11" E-ME11 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-51
           END-IF
           IF  LOT-QCST = "8"
               CALL "SD_Output" USING
                "E-ME3" E-ME3 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-51
           END-IF
           IF  LOT-QCST NOT = "9"
               CALL "SD_Output" USING
                "E-ME12" E-ME12 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-51
           END-IF
           MOVE  LOT-HCD  TO RTV-HCD.
           MOVE  LOT-QTY  TO RTV-QTY.
           MOVE  LOT-TCD  TO RTV-TCD.
           CALL "SD_Output" USING "A-HCDF" A-HCDF "p" RETURNING RESU.
           CALL "SD_Output" USING "A-QTYF" A-QTYF "p" RETURNING RESU.
           CALL "SD_Output" USING "A-TCDF" A-TCDF "p" RETURNING RESU.
       M-53.
           CALL "SD_Accept" USING BY REFERENCE A-STRF "A-STRF" "9" "3"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-52
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-53
           END-IF.
       M-54.
           CALL "SD_Accept" USING BY REFERENCE A-RSNF "A-RSNF" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-53
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-54
           END-IF
           GO TO M-30.
       M-21.
           CALL "SD_Accept" USING BY REFERENCE A-HCDF "A-HCDF" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-10
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-21
           END-IF
           IF  RTV-HCD = ZERO
               GO TO M-21
           END-IF.
       M-22.
           CALL "SD_Accept" USING BY REFERENCE A-STRF "A-STRF" "9" "3"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-21
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-22
           END-IF.
       M-23.
           CALL "SD_Accept" USING BY REFERENCE A-RSNF "A-RSNF" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-22
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-23
           END-IF.
       M-24.
           CALL "SD_Accept" USING BY REFERENCE A-QTYF "A-QTYF" "9" "5"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-23
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-24
           END-IF
           IF  RTV-QTY = ZERO
               GO TO M-24
           END-IF.
      *
      *    supplier and price, both sources.
      *
       M-30.
           CALL "SD_Accept" USING BY REFERENCE A-TCDF "A-TCDF" "9" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               IF  RTV-SRC = 1
                   GO TO M-16
               END-IF
               IF  RTV-SRC = 3
                   GO TO M-54
               END-IF
               GO TO M-24
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-30
           END-IF
           MOVE  RTV-TCD  TO T-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" T-M_PNAME1 BY REFERENCE T-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               CALL "SD_Output" USING
                "E-ME4" E-ME4 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-30
           END-IF
           MOVE  ZERO   TO RV-FGN RV-RATE.
           MOVE  SPACE  TO RTV-CUR.
           IF  T-CUR NOT = SPACE  AND  NOT = "JPY"
               MOVE  1      TO RV-FGN
               MOVE  T-CUR  TO RTV-CUR
           END-IF
           MOVE  RTV-TCD  TO THT-TCD.
           MOVE  RTV-HCD  TO THT-HCD.
           MOVE  9        TO THT-SIZ.
           CALL "DB_Read" USING
            "INVALID KEY" THTM_PNAME1 BY REFERENCE THT-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0
               MOVE  THT-T  TO RTV-TAN
               CALL "SD_Output" USING
                "A-TANF" A-TANF "p" RETURNING RESU
           END-IF.
       M-31.
           CALL "SD_Accept" USING BY REFERENCE A-TANF "A-TANF" "9" "5"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-30
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-31
           END-IF
           IF  RTV-TAN = ZERO
               GO TO M-31
           END-IF
           COMPUTE  RTV-AMT = RTV-QTY * RTV-TAN.
           ACCEPT  WORK-TODATE  FROM  DATE.
           COMPUTE  POST-DATE = (2000 + WORK-TD-YY) * 10000
                  + WORK-TD-MM * 100 + WORK-TD-DD.
           MOVE  ZERO  TO RTV-FAMT.
           IF  RV-FGN = 1
               MOVE  POST-DATE  TO RV-RDATE
               PERFORM  RAT-GET-RTN  THRU  RAT-GET-RTN-EXIT
               IF  RV-RATE = ZERO
                   CALL "SD_Output" USING
                    "E-ME5" E-ME5 "p" RETURNING RESU
                   CALL "SD_Output" USING
                    "E-ME99" E-ME99 "p" RETURNING RESU
                   GO TO M-30
               END-IF
               COMPUTE  RTV-FAMT ROUNDED = RTV-AMT / RV-RATE
           END-IF.
       M-40.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-31
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-40
           END-IF
           IF  M-DMM NOT = 1  AND  9
               GO TO M-40
           END-IF
           IF  M-DMM = 9
               GO TO R-05
           END-IF
           COMPUTE  RV-NG = POST-DATE / 100.
           CALL "DB_F_Open" USING
            "INPUT" PLK-M_PNAME1 " " BY REFERENCE PLK-M_IDLST "0".
           MOVE  RV-NG  TO PLK-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" PLK-M_PNAME1 BY REFERENCE PLK-R " "
            RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE PLK-M_IDLST PLK-M_PNAME1.
           IF  RET = 0  AND  PLK-STAT = 1
               CALL "SD_Output" USING
                "E-ME6" E-ME6 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-05
           END-IF
           ACCEPT  RTV-DATE  FROM  DATE.
           ACCEPT  RTV-TIME  FROM  TIME.
           MOVE  RTV-TIME  TO POST-JUNLNO.
           IF  RTV-SRC NOT = 1
               PERFORM  STK-RTN  THRU  STK-RTN-EXIT
           END-IF
           PERFORM  DN-POST-RTN  THRU  DN-POST-RTN-EXIT.
           MOVE  POST-JUNLNO  TO RTV-JUNLNO.
           MOVE  ZERO         TO RTV-STAT RTV-CRDT.
           MOVE  SPACE        TO RTV-CNNO.
           MOVE  USER_ID      TO RTV-USER.
           CALL "DB_F_Open" USING
            "I-O" RTVF_PNAME1 "SHARED" BY REFERENCE RTVF_IDLST "1"
            "RTV-KEY" BY REFERENCE RTV-KEY.
           CALL "DB_Insert" USING
            RTVF_PNAME1 RTVF_LNAME RTV-R RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE RTVF_IDLST RTVF_PNAME1.
           IF  RTV-SRC = 3
               PERFORM  LOT-UPD-RTN  THRU  LOT-UPD-RTN-EXIT
           END-IF
           PERFORM  SLIP-RTN  THRU  SLIP-RTN-EXIT.
           CALL "SD_Output" USING
            "E-ME9" E-ME9 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO R-05.
      *
      *    DUP-RTN  -  RV-FND = 1 when the return in JSJDH-KEY is
      *    already on RTVF; the sequential pass reads through RTV-R,
      *    which the caller rebuilds after.
      *
       DUP-RTN.
           MOVE  ZERO  TO RV-FND.
           CALL "DB_F_Open" USING
            "INPUT" RTVF_PNAME1 " " BY REFERENCE RTVF_IDLST "0".
       DUP-010.
           CALL "DB_Read" USING
            "AT END" RTVF_PNAME1 BY REFERENCE RTV-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO DUP-020
           END-IF
           IF  RTV-SRC = 1  AND  RTV-RKEY = JSJDH-KEY
               MOVE  1  TO RV-FND
               GO TO DUP-020
           END-IF
           GO TO DUP-010.
       DUP-020.
           CALL "DB_F_Close" USING
            BY REFERENCE RTVF_IDLST RTVF_PNAME1.
       DUP-RTN-EXIT.
           EXIT.
      *
      *    ITM-FIND-RTN  -  the return's item off the matching
      *    JSJDRF slip line, RDS100's trace; RV-FND = 0 when the
      *    slip has aged off the file.
      *
       ITM-FIND-RTN.
           MOVE  ZERO  TO RV-FND.
           CALL "DB_F_Open" USING
            "INPUT" JSJDRF_PNAME1 " " BY REFERENCE JSJDRF_IDLST "0".
       ITM-FIND-010.
           CALL "DB_Read" USING
            "AT END" JSJDRF_PNAME1 BY REFERENCE JSJD-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO ITM-FIND-020
           END-IF
           IF  JSJD-01  = RTV-R01   AND  JSJD-021 = RTV-R021  AND
               JSJD-022 = RTV-R022  AND  JSJD-03  = RTV-R03
               MOVE  JSJD-09  TO RTV-HCD
               MOVE  1        TO RV-FND
               GO TO ITM-FIND-020
           END-IF
           GO TO ITM-FIND-010.
       ITM-FIND-020.
           CALL "DB_F_Close" USING
            BY REFERENCE JSJDRF_IDLST JSJDRF_PNAME1.
       ITM-FIND-RTN-EXIT.
           EXIT.
      *
      *    LOT-UPD-RTN  -  the rejected lot is marked raised back
      *    to the supplier.
      *
       LOT-UPD-RTN.
           CALL "DB_F_Open" USING
            "I-O" LOTF_PNAME1 "SHARED" BY REFERENCE LOTF_IDLST "1"
            "LOT-KEY" BY REFERENCE LOT-KEY.
           MOVE  RTV-LNO   TO LOT-NO.
           MOVE  RTV-LSEQ  TO LOT-SEQ.
           CALL "DB_Read" USING
            "INVALID KEY" LOTF_PNAME1 BY REFERENCE LOT-R " "
            RETURNING RET.
           IF  RET = 0
               MOVE  "8"      TO LOT-QCST
               CALL "DB_Update" USING
                LOTF_PNAME1 LOTF_LNAME LOT-R RETURNING RET
           END-IF
           CALL "DB_F_Close" USING
            BY REFERENCE LOTF_IDLST LOTF_PNAME1.
       LOT-UPD-RTN-EXIT.
           EXIT.
      *
      *    STK-RTN  -  a warehouse defect or a rejected lot leaves
      *    the books: the pairs off the item/reason/store TANAM
      *    record, TRN100's ship-out side with TANAM-07 = 0 for
      *    TAP100, and off CST-M at the running average,
      *    CST100's relief.
      *
       STK-RTN.
           CALL "DB_F_Open" USING
            "I-O" TANAM_PNAME1 "SHARED" BY REFERENCE TANAM_IDLST "1".
           MOVE  SPACE    TO TANAM-R.
           MOVE  RTV-HCD  TO TANAM-01.
           MOVE  RTV-RSN  TO TANAM-02.
           MOVE  RTV-STR  TO TANAM-03.
           CALL "DB_Read" USING
            "INVALID KEY" TANAM_PNAME1 BY REFERENCE TANAM-R " "
            RETURNING RET.
           IF  RET = 1
               MOVE  RTV-HCD  TO TANAM-01
               MOVE  RTV-RSN  TO TANAM-02
               MOVE  RTV-STR  TO TANAM-03
               MOVE  0  TO TANAM-051 TANAM-052 TANAM-08
               MOVE  0  TO TANAM-061 TANAM-062 TANAM-063 TANAM-064
                            TANAM-065 TANAM-066 TANAM-067 TANAM-068
           END-IF
           SUBTRACT  RTV-QTY  FROM  TANAM-052.
           COMPUTE  TANAM-041 = 2000 + WORK-TD-YY.
           COMPUTE  TANAM-042 = (WORK-TD-MM * 100) + WORK-TD-DD.
           MOVE  0  TO TANAM-07.
           IF  RET = 0
               CALL "DB_Update" USING
                TANAM_PNAME1 TANAM_LNAME TANAM-R RETURNING RET
           ELSE
               CALL "DB_Insert" USING
                TANAM_PNAME1 TANAM_LNAME TANAM-R RETURNING RET
           END-IF
           CALL "DB_F_Close" USING
            BY REFERENCE TANAM_IDLST TANAM_PNAME1.
           CALL "DB_F_Open" USING
            "I-O" CST-M_PNAME1 "SHARED" BY REFERENCE CST-M_IDLST "1"
            "CST-KEY" BY REFERENCE CST-KEY.
           MOVE  RTV-HCD  TO CST-HCD.
           CALL "DB_Read" USING
            "INVALID KEY" CST-M_PNAME1 BY REFERENCE CST-R " "
            RETURNING RET.
           IF  RET = 0
               MOVE  RTV-QTY  TO RV-QTY
               COMPUTE  RV-CST ROUNDED = RV-QTY * CST-AVG
               SUBTRACT  RV-QTY  FROM CST-QTY
               SUBTRACT  RV-CST  FROM CST-VAL
               MOVE  USER_ID  TO CST-USER
               CALL "DB_Update" USING
                CST-M_PNAME1 CST-M_LNAME CST-R RETURNING RET
           END-IF
           CALL "DB_F_Close" USING
            BY REFERENCE CST-M_IDLST CST-M_PNAME1.
       STK-RTN-EXIT.
           EXIT.
      *
      *    DN-POST-RTN  -  the supplier debit note: one SIWAKH line
      *    debiting the payable against the supplier's HCUSTCD
      *    through the JCON7 classification-86 map with the KMK-M
      *    check and 9999 fallback, HTEKICD 721, the RTV number in
      *    HDOCREF and the supplier's T-INVNO in HINVNO.
      *
       DN-POST-RTN.
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
           MOVE  86  TO  JCON7-02.
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
           INITIALIZE SH-REC.
           MOVE  JCON7-ACCT      TO HACCNTCD HACCNTCD2.
           MOVE  JCON7-HOACCT    TO HHOACCNT.
           MOVE  POST-DATE       TO HTRDATE HTRDATE2.
           MOVE  POST-JUNLNO     TO HJUNLNO HJUNLNO2.
           MOVE  1               TO HLINENO HLINENO2.
           MOVE  0               TO HDR-CR HDR-CR2.
           MOVE  JCON7-DEPT      TO HSECTCD.
           MOVE  "0"             TO HTAXKB.
           MOVE  RTV-AMT         TO HAMOUNT.
           MOVE  RTV-FAMT        TO HFAMT.
           MOVE  JCON7-OPPACCT   TO HOPPCD.
           MOVE  JCON7-HOOPPACCT TO HHOOPPCD.
           MOVE  RTV-TCD         TO HCUSTCD.
           MOVE  T-INVNO         TO HINVNO.
           MOVE  "RTV"           TO HDOCREF (1:3).
           MOVE  RTV-KEY         TO HDOCREF (4:12).
           MOVE  721             TO HTEKICD.
           CALL "DB_Insert" USING
            SIWAKH_PNAME1 SIWAKH_LNAME SH-REC RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE SIWAKH_IDLST SIWAKH_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE KMK-M_IDLST KMK-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE JCON_IDLST JCON_PNAME1.
       DN-POST-RTN-EXIT.
           EXIT.
      *
      *    SLIP-RTN  -  the RTV slip that travels with the goods.
      *
       SLIP-RTN.
           CALL "PR_Open" RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-SL-HD   TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  RTV-DATE     TO WORK-SL-DATE.
           MOVE  RTV-TIME     TO WORK-SL-TIME.
           MOVE  POST-DATE    TO WORK-SL-PDATE.
           MOVE  WORK-SL-NO   TO PRN-R (11:41).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  RTV-TCD      TO WORK-SL-TCD.
           MOVE  T-NAME       TO WORK-SL-TNAME.
           MOVE  WORK-SL-SUP  TO PRN-R (11:68).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  RTV-HCD      TO WORK-SL-HCD.
           MOVE  RTV-QTY      TO WORK-SL-QTY.
           MOVE  RTV-TAN      TO WORK-SL-TAN.
           MOVE  RTV-AMT      TO WORK-SL-AMT.
           MOVE  WORK-SL-ITM  TO PRN-R (11:63).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           IF  RV-FGN = 1
               MOVE  SPACE        TO PRN-R
               MOVE  RTV-CUR      TO WORK-SL-CUR
               MOVE  RTV-FAMT     TO WORK-SL-FAMT
               MOVE  WORK-SL-FGN  TO PRN-R (11:35)
               CALL "PR_Write" USING PRN-R RETURNING RESP
           END-IF
           MOVE  SPACE  TO PRN-R WORK-SL-SRCK.
           IF  RTV-SRC = 1
               MOVE  "CUSTOMER RETURN"  TO WORK-SL-SRCT
               MOVE  RTV-R01    TO WORK-SL-R01
               MOVE  RTV-R021   TO WORK-SL-R021
               MOVE  RTV-R022   TO WORK-SL-R022
               MOVE  RTV-R03    TO WORK-SL-R03
               MOVE  WORK-SL-RET  TO WORK-SL-SRCK
           END-IF
           IF  RTV-SRC = 2
               MOVE  "WAREHOUSE DEFECT" TO WORK-SL-SRCT
               MOVE  RTV-STR    TO WORK-SL-STR
               MOVE  RTV-RSN    TO WORK-SL-RSN
               MOVE  WORK-SL-WH   TO WORK-SL-SRCK
           END-IF
           IF  RTV-SRC = 3
               MOVE  "REJECTED LOT"     TO WORK-SL-SRCT
               MOVE  RTV-LNO    TO WORK-SL-LNO
               MOVE  RTV-LSEQ   TO WORK-SL-LSEQ
               MOVE  RTV-STR    TO WORK-SL-LSTR
               MOVE  WORK-SL-LOT  TO WORK-SL-SRCK
           END-IF
           MOVE  WORK-SL-SRC  TO PRN-R (11:60).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "PR_Close" RETURNING RESP.
       SLIP-RTN-EXIT.
           EXIT.
      *
      *    mode 2: supplier credit received.
      *
       C-10.
           CALL "SD_Accept" USING BY REFERENCE A-RDTF "A-RDTF" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-08
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO C-10
           END-IF.
       C-11.
           CALL "SD_Accept" USING BY REFERENCE A-RTMF "A-RTMF" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO C-10
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO C-11
           END-IF
           CALL "DB_F_Open" USING
            "I-O" RTVF_PNAME1 "SHARED" BY REFERENCE RTVF_IDLST "1"
            "RTV-KEY" BY REFERENCE RTV-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" RTVF_PNAME1 BY REFERENCE RTV-R " "
            RETURNING RET.
           IF  RET = 1
               CALL "DB_F_Close" USING
                BY REFERENCE RTVF_IDLST RTVF_PNAME1
               CALL "SD_Output" USING
                "E-ME7" E-ME7 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO C-10
           END-IF
           IF  RTV-STAT = 1
               CALL "DB_F_Close" USING
                BY REFERENCE RTVF_IDLST RTVF_PNAME1
               CALL "SD_Output" USING
                "E-ME8" E-ME8 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO C-10
           END-IF
           CALL "SD_Output" USING "A-HCDF" A-HCDF "p" RETURNING RESU.
           CALL "SD_Output" USING "A-QTYF" A-QTYF "p" RETURNING RESU.
           CALL "SD_Output" USING "A-TCDF" A-TCDF "p" RETURNING RESU.
           CALL "SD_Output" USING "A-TANF" A-TANF "p" RETURNING RESU.
       C-12.
           CALL "SD_Accept" USING BY REFERENCE A-CNF "A-CNF" "X" "10"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               CALL "DB_F_Close" USING
                BY REFERENCE RTVF_IDLST RTVF_PNAME1
               GO TO C-11
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO C-12
           END-IF
           IF  RTV-CNNO = SPACE
               GO TO C-12
           END-IF.
       C-20.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO C-12
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO C-20
           END-IF
           IF  M-DMM NOT = 1  AND  9
               GO TO C-20
           END-IF
           IF  M-DMM = 9
               CALL "DB_F_Close" USING
                BY REFERENCE RTVF_IDLST RTVF_PNAME1
               GO TO R-05
           END-IF
           ACCEPT  WORK-TODATE  FROM  DATE.
           COMPUTE  RTV-CRDT = (2000 + WORK-TD-YY) * 10000
                  + WORK-TD-MM * 100 + WORK-TD-DD.
           MOVE  1        TO RTV-STAT.
           MOVE  USER_ID  TO RTV-USER.
           CALL "DB_Update" USING
            RTVF_PNAME1 RTVF_LNAME RTV-R RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE RTVF_IDLST RTVF_PNAME1.
           CALL "SD_Output" USING
            "E-ME9" E-ME9 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO R-05.
      *
      *    mode 3: open-RTV report.
      *
       O-10.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-08
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO O-10
           END-IF
           IF  M-DMM NOT = 1  AND  9
               GO TO O-10
           END-IF
           IF  M-DMM = 9
               GO TO R-05
           END-IF
           PERFORM  OPN-RPT-RTN  THRU  OPN-RPT-RTN-EXIT.
           CALL "SD_Output" USING
            "E-ME9" E-ME9 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO R-05.
      *
       OPN-RPT-RTN.
           MOVE  ZERO  TO RV-CNT RV-TAMT.
           CALL "PR_Open" RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-OP-HD   TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-OP-COLHD  TO PRN-R (11:71).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "DB_F_Open" USING
            "INPUT" RTVF_PNAME1 " " BY REFERENCE RTVF_IDLST "0".
       OPN-RPT-010.
           CALL "DB_Read" USING
            "AT END" RTVF_PNAME1 BY REFERENCE RTV-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO OPN-RPT-020
           END-IF
           IF  RTV-STAT NOT = 0
               GO TO OPN-RPT-010
           END-IF
           MOVE  SPACE        TO PRN-R WORK-OP.
           MOVE  RTV-DATE     TO WORK-OP-DATE.
           MOVE  RTV-TIME     TO WORK-OP-TIME.
           MOVE  RTV-SRC      TO WORK-OP-SRC.
           MOVE  RTV-TCD      TO WORK-OP-TCD.
           MOVE  RTV-HCD      TO WORK-OP-HCD.
           MOVE  RTV-QTY      TO WORK-OP-QTY.
           MOVE  RTV-AMT      TO WORK-OP-AMT.
           MOVE  RTV-CUR      TO WORK-OP-CUR.
           IF  RTV-FAMT NOT = ZERO
               MOVE  RTV-FAMT  TO WORK-OP-FAMT
           END-IF
           MOVE  WORK-OP      TO PRN-R (11:68).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           ADD  1        TO RV-CNT.
           ADD  RTV-AMT  TO RV-TAMT.
           GO TO OPN-RPT-010.
       OPN-RPT-020.
           CALL "DB_F_Close" USING
            BY REFERENCE RTVF_IDLST RTVF_PNAME1.
           MOVE  SPACE  TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  RV-CNT       TO WORK-OP-CNT.
           MOVE  RV-TAMT      TO WORK-OP-TAMT.
           MOVE  WORK-OP-TOT  TO PRN-R (11:51).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "PR_Close" RETURNING RESP.
       OPN-RPT-RTN-EXIT.
           EXIT.
      *
      *    RAT-GET-RTN  -  the RATM rate for RTV-CUR in force on
      *    RV-RDATE, PON100's routine; zero when there is none.
      *
       RAT-GET-RTN.
           MOVE  ZERO  TO RV-RATE RV-RNGP.
           CALL "DB_F_Open" USING
            "INPUT" RATM_PNAME1 " " BY REFERENCE RATM_IDLST "0".
       RAT-GET-010.
           CALL "DB_Read" USING
            "AT END" RATM_PNAME1 BY REFERENCE RAT-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO RAT-GET-020
           END-IF
           IF  RAT-CUR = RTV-CUR  AND  RAT-NGP NOT > RV-RDATE
                                  AND  RAT-NGP NOT < RV-RNGP
               MOVE  RAT-NGP   TO RV-RNGP
               MOVE  RAT-RATE  TO RV-RATE
           END-IF
           GO TO RAT-GET-010.
       RAT-GET-020.
           CALL "DB_F_Close" USING
            BY REFERENCE RATM_IDLST RATM_PNAME1.
       RAT-GET-RTN-EXIT.
           EXIT.
      *
       R-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_F_Close" USING
            BY REFERENCE THTM_IDLST THTM_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE T-M_IDLST T-M_PNAME1.
           CALL "DB_Close".
           STOP RUN.
