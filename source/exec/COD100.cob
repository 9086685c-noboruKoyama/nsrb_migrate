       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         COD100.
      *********************************************************
      *    PROGRAM         :  CASH-ON-DELIVERY SLIPS / REMIT   *
      *    PRINTER TYPE    :  JIPS                             *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    the customers TCM100 flags cash-on-delivery (TC-CODKBN,
      *    new small shops with no credit history) pay the carrier
      *    on delivery instead of going on account.  SEL-MODE, the
      *    CEX100 idiom:
      *      1 = pricing: run for the ship date ahead of JTO35L's
      *          slip print.  every shipped line of a COD customer
      *          (BIL100's filters -- printable, something shipped,
      *          no consignment or sample) values at the billing
      *          price, BIL100's order: PRMF campaign, THTC, THTM,
      *          specific size before any-size; each slip's total
      *          takes consumption tax at 10 per cent, fractions
      *          cut (SIV100's rule), and lands on CODF.  the sale
      *          posts there and then as a receivable from the
      *          carrier -- net through JCON7 classification 61,
      *          tax through 60 under HTAXKB "0" so TXE100 counts
      *          the base once, HTEKICD 744 -- and BIL100 leaves
      *          every CODF slip off the invoice.  a slip already
      *          posted is left alone on a rerun; a slip with an
      *          unpriced line is held off CODF and listed (it
      *          bills on account as before until THTC is fixed
      *          and the pricing rerun).
      *      2 = remittance: the carrier's CODIN statement, one
      *          record per slip -- collected, or returned
      *          uncollected -- with the amount collected and the
      *          carrier's fee.  the collection posts against the
      *          receivable (classification 59, debit bank, HTEKICD
      *          745) and the fee to expense (classification 58,
      *          credit bank, HTEKICD 746), so the bank side nets
      *          to the carrier's transfer.  a slip not on CODF or
      *          already remitted is listed and skipped.
      *      3 = exception list: every slip POD100 has delivered
      *          that the carrier has not remitted, every slip
      *          remitted short, and every slip returned
      *          uncollected, with what is still owed.
      *    modes 1 and 2 refuse a PLK-M locked month.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SYSTEM3100.
       OBJECT-COMPUTER. SYSTEM3100.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  SEL-MODE               PIC  9(001)      VALUE ZERO.
       01  M-DMM                  PIC  9(001)      VALUE ZERO.
       01  A-NGP                  PIC  9(008)      VALUE ZERO.
       01  CD-NG                  PIC  9(006)      VALUE ZERO.
       01  POST-YMD.
           02  POST-YY            PIC  9(002).
           02  POST-MM            PIC  9(002).
           02  POST-DD            PIC  9(002).
       01  POST-DATE              PIC  9(008)      VALUE ZERO.
       01  POST-NG                PIC  9(006)      VALUE ZERO.
       01  POST-JUNLNO            PIC  9(006)      VALUE ZERO.
       01  POST-LINENO            PIC  9(002)      VALUE ZERO.
      *    one posting: classification, amount, tax class, source.
       01  CP-CLS                 PIC  9(002)      VALUE ZERO.
       01  CP-AMT                 PIC  9(010)      VALUE ZERO.
       01  CP-TAXKB               PIC  X(001)      VALUE SPACE.
       01  CP-TEKI                PIC  9(003)      VALUE ZERO.
       01  CP-CUST                PIC  9(004)      VALUE ZERO.
       01  CP-INVNO               PIC  X(014)      VALUE SPACE.
      *    line valuation, BIL100's BL-VAL-RTN fields.
       01  CD-WHQ                 PIC  9(004)      VALUE ZERO.
       01  CD-PTCD                PIC  9(004)      VALUE ZERO.
       01  CD-QX                  PIC  9(002)      VALUE ZERO.
       01  CD-TAN                 PIC  9(005)      VALUE ZERO.
       01  CD-LVAL                PIC S9(009)      VALUE ZERO.
       01  CD-NOPRC               PIC  9(001)      VALUE ZERO.
       01  CD-PRMT                PIC  9(005)      VALUE ZERO.
       01  PC-CNT                 PIC  9(003)      VALUE ZERO.
       01  PC-IX                  PIC  9(003)      VALUE ZERO.
       01  PC-RANK                PIC  9(001)      VALUE ZERO.
       01  PC-BEST                PIC  9(001)      VALUE ZERO.
       01  PC-SIZ                 PIC  9(001)      VALUE ZERO.
       01  PC-TBL.
           02  PC-ENT   OCCURS  300.
               03  PC-TCD         PIC  9(004).
               03  PC-HCD         PIC  9(006).
               03  PC-PSIZ        PIC  9(001).
               03  PC-T           PIC  9(005).
               03  PC-FROM        PIC  9(008).
               03  PC-TO          PIC  9(008).
      *    the day's COD slips, find-or-insert by slip number.
       01  CS-CNT                 PIC  9(003)      VALUE ZERO.
       01  CS-IX                  PIC  9(003)      VALUE ZERO.
       01  CS-TBL.
           02  CS-ENT   OCCURS  300.
               03  CS-03          PIC  9(006).
               03  CS-TCD         PIC  9(004).
               03  CS-CCD         PIC  9(003).
               03  CS-INVNO       PIC  X(014).
               03  CS-NET         PIC S9(010).
               03  CS-NOPRC       PIC  9(001).
       01  W-QTY                  PIC S9(006)      VALUE ZERO.
       01  W-IX                   PIC  9(002)      VALUE ZERO.
       01  W-FND                  PIC  9(001)      VALUE ZERO.
       01  W-UNC                  PIC  9(009)      VALUE ZERO.
      *    run counts.
       01  CD-SCNT                PIC  9(005)      VALUE ZERO.
       01  CD-HCNT                PIC  9(005)      VALUE ZERO.
       01  CD-OVER                PIC  9(005)      VALUE ZERO.
       01  CD-TOTAMT              PIC  9(010)      VALUE ZERO.
       01  RM-FCNT                PIC  9(005)      VALUE ZERO.
       01  RM-SCNT                PIC  9(005)      VALUE ZERO.
       01  RM-RCNT                PIC  9(005)      VALUE ZERO.
       01  RM-ECNT                PIC  9(005)      VALUE ZERO.
       01  EX-CNT                 PIC  9(005)      VALUE ZERO.
       01  EX-TOTUNC              PIC  9(010)      VALUE ZERO.
       01  PRN-R                  PIC  X(132).
       77  RESP                   PIC  9(001).
      *    the pricing list.
       01  WORK-CD-HD             PIC  X(050)      VALUE
            "*** COD SLIP PRICING ***".
       01  WORK-CD-RNG.
           02  F                  PIC  X(10)  VALUE  "SHIP DATE ".
           02  WORK-CD-NGP        PIC  9(008).
       01  WORK-CD-COLHD          PIC  X(060)      VALUE
            "SLIP    CUST-DST       NET      TAX   COD AMT  REMARK".
       01  WORK-CD.
           02  WORK-CD-03         PIC  9(006).
           02  F                  PIC  X(02).
           02  WORK-CD-TCD        PIC  9(004).
           02  WORK-CD-DASH       PIC  X(01).
           02  WORK-CD-CCD        PIC  9(003).
           02  F                  PIC  X(02).
           02  WORK-CD-NET        PIC  ZZZZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-CD-TAX        PIC  ZZZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-CD-AMT        PIC  ZZZZZZZZ9.
           02  F                  PIC  X(02).
           02  WORK-CD-RMK        PIC  X(018).
       01  WORK-CD-TOT.
           02  F                  PIC  X(08)  VALUE  "SLIPS  :".
           02  WORK-CD-SCNT       PIC  ZZZZ9.
           02  F                  PIC  X(14)  VALUE  "  COD TOTAL  :".
           02  WORK-CD-TOTAMT     PIC  ZZZZZZZZZ9.
           02  F                  PIC  X(10)  VALUE  "  HELD  :".
           02  WORK-CD-HCNT       PIC  ZZZZ9.
       01  WORK-CD-OVR.
           02  F                  PIC  X(30)  VALUE
                "SLIP TABLE FULL - NOT PRICED :".
           02  WORK-CD-OVER       PIC  ZZZZ9.
      *    the remittance list.
       01  WORK-RM-HD             PIC  X(050)      VALUE
            "*** COD REMITTANCE IMPORT ***".
       01  WORK-RM-COLHD          PIC  X(060)      VALUE
            "SHIP DATE SLIP      COD AMT COLLECTED    FEE  REMARK".
       01  WORK-RM.
           02  WORK-RM-NGP        PIC  9(008).
           02  F                  PIC  X(02).
           02  WORK-RM-03         PIC  9(006).
           02  F                  PIC  X(02).
           02  WORK-RM-AMT        PIC  ZZZZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-RM-RAMT       PIC  ZZZZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-RM-FEE        PIC  ZZZZZ9.
           02  F                  PIC  X(02).
           02  WORK-RM-RMK        PIC  X(018).
       01  WORK-RM-TOT.
           02  F                  PIC  X(09)  VALUE  "IN FULL :".
           02  WORK-RM-FCNT       PIC  ZZZZ9.
           02  F                  PIC  X(09)  VALUE  "  SHORT :".
           02  WORK-RM-SCNT       PIC  ZZZZ9.
           02  F                  PIC  X(12)  VALUE  "  RETURNED :".
           02  WORK-RM-RCNT       PIC  ZZZZ9.
           02  F                  PIC  X(12)  VALUE  "  REJECTED :".
           02  WORK-RM-ECNT       PIC  ZZZZ9.
      *    the exception list.
       01  WORK-EX-HD             PIC  X(050)      VALUE
            "*** COD EXCEPTIONS - NOT COLLECTED ***".
       01  WORK-EX-COLHD.
           02  F                  PIC  X(040)      VALUE
            "SHIP DATE SLIP    CUST-DST   COD AMT".
           02  F                  PIC  X(040)      VALUE
            " COLLECTED UNCOLLECT  EXCEPTION".
       01  WORK-EX.
           02  WORK-EX-NGP        PIC  9(008).
           02  F                  PIC  X(02).
           02  WORK-EX-03         PIC  9(006).
           02  F                  PIC  X(02).
           02  WORK-EX-TCD        PIC  9(004).
           02  WORK-EX-DASH       PIC  X(01).
           02  WORK-EX-CCD        PIC  9(003).
           02  F                  PIC  X(03).
           02  WORK-EX-AMT        PIC  ZZZZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-EX-RAMT       PIC  ZZZZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-EX-UNC        PIC  ZZZZZZZZ9.
           02  F                  PIC  X(02).
           02  WORK-EX-STAT       PIC  X(022).
       01  WORK-EX-TOT.
           02  F                  PIC  X(12)  VALUE  "EXCEPTIONS :".
           02  WORK-EX-CNT        PIC  ZZZZ9.
           02  F                  PIC  X(15)  VALUE  "  UNCOLLECTED :".
           02  WORK-EX-TOTUNC     PIC  ZZZZZZZZZ9.
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
           COPY  LIBPLK.
           COPY  L-JCON.
      *FD  KMK-M
           COPY LIKMK.
      *FD  TC-M
           COPY LITCM.
      *FD  THTM
           COPY LITHTM.
      *FD  THTC
           COPY LITHTC.
      *FD  PRMF
           COPY LIPRMF.
      *FD  CODF
           COPY LICODF.
      *FD  SIWAKH
       01  SIWAKH_COD100.
           02  SIWAKH_PNAME1      PIC  X(006) VALUE "SIWAKH".
           02  F                  PIC  X(001).
           02  SIWAKH_LNAME       PIC  X(013) VALUE "SIWAKH_COD100".
           02  F                  PIC  X(001).
           02  SIWAKH_KEY1        PIC  X(100) VALUE SPACE.
           02  SIWAKH_SORT        PIC  X(100) VALUE SPACE.
           02  SIWAKH_IDLST       PIC  X(100) VALUE SPACE.
           02  SIWAKH_RES         USAGE  POINTER.
           COPY SIWAKH.
       77  F                      PIC  X(001).
      *FD  PODF
       01  PODF_COD100.
           02  PODF_PNAME1        PIC  X(006) VALUE "PODF".
           02  F                  PIC  X(001).
           02  PODF_LNAME         PIC  X(011) VALUE "PODF_COD100".
           02  F                  PIC  X(001).
           02  PODF_KEY1          PIC  X(100) VALUE SPACE.
           02  PODF_SORT          PIC  X(100) VALUE SPACE.
           02  PODF_IDLST         PIC  X(100) VALUE SPACE.
           02  PODF_RES           USAGE  POINTER.
           COPY PODF.
      *FD  JSJDRF
       01  JSJDRF_COD100.
           02  JSJDRF_PNAME1      PIC  X(006) VALUE "JSJDRF".
           02  F                  PIC  X(001).
           02  JSJDRF_LNAME       PIC  X(013) VALUE "JSJDRF_COD100".
           02  F                  PIC  X(001).
           02  JSJDRF_KEY1        PIC  X(100) VALUE SPACE.
           02  JSJDRF_SORT        PIC  X(100) VALUE SPACE.
           02  JSJDRF_IDLST       PIC  X(100) VALUE SPACE.
           02  JSJDRF_RES         USAGE  POINTER.
           COPY JSJDR.
      *FD  CODIN
      *    the carrier's COD remittance statement, fixed length, one
      *    record per slip.  CN-KBN 1 = collected, 2 = returned
      *    uncollected; CN-RDATE the date the carrier paid over.
       01  CODIN_COD100.
           02  CODIN_PNAME1       PIC  X(006) VALUE "CODIN".
           02  F                  PIC  X(001).
           02  CODIN_LNAME        PIC  X(012) VALUE "CODIN_COD100".
           02  F                  PIC  X(001).
           02  CODIN_KEY1         PIC  X(100) VALUE SPACE.
           02  CODIN_SORT         PIC  X(100) VALUE SPACE.
           02  CODIN_IDLST        PIC  X(100) VALUE SPACE.
           02  CODIN_RES          USAGE  POINTER.
       01  CN-REC.
           02  CN-NGP             PIC  9(008).                          出荷日
           02  CN-03              PIC  9(006).                          伝票番号
           02  CN-KBN             PIC  9(001).                          回収区分
           02  CN-AMT             PIC  9(009).                          回収金額
           02  CN-FEE             PIC  9(006).                          代引手数料
           02  CN-RDATE           PIC  9(008).                          入金日
           02  FILLER             PIC  X(010).
       77  F                      PIC  X(001).
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
                "CASH-ON-DELIVERY SLIPS / REMITTANCE".
           02  FILLER  PIC  X(030) VALUE
                "1=PRICE 2=REMIT 3=LIST  MODE".
           02  FILLER  PIC  X(025) VALUE
                "SHIP DATE CCYYMMDD".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-ACP.
           02  A-MODE     PIC  9(001).
           02  A-NGPF     PIC  9(008).
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
             03  E-ME1   PIC  X(030) VALUE
                  "***  PERIOD LOCKED         ***".
             03  E-ME4   PIC  X(030) VALUE
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
            "C-MID" " " "0" "0" "115" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-MID" "X" "3" "10" "40" " " "C-MID" RETURNING RESU.
       CALL "SD_Init" USING
            "02C-MID" "X" "5" "10" "30" "01C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "03C-MID" "X" "7" "10" "25" "02C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "04C-MID" "X" "18" "10" "20" "03C-MID" " " RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "10" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-MODE" "9" "5" "45" "1" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-MODE" BY REFERENCE SEL-MODE "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-NGPF" "9" "7" "38" "8" "A-MODE" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-NGPF" BY REFERENCE A-NGP "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "18" "31" "1" "A-NGPF" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DMM" BY REFERENCE M-DMM "1" "0" RETURNING RESU.
      *C-ERR
       CALL "SD_Init" USING
            "C-ERR" " " "0" "0" "67" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-ERR" " " "24" "0" "67" " " "C-ERR" RETURNING RESU.
       CALL "SD_Init" USING
            "E-STAT" "X" "24" "10" "2" " " "01C-ERR" RETURNING RESU.
       CALL "SD_From" USING
            "E-STAT" BY REFERENCE ERR-STAT "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME1" "X" "24" "15" "30" "E-STAT" " " RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME4" "X" "24" "15" "30" "E-ME1" " " RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME99" "X" "24" "75" "5" "E-ME4" " " RETURNING RESU.
      *
           ACCEPT USER_ID FROM ARGUMENT-VALUE.
           ACCEPT COMPLETION_CODE FROM ARGUMENT-VALUE.
      *
       R-05.
           MOVE    SPACE    TO  ERR-STAT.
           MOVE    ZERO     TO  RESU.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "SD_Output" USING "C-MID" C-MID "p" RETURNING RESU.
           ACCEPT  POST-YMD  FROM  DATE.
           COMPUTE  POST-DATE = (2000 + POST-YY) * 10000
                  + POST-MM * 100 + POST-DD.
           MOVE  ZERO       TO SEL-MODE M-DMM.
           MOVE  POST-DATE  TO A-NGP.
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
           IF  SEL-MODE = 2  OR  SEL-MODE = 3
               GO TO R-20
           END-IF
           IF  SEL-MODE NOT = 1
               GO TO R-08
           END-IF.
       R-10.
           CALL "SD_Accept" USING BY REFERENCE A-NGPF "A-NGPF" "9" "8"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-08
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-10
           END-IF
           IF  A-NGP = ZERO
               GO TO R-10
           END-IF.
       R-20.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               IF  SEL-MODE = 1
                   GO TO R-10
               ELSE
                   GO TO R-08
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
           IF  SEL-MODE = 3
               PERFORM  EX-RTN  THRU  EX-RTN-EXIT
               GO TO R-90
           END-IF
           PERFORM  PLK-CHK-RTN  THRU  PLK-CHK-RTN-EXIT.
           IF  RET = 0  AND  PLK-STAT = 1
               CALL "SD_Output" USING
                "E-ME1" E-ME1 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-05
           END-IF
           IF  SEL-MODE = 1
               PERFORM  CD-LOAD-RTN  THRU  CD-LOAD-RTN-EXIT
               PERFORM  CD-WRT-RTN   THRU  CD-WRT-RTN-EXIT
           ELSE
               PERFORM  RM-RTN       THRU  RM-RTN-EXIT
           END-IF.
       R-90.
           CALL "SD_Output" USING
            "E-ME4" E-ME4 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO R-05.
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
      *    CD-LOAD-RTN  -  mode 1: one JSJDRF pass over the ship
      *    date, each COD customer's shipped line valued and summed
      *    per slip.
      *
       CD-LOAD-RTN.
           MOVE  ZERO  TO CS-CNT CD-OVER.
           COMPUTE  CD-NG = A-NGP / 100.
           PERFORM  PC-LOAD-RTN  THRU  PC-LOAD-RTN-EXIT.
           CALL "DB_F_Open" USING
            "INPUT" TC-M_PNAME1 "SHARED" BY REFERENCE TC-M_IDLST "1"
            "TC-KEY" BY REFERENCE TC-KEY.
           CALL "DB_F_Open" USING
            "INPUT" THTM_PNAME1 "SHARED" BY REFERENCE THTM_IDLST
            "2" "THT-KEY" BY REFERENCE THT-KEY "THT-KEY2" BY
            REFERENCE THT-KEY2.
           CALL "DB_F_Open" USING
            "INPUT" THTC_PNAME1 "SHARED" BY REFERENCE THTC_IDLST
            "2" "THC-KEY" BY REFERENCE THC-KEY "THC-KEY2" BY
            REFERENCE THC-KEY2.
           CALL "DB_F_Open" USING
            "INPUT" JSJDRF_PNAME1 " " BY REFERENCE JSJDRF_IDLST "0".
       CD-LOAD-010.
           CALL "DB_Read" USING
            "AT END" JSJDRF_PNAME1 BY REFERENCE JSJD-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO CD-LOAD-030
           END-IF
           IF  JSJD-NGP NOT = A-NGP
               GO TO CD-LOAD-010
           END-IF
           IF  JSJD-09 NOT < 999900
               GO TO CD-LOAD-010
           END-IF
           IF  JSJD-158 NOT = 1
               GO TO CD-LOAD-010
           END-IF
           IF  JSJD-05 = 5  OR  JSJD-05 = 6
               GO TO CD-LOAD-010
           END-IF
           MOVE  ZERO  TO W-QTY.
           MOVE  1     TO W-IX.
       CD-LOAD-012.
           IF  W-IX NOT > 10
               ADD  JSJD-1211(W-IX)  TO W-QTY
               ADD  1  TO W-IX
               GO TO CD-LOAD-012
           END-IF
           IF  W-QTY = ZERO
               GO TO CD-LOAD-010
           END-IF
           MOVE  JSJD-021  TO TC-TCD CD-WHQ.
           MOVE  1         TO TC-CCD.
           CALL "DB_Read" USING
            "INVALID KEY" TC-M_PNAME1 BY REFERENCE TC-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO TO CD-LOAD-010
           END-IF
           IF  TC-CODKBN NOT = 1
               GO TO CD-LOAD-010
           END-IF
           IF  TC-HQTCD NOT = ZERO
               MOVE  TC-HQTCD  TO CD-WHQ
           END-IF
           PERFORM  CD-VAL-RTN  THRU  CD-VAL-RTN-EXIT.
           MOVE  1  TO CS-IX.
       CD-LOAD-014.
           IF  CS-IX > CS-CNT
               GO TO CD-LOAD-016
           END-IF
           IF  CS-03(CS-IX) = JSJD-03
               GO TO CD-LOAD-020
           END-IF
           ADD  1  TO CS-IX.
           GO TO CD-LOAD-014.
       CD-LOAD-016.
           IF  CS-CNT NOT < 300
               ADD  1  TO CD-OVER
               GO TO CD-LOAD-010
           END-IF
           ADD  1  TO CS-CNT.
           MOVE  CS-CNT    TO CS-IX.
           MOVE  JSJD-03   TO CS-03(CS-IX).
           MOVE  JSJD-021  TO CS-TCD(CS-IX).
           MOVE  JSJD-022  TO CS-CCD(CS-IX).
           MOVE  TC-INVNO  TO CS-INVNO(CS-IX).
           MOVE  ZERO      TO CS-NET(CS-IX) CS-NOPRC(CS-IX).
       CD-LOAD-020.
           ADD  CD-LVAL  TO CS-NET(CS-IX).
           IF  CD-NOPRC = 1
               MOVE  1  TO CS-NOPRC(CS-IX)
           END-IF
           GO TO CD-LOAD-010.
       CD-LOAD-030.
           CALL "DB_F_Close" USING
            BY REFERENCE JSJDRF_IDLST JSJDRF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE THTC_IDLST THTC_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE THTM_IDLST THTM_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE TC-M_IDLST TC-M_PNAME1.
       CD-LOAD-RTN-EXIT.
           EXIT.
      *
      *    CD-VAL-RTN  -  the line at the billing price, BIL100's
      *    BL-VAL-RTN slot by slot: campaign, THTC specific size,
      *    THTC any-size, THTM the same two, under the 0460-as-0458
      *    customer mapping.  a slot with no price raises CD-NOPRC.
      *
       CD-VAL-RTN.
           MOVE  ZERO  TO CD-LVAL CD-NOPRC.
           MOVE  JSJD-021  TO CD-PTCD.
           IF  CD-PTCD = 0460
               MOVE  0458  TO CD-PTCD
           END-IF
           MOVE  1     TO CD-QX.
       CD-VAL-010.
           IF  CD-QX > 10
               GO TO CD-VAL-RTN-EXIT
           END-IF
           IF  JSJD-1211(CD-QX) = ZERO
               ADD  1  TO CD-QX
               GO TO CD-VAL-010
           END-IF
           COMPUTE  PC-SIZ = CD-QX - 1.
           PERFORM  PC-FIND-RTN  THRU  PC-FIND-RTN-EXIT.
           IF  CD-PRMT NOT = ZERO
               MOVE  CD-PRMT  TO CD-TAN
               GO TO CD-VAL-020
           END-IF
           MOVE  CD-PTCD   TO THC-TCD.
           MOVE  JSJD-09   TO THC-HCD.
           COMPUTE  THC-SIZ = CD-QX - 1.
           CALL "DB_Read" USING
            "INVALID KEY" THTC_PNAME1 BY REFERENCE THC-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0
               MOVE  THC-T  TO CD-TAN
           ELSE
               MOVE  CD-PTCD   TO THC-TCD
               MOVE  JSJD-09   TO THC-HCD
               MOVE  9         TO THC-SIZ
               CALL "DB_Read" USING
                "INVALID KEY" THTC_PNAME1 BY REFERENCE THC-R "UNLOCK"
                RETURNING RET
               IF  RET = 0
                   MOVE  THC-T  TO CD-TAN
               END-IF
           END-IF
           IF  RET = 1
               MOVE  CD-PTCD   TO THT-TCD
               MOVE  JSJD-09   TO THT-HCD
               COMPUTE  THT-SIZ = CD-QX - 1
               CALL "DB_Read" USING
                "INVALID KEY" THTM_PNAME1 BY REFERENCE THT-R "UNLOCK"
                RETURNING RET
               IF  RET = 0
                   MOVE  THT-T  TO CD-TAN
               ELSE
                   MOVE  CD-PTCD   TO THT-TCD
                   MOVE  JSJD-09   TO THT-HCD
                   MOVE  9         TO THT-SIZ
                   CALL "DB_Read" USING
                    "INVALID KEY" THTM_PNAME1 BY REFERENCE THT-R
                    "UNLOCK" RETURNING RET
                   IF  RET = 0
                       MOVE  THT-T  TO CD-TAN
                   ELSE
                       MOVE  ZERO   TO CD-TAN
                   END-IF
               END-IF
           END-IF.
       CD-VAL-020.
           IF  CD-TAN = ZERO
               MOVE  1  TO CD-NOPRC
           END-IF
           COMPUTE  CD-LVAL = CD-LVAL
                  + JSJD-1211(CD-QX) * CD-TAN.
           ADD  1  TO CD-QX.
           GO TO CD-VAL-010.
       CD-VAL-RTN-EXIT.
           EXIT.
      *
      *    PC-LOAD-RTN  -  the PRMF rows still priced whose window
      *    overlaps the ship date's month.
      *
       PC-LOAD-RTN.
           MOVE  ZERO  TO PC-CNT.
           CALL "DB_F_Open" USING
            "INPUT" PRMF_PNAME1 " " BY REFERENCE PRMF_IDLST "0".
       PC-LOAD-010.
           CALL "DB_Read" USING
            "AT END" PRMF_PNAME1 BY REFERENCE PRM-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO PC-LOAD-090
           END-IF
           IF  PRM-T = ZERO
               GO TO PC-LOAD-010
           END-IF
           IF  PRM-FROM / 100 > CD-NG  OR  PRM-TO / 100 < CD-NG
               GO TO PC-LOAD-010
           END-IF
           IF  PC-CNT NOT < 300
               GO TO PC-LOAD-010
           END-IF
           ADD   1         TO PC-CNT.
           MOVE  PRM-TCD   TO PC-TCD(PC-CNT).
           MOVE  PRM-HCD   TO PC-HCD(PC-CNT).
           MOVE  PRM-SIZ   TO PC-PSIZ(PC-CNT).
           MOVE  PRM-T     TO PC-T(PC-CNT).
           MOVE  PRM-FROM  TO PC-FROM(PC-CNT).
           MOVE  PRM-TO    TO PC-TO(PC-CNT).
           GO TO PC-LOAD-010.
       PC-LOAD-090.
           CALL "DB_F_Close" USING
            BY REFERENCE PRMF_IDLST PRMF_PNAME1.
       PC-LOAD-RTN-EXIT.
           EXIT.
      *
      *    PC-FIND-RTN  -  the campaign price for slot PC-SIZ of the
      *    line in hand, BIL100's ranking: customer + size, customer
      *    any-size, bill-to + size, bill-to any-size.
      *
       PC-FIND-RTN.
           MOVE  ZERO  TO CD-PRMT.
           MOVE  9     TO PC-BEST.
           MOVE  1     TO PC-IX.
       PC-FIND-010.
           IF  PC-IX > PC-CNT
               GO TO PC-FIND-RTN-EXIT
           END-IF
           IF  PC-HCD(PC-IX) NOT = JSJD-09
               GO TO PC-FIND-020
           END-IF
           IF  JSJD-NGP < PC-FROM(PC-IX)  OR  JSJD-NGP > PC-TO(PC-IX)
               GO TO PC-FIND-020
           END-IF
           IF  PC-TCD(PC-IX) = CD-PTCD
               MOVE  1  TO PC-RANK
           ELSE
               IF  PC-TCD(PC-IX) = CD-WHQ
                   MOVE  3  TO PC-RANK
               ELSE
                   GO TO PC-FIND-020
               END-IF
           END-IF
           IF  PC-PSIZ(PC-IX) NOT = PC-SIZ
               IF  PC-PSIZ(PC-IX) = 9
                   ADD  1  TO PC-RANK
               ELSE
                   GO TO PC-FIND-020
               END-IF
           END-IF
           IF  PC-RANK < PC-BEST
               MOVE  PC-RANK      TO PC-BEST
               MOVE  PC-T(PC-IX)  TO CD-PRMT
           END-IF.
       PC-FIND-020.
           ADD  1  TO PC-IX.
           GO TO PC-FIND-010.
       PC-FIND-RTN-EXIT.
           EXIT.
      *
      *    CD-WRT-RTN  -  each priced slip onto CODF with its tax,
      *    the sale posted, and a list line.
      *
       CD-WRT-RTN.
           MOVE  ZERO  TO CD-SCNT CD-HCNT CD-TOTAMT POST-LINENO.
           CALL "PR_Open" RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-CD-HD   TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  A-NGP        TO WORK-CD-NGP.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-CD-RNG  TO PRN-R (11:18).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-CD-COLHD  TO PRN-R (11:60).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "DB_F_Open" USING
            "I-O" CODF_PNAME1 "SHARED" BY REFERENCE CODF_IDLST "1"
            "COD-KEY" BY REFERENCE COD-KEY.
           CALL "DB_F_Open" USING
            "INPUT" JCON_PNAME1 "SHARED" BY REFERENCE JCON_IDLST "1"
            "JCON2-KEY" BY REFERENCE JCON2-KEY.
           CALL "DB_F_Open" USING
            "INPUT" KMK-M_PNAME1 "SHARED" BY REFERENCE KMK-M_IDLST
            "1".
           CALL "DB_F_Open" USING
            "I-O" SIWAKH_PNAME1 "SHARED" BY REFERENCE SIWAKH_IDLST "1"
            "SH-KEY3" BY REFERENCE SH-KEY3.
           ACCEPT  POST-JUNLNO  FROM  TIME.
           MOVE  1  TO CS-IX.
       CD-WRT-010.
           IF  CS-IX > CS-CNT
               GO TO CD-WRT-030
           END-IF
           MOVE  SPACE           TO PRN-R WORK-CD.
           MOVE  "-"             TO WORK-CD-DASH.
           MOVE  CS-03(CS-IX)    TO WORK-CD-03.
           MOVE  CS-TCD(CS-IX)   TO WORK-CD-TCD.
           MOVE  CS-CCD(CS-IX)   TO WORK-CD-CCD.
           IF  CS-NOPRC(CS-IX) = 1  OR  CS-NET(CS-IX) NOT > ZERO
               ADD  1  TO CD-HCNT
               MOVE  "UNPRICED - HELD"   TO WORK-CD-RMK
               GO TO CD-WRT-020
           END-IF
           MOVE  CS-03(CS-IX)    TO COD-03.
           MOVE  A-NGP           TO COD-NGP.
           CALL "DB_Read" USING
            "INVALID KEY" CODF_PNAME1 BY REFERENCE COD-R " "
            RETURNING RET.
           MOVE  RET  TO W-FND.
           IF  W-FND = 0  AND  COD-SPOST = 1
               MOVE  COD-NET   TO WORK-CD-NET
               MOVE  COD-TAX   TO WORK-CD-TAX
               MOVE  COD-AMT   TO WORK-CD-AMT
               MOVE  "ALREADY POSTED"    TO WORK-CD-RMK
               GO TO CD-WRT-020
           END-IF
           IF  W-FND = 1
               INITIALIZE COD-R
               MOVE  CS-03(CS-IX)  TO COD-03
               MOVE  A-NGP         TO COD-NGP
           END-IF
           MOVE  CS-TCD(CS-IX)   TO COD-TCD.
           MOVE  CS-CCD(CS-IX)   TO COD-CCD.
           MOVE  CS-NET(CS-IX)   TO COD-NET.
           COMPUTE  COD-TAX = COD-NET * 10 / 100.
           COMPUTE  COD-AMT = COD-NET + COD-TAX.
           MOVE  ZERO            TO COD-STAT COD-RAMT COD-FEE
                                    COD-RDATE COD-RJUN.
           MOVE  USER_ID         TO COD-USER.
      *
      *    the sale: net and tax each against the carrier
      *    receivable.
      *
           MOVE  CS-TCD(CS-IX)   TO CP-CUST.
           MOVE  CS-INVNO(CS-IX) TO CP-INVNO.
           MOVE  744             TO CP-TEKI.
           MOVE  61              TO CP-CLS.
           MOVE  COD-NET         TO CP-AMT.
           MOVE  "1"             TO CP-TAXKB.
           PERFORM  CP-POST-RTN  THRU  CP-POST-RTN-EXIT.
           MOVE  60              TO CP-CLS.
           MOVE  COD-TAX         TO CP-AMT.
           MOVE  "0"             TO CP-TAXKB.
           PERFORM  CP-POST-RTN  THRU  CP-POST-RTN-EXIT.
           MOVE  1               TO COD-SPOST.
           MOVE  POST-JUNLNO     TO COD-SJUN.
           IF  W-FND = 0
               CALL "DB_Update" USING
                CODF_PNAME1 CODF_LNAME COD-R RETURNING RET
           ELSE
               CALL "DB_Insert" USING
                CODF_PNAME1 CODF_LNAME COD-R RETURNING RET
           END-IF
           ADD  1        TO CD-SCNT.
           ADD  COD-AMT  TO CD-TOTAMT.
           MOVE  COD-NET  TO WORK-CD-NET.
           MOVE  COD-TAX  TO WORK-CD-TAX.
           MOVE  COD-AMT  TO WORK-CD-AMT.
       CD-WRT-020.
           MOVE  WORK-CD  TO PRN-R (11:66).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           ADD  1  TO CS-IX.
           GO TO CD-WRT-010.
       CD-WRT-030.
           CALL "DB_F_Close" USING
            BY REFERENCE SIWAKH_IDLST SIWAKH_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE KMK-M_IDLST KMK-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE JCON_IDLST JCON_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE CODF_IDLST CODF_PNAME1.
           MOVE  SPACE        TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  CD-SCNT      TO WORK-CD-SCNT.
           MOVE  CD-TOTAMT    TO WORK-CD-TOTAMT.
           MOVE  CD-HCNT      TO WORK-CD-HCNT.
           MOVE  WORK-CD-TOT  TO PRN-R (11:52).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           IF  CD-OVER > ZERO
               MOVE  SPACE        TO PRN-R
               MOVE  CD-OVER      TO WORK-CD-OVER
               MOVE  WORK-CD-OVR  TO PRN-R (11:35)
               CALL "PR_Write" USING PRN-R RETURNING RESP
           END-IF
           CALL "PR_Close" RETURNING RESP.
       CD-WRT-RTN-EXIT.
           EXIT.
      *
      *    RM-RTN  -  mode 2: the carrier's CODIN statement matched
      *    to CODF slip by slip, the collection and the fee posted.
      *
       RM-RTN.
           MOVE  ZERO  TO RM-FCNT RM-SCNT RM-RCNT RM-ECNT POST-LINENO.
           CALL "PR_Open" RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-RM-HD   TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-RM-COLHD  TO PRN-R (11:60).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "DB_F_Open" USING
            "I-O" CODF_PNAME1 "SHARED" BY REFERENCE CODF_IDLST "1"
            "COD-KEY" BY REFERENCE COD-KEY.
           CALL "DB_F_Open" USING
            "INPUT" JCON_PNAME1 "SHARED" BY REFERENCE JCON_IDLST "1"
            "JCON2-KEY" BY REFERENCE JCON2-KEY.
           CALL "DB_F_Open" USING
            "INPUT" KMK-M_PNAME1 "SHARED" BY REFERENCE KMK-M_IDLST
            "1".
           CALL "DB_F_Open" USING
            "I-O" SIWAKH_PNAME1 "SHARED" BY REFERENCE SIWAKH_IDLST "1"
            "SH-KEY3" BY REFERENCE SH-KEY3.
           CALL "DB_F_Open" USING
            "INPUT" CODIN_PNAME1 " " BY REFERENCE CODIN_IDLST "0".
           ACCEPT  POST-JUNLNO  FROM  TIME.
       RM-010.
           CALL "DB_Read" USING
            "AT END" CODIN_PNAME1 BY REFERENCE CN-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO RM-030
           END-IF
           MOVE  SPACE   TO PRN-R WORK-RM.
           IF  CN-NGP NOT NUMERIC  OR  CN-03 NOT NUMERIC
                                   OR  CN-KBN NOT NUMERIC
                                   OR  CN-AMT NOT NUMERIC
                                   OR  CN-FEE NOT NUMERIC
               ADD  1  TO RM-ECNT
               MOVE  "BAD RECORD"        TO WORK-RM-RMK
               GO TO RM-020
           END-IF
           MOVE  CN-NGP  TO WORK-RM-NGP.
           MOVE  CN-03   TO WORK-RM-03.
           MOVE  CN-AMT  TO WORK-RM-RAMT.
           MOVE  CN-FEE  TO WORK-RM-FEE.
           IF  CN-KBN NOT = 1  AND  2
               ADD  1  TO RM-ECNT
               MOVE  "BAD RECORD"        TO WORK-RM-RMK
               GO TO RM-020
           END-IF
           MOVE  CN-03   TO COD-03.
           MOVE  CN-NGP  TO COD-NGP.
           CALL "DB_Read" USING
            "INVALID KEY" CODF_PNAME1 BY REFERENCE COD-R " "
            RETURNING RET.
           IF  RET = 1
               ADD  1  TO RM-ECNT
               MOVE  "NOT ON FILE"       TO WORK-RM-RMK
               GO TO RM-020
           END-IF
           MOVE  COD-AMT  TO WORK-RM-AMT.
           IF  COD-STAT NOT = 0
               ADD  1  TO RM-ECNT
               MOVE  "ALREADY REMITTED"  TO WORK-RM-RMK
               GO TO RM-020
           END-IF
           MOVE  CN-AMT  TO COD-RAMT.
           MOVE  CN-FEE  TO COD-FEE.
           IF  CN-RDATE NUMERIC  AND  CN-RDATE NOT = ZERO
               MOVE  CN-RDATE   TO COD-RDATE
           ELSE
               MOVE  POST-DATE  TO COD-RDATE
           END-IF
           IF  CN-KBN = 2
               MOVE  3  TO COD-STAT
               ADD   1  TO RM-RCNT
               MOVE  "RETURNED"          TO WORK-RM-RMK
           ELSE
               IF  CN-AMT < COD-AMT
                   MOVE  2  TO COD-STAT
                   ADD   1  TO RM-SCNT
                   MOVE  "SHORT"             TO WORK-RM-RMK
               ELSE
                   MOVE  1  TO COD-STAT
                   ADD   1  TO RM-FCNT
                   MOVE  "IN FULL"           TO WORK-RM-RMK
               END-IF
           END-IF
           MOVE  COD-TCD   TO CP-CUST.
           MOVE  SPACE     TO CP-INVNO.
           MOVE  "0"       TO CP-TAXKB.
           MOVE  59        TO CP-CLS.
           MOVE  CN-AMT    TO CP-AMT.
           MOVE  745       TO CP-TEKI.
           PERFORM  CP-POST-RTN  THRU  CP-POST-RTN-EXIT.
           MOVE  58        TO CP-CLS.
           MOVE  CN-FEE    TO CP-AMT.
           MOVE  746       TO CP-TEKI.
           PERFORM  CP-POST-RTN  THRU  CP-POST-RTN-EXIT.
           MOVE  POST-JUNLNO  TO COD-RJUN.
           CALL "DB_Update" USING
            CODF_PNAME1 CODF_LNAME COD-R RETURNING RET.
       RM-020.
           MOVE  WORK-RM  TO PRN-R (11:64).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           GO TO RM-010.
       RM-030.
           CALL "DB_F_Close" USING
            BY REFERENCE CODIN_IDLST CODIN_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE SIWAKH_IDLST SIWAKH_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE KMK-M_IDLST KMK-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE JCON_IDLST JCON_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE CODF_IDLST CODF_PNAME1.
           MOVE  SPACE        TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  RM-FCNT      TO WORK-RM-FCNT.
           MOVE  RM-SCNT      TO WORK-RM-SCNT.
           MOVE  RM-RCNT      TO WORK-RM-RCNT.
           MOVE  RM-ECNT      TO WORK-RM-ECNT.
           MOVE  WORK-RM-TOT  TO PRN-R (11:62).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "PR_Close" RETURNING RESP.
       RM-RTN-EXIT.
           EXIT.
      *
      *    EX-RTN  -  mode 3: one CODF pass; awaiting remittance but
      *    delivered on PODF, remitted short, or returned.
      *
       EX-RTN.
           MOVE  ZERO  TO EX-CNT EX-TOTUNC.
           CALL "PR_Open" RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-EX-HD   TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-EX-COLHD  TO PRN-R (11:80).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "DB_F_Open" USING
            "INPUT" PODF_PNAME1 "SHARED" BY REFERENCE PODF_IDLST "1"
            "POD-KEY" BY REFERENCE POD-KEY.
           CALL "DB_F_Open" USING
            "INPUT" CODF_PNAME1 " " BY REFERENCE CODF_IDLST "0".
       EX-010.
           CALL "DB_Read" USING
            "AT END" CODF_PNAME1 BY REFERENCE COD-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO EX-030
           END-IF
           MOVE  SPACE  TO PRN-R WORK-EX.
           IF  COD-STAT = 1
               GO TO EX-010
           END-IF
           IF  COD-STAT = 2
               COMPUTE  W-UNC = COD-AMT - COD-RAMT
               MOVE  "REMITTED SHORT"          TO WORK-EX-STAT
               GO TO EX-020
           END-IF
           IF  COD-STAT = 3
               COMPUTE  W-UNC = COD-AMT - COD-RAMT
               MOVE  "RETURNED UNCOLLECTED"    TO WORK-EX-STAT
               GO TO EX-020
           END-IF
           MOVE  COD-03   TO POD-03.
           MOVE  COD-NGP  TO POD-NGP.
           CALL "DB_Read" USING
            "INVALID KEY" PODF_PNAME1 BY REFERENCE POD-REC "UNLOCK"
            RETURNING RET.
           IF  RET = 1  OR  POD-DLVNGP = ZERO
               GO TO EX-010
           END-IF
           MOVE  COD-AMT  TO W-UNC.
           MOVE  "DELIVERED NOT REMITTED"  TO WORK-EX-STAT.
       EX-020.
           MOVE  "-"       TO WORK-EX-DASH.
           MOVE  COD-NGP   TO WORK-EX-NGP.
           MOVE  COD-03    TO WORK-EX-03.
           MOVE  COD-TCD   TO WORK-EX-TCD.
           MOVE  COD-CCD   TO WORK-EX-CCD.
           MOVE  COD-AMT   TO WORK-EX-AMT.
           MOVE  COD-RAMT  TO WORK-EX-RAMT.
           MOVE  W-UNC     TO WORK-EX-UNC.
           MOVE  WORK-EX   TO PRN-R (11:81).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           ADD  1      TO EX-CNT.
           ADD  W-UNC  TO EX-TOTUNC.
           GO TO EX-010.
       EX-030.
           CALL "DB_F_Close" USING
            BY REFERENCE CODF_IDLST CODF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE PODF_IDLST PODF_PNAME1.
           MOVE  SPACE        TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  EX-CNT       TO WORK-EX-CNT.
           MOVE  EX-TOTUNC    TO WORK-EX-TOTUNC.
           MOVE  WORK-EX-TOT  TO PRN-R (11:42).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "PR_Close" RETURNING RESP.
       EX-RTN-EXIT.
           EXIT.
      *
      *    CP-POST-RTN  -  one SIWAKH debit of CP-AMT through the
      *    JCON7 CP-CLS map with the 9999 fallback, against the
      *    customer; nothing for a zero amount.
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
           IF  POST-LINENO > 98
               ACCEPT  POST-JUNLNO  FROM  TIME
               MOVE  1  TO POST-LINENO
           END-IF
           INITIALIZE SH-REC.
           MOVE  JCON7-ACCT      TO HACCNTCD HACCNTCD2.
           MOVE  JCON7-HOACCT    TO HHOACCNT.
           MOVE  POST-DATE       TO HTRDATE HTRDATE2.
           MOVE  POST-JUNLNO     TO HJUNLNO HJUNLNO2.
           MOVE  POST-LINENO     TO HLINENO HLINENO2.
           MOVE  0               TO HDR-CR HDR-CR2.
           MOVE  JCON7-DEPT      TO HSECTCD.
           MOVE  CP-TAXKB        TO HTAXKB.
           MOVE  CP-AMT          TO HAMOUNT.
           MOVE  JCON7-OPPACCT   TO HOPPCD.
           MOVE  JCON7-HOOPPACCT TO HHOOPPCD.
           MOVE  CP-CUST         TO HCUSTCD.
           MOVE  CP-INVNO        TO HINVNO.
           MOVE  "COD"           TO HDOCREF (1:3).
           MOVE  COD-KEY         TO HDOCREF (4:14).
           MOVE  CP-TEKI         TO HTEKICD.
           CALL "DB_Insert" USING
            SIWAKH_PNAME1 SIWAKH_LNAME SH-REC RETURNING RET.
       CP-POST-RTN-EXIT.
           EXIT.
      *
       R-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_Close".
           STOP RUN.
