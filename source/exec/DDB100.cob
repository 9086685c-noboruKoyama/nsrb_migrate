       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         DDB100.
      *********************************************************
      *    PROGRAM         :  DIRECT DEBIT COLLECTION          *
      *    PRINTER TYPE    :  JIPS                             *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    collects the invoice balance of every customer flagged
      *    TC-DDKBN on its head-office TC-M row by zengin account
      *    transfer, the inbound twin of TPY100's transfer run.
      *    SEL-MODE, the TGS100 idiom:
      *      1 = request: for a billing month BIL100 has already run
      *          (its BILLOG row) and the debit date agreed with the
      *          bank, each flagged customer's open SIWAKH balance
      *          (debit up, credit down, DEP100's netting) goes on
      *          the DDREQ account-transfer request file -- header,
      *          one data record per customer, trailer, end, the
      *          TPY100 zengin shape with kind 91 -- and a DDF row
      *          is written per customer.  a month already requested
      *          is refused; a flagged customer with no bank account
      *          on file is listed and left out.  the consignor code
      *          is JCON kind-1 parameter 0003 (JCM100).
      *      2 = result import: the bank's DDRES result file is
      *          matched back to DDF by the customer number the
      *          request carried.  result 0 posts the receipt into
      *          SIWAKH as a credit against the customer through
      *          the JCON7 classification-91 map, DEP100's receipt
      *          entry (HTEKICD 724, dated the debit date); any
      *          other result marks the row failed with the bank's
      *          code and lists it, and DUN100's next run sends the
      *          customer a letter for it.  a row already resolved
      *          is not applied twice; a debit date in a PLK-M
      *          locked month is listed and left requested.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SYSTEM3100.
       OBJECT-COMPUTER. SYSTEM3100.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  SEL-MODE               PIC  9(001)      VALUE ZERO.
       01  M-DMM                  PIC  9(001)      VALUE ZERO.
       01  DB-NG                  PIC  9(006)      VALUE ZERO.
       01  DB-DDATE               PIC  9(008)      VALUE ZERO.
       01  DB-FND                 PIC  9(001)      VALUE ZERO.
       01  DB-PNG                 PIC  9(006)      VALUE ZERO.
       01  DB-RTXT                PIC  X(020)      VALUE SPACE.
      *    flagged head-office customers with their payer account
      *    and open balance, DEP100's preload.
       01  CU-CNT                 PIC  9(003)      VALUE ZERO.
       01  CU-IX                  PIC  9(003)      VALUE ZERO.
       01  CU-TBL.
           02  CU-ENT   OCCURS  500.
               03  CU-TCD         PIC  9(004).
               03  CU-NAME        PIC  N(026).
               03  CU-BANK        PIC  9(004).
               03  CU-STN         PIC  9(003).
               03  CU-KOZKB       PIC  9(001).
               03  CU-KOZNO       PIC  9(007).
               03  CU-KOZNM       PIC  X(030).
               03  CU-BAL         PIC S9(010).
      *    run counts and totals.
       01  DB-ZCNT                PIC  9(006)      VALUE ZERO.
       01  DB-ZAMT                PIC  9(012)      VALUE ZERO.
       01  DB-NGCNT               PIC  9(006)      VALUE ZERO.
       01  DB-NGAMT               PIC  9(012)      VALUE ZERO.
       01  DB-EXCCNT              PIC  9(004)      VALUE ZERO.
       01  POST-JUNLNO            PIC  9(006)      VALUE ZERO.
       01  POST-LINENO            PIC  9(002)      VALUE ZERO.
       01  PRN-R                  PIC  X(132).
       77  RESP                   PIC  9(001).
      *    the request register.
       01  WORK-DR-HD             PIC  X(050)      VALUE
            "*** DIRECT DEBIT REQUEST ***".
       01  WORK-DR-RNG.
           02  F                  PIC  X(08)  VALUE  "MONTH   ".
           02  WORK-DR-NG         PIC  9(006).
           02  F                  PIC  X(14)  VALUE  "   DEBIT DATE ".
           02  WORK-DR-DDATE      PIC  9(008).
       01  WORK-DR-COLHD.
           02  F                  PIC  X(050)      VALUE
                "CUST  NAME".
           02  F                  PIC  X(047)      VALUE
                "          BANK BRN T ACCOUNT     AMOUNT  REMARK".
       01  WORK-DR.
           02  WORK-DR-TCD        PIC  9(004).
           02  F                  PIC  X(02).
           02  WORK-DR-NAME       PIC  N(026).
           02  F                  PIC  X(02).
           02  WORK-DR-BANK       PIC  9(004).
           02  F                  PIC  X(01).
           02  WORK-DR-STN        PIC  9(003).
           02  F                  PIC  X(01).
           02  WORK-DR-KOZKB      PIC  9(001).
           02  F                  PIC  X(01).
           02  WORK-DR-KOZNO      PIC  9(007).
           02  F                  PIC  X(01).
           02  WORK-DR-AMT        PIC  ZZZZZZZZZ9.
           02  F                  PIC  X(02).
           02  WORK-DR-RMK        PIC  X(012).
       01  WORK-DR-TOT.
           02  F                  PIC  X(11)  VALUE  "REQUESTS  :".
           02  WORK-DR-ZCNT       PIC  ZZZZZ9.
           02  F                  PIC  X(09)  VALUE  "  TOTAL :".
           02  WORK-DR-ZAMT       PIC  ZZZZZZZZZZZ9.
           02  F                  PIC  X(13)  VALUE  "  EXCEPTIONS:".
           02  WORK-DR-EXCCNT     PIC  ZZZ9.
      *    the result list.
       01  WORK-RS-HD             PIC  X(050)      VALUE
            "*** DIRECT DEBIT RESULT IMPORT ***".
       01  WORK-RS-COLHD.
           02  F                  PIC  X(050)      VALUE
                "CUST  NAME".
           02  F                  PIC  X(039)      VALUE
                "          MONTH       AMOUNT  R  RESULT".
       01  WORK-RS.
           02  WORK-RS-TCD        PIC  9(004).
           02  F                  PIC  X(02).
           02  WORK-RS-NAME       PIC  N(026).
           02  F                  PIC  X(02).
           02  WORK-RS-NG         PIC  9(006).
           02  F                  PIC  X(02).
           02  WORK-RS-AMT        PIC  ZZZZZZZZZ9.
           02  F                  PIC  X(02).
           02  WORK-RS-RES        PIC  9(001).
           02  F                  PIC  X(02).
           02  WORK-RS-TXT        PIC  X(020).
       01  WORK-RS-TOT.
           02  F                  PIC  X(11)  VALUE  "COLLECTED :".
           02  WORK-RS-ZCNT       PIC  ZZZZ9.
           02  F                  PIC  X(09)  VALUE  "  AMOUNT:".
           02  WORK-RS-ZAMT       PIC  ZZZZZZZZZZZ9.
           02  F                  PIC  X(13)  VALUE  "  NOT COLL. :".
           02  WORK-RS-NGCNT      PIC  ZZZZ9.
           02  F                  PIC  X(09)  VALUE  "  AMOUNT:".
           02  WORK-RS-NGAMT      PIC  ZZZZZZZZZZZ9.
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
           COPY  LIBPLK.
           COPY  L-JCON.
      *FD  KMK-M
           COPY LIKMK.
      *FD  TC-M
           COPY LITCM.
      *FD  DDF
           COPY LIDDF.
      *FD  SIWAKH
       01  SIWAKH_DDB100.
           02  SIWAKH_PNAME1      PIC  X(006) VALUE "SIWAKH".
           02  F                  PIC  X(001).
           02  SIWAKH_LNAME       PIC  X(013) VALUE "SIWAKH_DDB100".
           02  F                  PIC  X(001).
           02  SIWAKH_KEY1        PIC  X(100) VALUE SPACE.
           02  SIWAKH_SORT        PIC  X(100) VALUE SPACE.
           02  SIWAKH_IDLST       PIC  X(100) VALUE SPACE.
           02  SIWAKH_RES         USAGE  POINTER.
           COPY SIWAKH.
       77  F                      PIC  X(001).
      *FD  BILLOG
      *    BIL100's month stamp -- read only, to see the month has
      *    been billed before its balances are drawn.
       01  BILLOG_DDB100.
           02  BILLOG_PNAME1      PIC  X(006) VALUE "BILLOG".
           02  F                  PIC  X(001).
           02  BILLOG_LNAME       PIC  X(013) VALUE "BILLOG_DDB100".
           02  F                  PIC  X(001).
           02  BILLOG_KEY1        PIC  X(100) VALUE SPACE.
           02  BILLOG_SORT        PIC  X(100) VALUE SPACE.
           02  BILLOG_IDLST       PIC  X(100) VALUE SPACE.
           02  BILLOG_RES         USAGE  POINTER.
       01  BILLOG-REC.
           02  BILLOG-KEY.
               03  BILLOG-NG      PIC  9(006).
           02  BILLOG-JUNLNO      PIC  9(006).
           02  BILLOG-PSTDATE     PIC  9(008).
           02  BILLOG-USER        PIC  X(006).
           02  BILLOG-ICNT        PIC  9(004).
       77  F                      PIC  X(001).
      *FD  DDREQ / DDRES
      *    the account-transfer request going to the bank and the
      *    result coming back -- the same 120-byte zengin records,
      *    the result carrying the bank's code in ZD-RES.
       01  DDREQ_DDB100.
           02  DDREQ_PNAME1       PIC  X(006) VALUE "DDREQ".
           02  F                  PIC  X(001).
           02  DDREQ_LNAME        PIC  X(012) VALUE "DDREQ_DDB100".
           02  F                  PIC  X(001).
           02  DDREQ_KEY1         PIC  X(100) VALUE SPACE.
           02  DDREQ_SORT         PIC  X(100) VALUE SPACE.
           02  DDREQ_IDLST        PIC  X(100) VALUE SPACE.
           02  DDREQ_RES          USAGE  POINTER.
       01  DDRES_DDB100.
           02  DDRES_PNAME1       PIC  X(006) VALUE "DDRES".
           02  F                  PIC  X(001).
           02  DDRES_LNAME        PIC  X(012) VALUE "DDRES_DDB100".
           02  F                  PIC  X(001).
           02  DDRES_KEY1         PIC  X(100) VALUE SPACE.
           02  DDRES_SORT         PIC  X(100) VALUE SPACE.
           02  DDRES_IDLST        PIC  X(100) VALUE SPACE.
           02  DDRES_RES          USAGE  POINTER.
       01  ZD-REC                 PIC  X(120).
       01  ZD-HDR  REDEFINES  ZD-REC.
           02  ZD-H-KBN           PIC  9(001).                          1
           02  ZD-H-SYUBT         PIC  9(002).                          91=口座振替
           02  ZD-H-CODE          PIC  9(001).                          0=JIS
           02  ZD-H-ITCD          PIC  9(010).                          委託者コード
           02  ZD-H-ITNM          PIC  X(040).                          委託者名
           02  ZD-H-DATE          PIC  9(004).                          引落日MMDD
           02  ZD-H-BANK          PIC  9(004).                          取引銀行番号
           02  ZD-H-BANKNM        PIC  X(015).                          取引銀行名
           02  ZD-H-STN           PIC  9(003).                          取引支店番号
           02  ZD-H-STNNM         PIC  X(015).                          取引支店名
           02  ZD-H-KOZKB         PIC  9(001).                          預金種目
           02  ZD-H-KOZNO         PIC  9(007).                          口座番号
           02  ZD-H-F             PIC  X(017).                          ダミー
       01  ZD-DTA  REDEFINES  ZD-REC.
           02  ZD-D-KBN           PIC  9(001).                          2
           02  ZD-D-BANK          PIC  9(004).                          引落銀行番号
           02  ZD-D-BANKNM        PIC  X(015).                          引落銀行名
           02  ZD-D-STN           PIC  9(003).                          引落支店番号
           02  ZD-D-STNNM         PIC  X(015).                          引落支店名
           02  ZD-D-F1            PIC  X(004).                          ダミー
           02  ZD-D-KOZKB         PIC  9(001).                          預金種目
           02  ZD-D-KOZNO         PIC  9(007).                          口座番号
           02  ZD-D-KOZNM         PIC  X(030).                          預金者名
           02  ZD-D-AMT           PIC  9(010).                          引落金額
           02  ZD-D-SINKI         PIC  9(001).                          新規コード
           02  ZD-D-CUSNO         PIC  X(020).                          顧客番号
           02  ZD-D-RES           PIC  9(001).                          振替結果コード
           02  ZD-D-F             PIC  X(008).                          ダミー
       01  ZD-TRL  REDEFINES  ZD-REC.
           02  ZD-T-KBN           PIC  9(001).                          8
           02  ZD-T-CNT           PIC  9(006).                          合計件数
           02  ZD-T-AMT           PIC  9(012).                          合計金額
           02  ZD-T-OKCNT         PIC  9(006).                          振替済件数
           02  ZD-T-OKAMT         PIC  9(012).                          振替済金額
           02  ZD-T-NGCNT         PIC  9(006).                          振替不能件数
           02  ZD-T-NGAMT         PIC  9(012).                          振替不能金額
           02  ZD-T-F             PIC  X(065).                          ダミー
       01  ZD-END  REDEFINES  ZD-REC.
           02  ZD-E-KBN           PIC  9(001).                          9
           02  ZD-E-F             PIC  X(119).                          ダミー
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
                "DIRECT DEBIT COLLECTION".
           02  FILLER  PIC  X(030) VALUE
                "1=REQUEST  2=RESULT  MODE".
           02  FILLER  PIC  X(025) VALUE
                "BILLING MONTH CCYYMM".
           02  FILLER  PIC  X(025) VALUE
                "DEBIT DATE CCYYMMDD".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-ACP.
           02  A-MODE     PIC  9(001).
           02  A-NG       PIC  9(006).
           02  A-DDATE    PIC  9(008).
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
             03  E-ME1   PIC  X(030) VALUE
                  "***  MONTH NOT BILLED YET  ***".
             03  E-ME2   PIC  X(030) VALUE
                  "***  MONTH ALREADY SENT    ***".
             03  E-ME3   PIC  X(030) VALUE
                  "***  DATE NOT AFTER MONTH  ***".
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
            "C-MID" " " "0" "0" "140" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-MID" "X" "3" "10" "40" " " "C-MID" RETURNING RESU.
       CALL "SD_Init" USING
            "02C-MID" "X" "5" "10" "30" "01C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "03C-MID" "X" "7" "10" "25" "02C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "04C-MID" "X" "8" "10" "25" "03C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "05C-MID" "X" "18" "10" "20" "04C-MID" " " RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "16" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-MODE" "9" "5" "45" "1" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-MODE" BY REFERENCE SEL-MODE "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-NG" "9" "7" "38" "6" "A-MODE" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-NG" BY REFERENCE DB-NG "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DDATE" "9" "8" "38" "8" "A-NG" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DDATE" BY REFERENCE DB-DDATE "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "18" "31" "1" "A-DDATE" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DMM" BY REFERENCE M-DMM "1" "0" RETURNING RESU.
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
       R-05.
           MOVE    SPACE    TO  ERR-STAT.
           MOVE    ZERO     TO  RESU.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "SD_Output" USING "C-MID" C-MID "p" RETURNING RESU.
           MOVE  ZERO  TO SEL-MODE M-DMM DB-NG DB-DDATE.
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
               GO TO R-20
           END-IF
           IF  SEL-MODE NOT = 1
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
      *
      *    the month must have been billed, and not yet requested.
      *
           CALL "DB_F_Open" USING
            "INPUT" BILLOG_PNAME1 "SHARED" BY REFERENCE BILLOG_IDLST
            "1" "BILLOG-KEY" BY REFERENCE BILLOG-KEY.
           MOVE  DB-NG  TO BILLOG-NG.
           CALL "DB_Read" USING
            "INVALID KEY" BILLOG_PNAME1 BY REFERENCE BILLOG-REC
            "UNLOCK" RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE BILLOG_IDLST BILLOG_PNAME1.
           IF  RET = 1
               CALL "SD_Output" USING
                "E-ME1" E-ME1 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-10
           END-IF
           PERFORM  DUP-RTN  THRU  DUP-RTN-EXIT.
           IF  DB-FND = 1
               CALL "SD_Output" USING
                "E-ME2" E-ME2 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-10
           END-IF.
       R-12.
           CALL "SD_Accept" USING BY REFERENCE A-DDATE "A-DDATE" "9"
            "8" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-10
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-12
           END-IF
           COMPUTE  DB-PNG = DB-DDATE / 100.
           IF  DB-PNG NOT > DB-NG
               CALL "SD_Output" USING
                "E-ME3" E-ME3 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-12
           END-IF.
       R-20.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               IF  SEL-MODE = 1
                   GO TO R-12
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
           MOVE  ZERO  TO DB-ZCNT DB-ZAMT DB-NGCNT DB-NGAMT DB-EXCCNT
                          POST-LINENO.
           IF  SEL-MODE = 1
               PERFORM  CULD-RTN  THRU  CULD-RTN-EXIT
               PERFORM  BAL-RTN   THRU  BAL-RTN-EXIT
               PERFORM  REQ-RTN   THRU  REQ-RTN-EXIT
           ELSE
               PERFORM  RES-RTN   THRU  RES-RTN-EXIT
           END-IF
           CALL "SD_Output" USING
            "E-ME4" E-ME4 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO R-05.
      *
      *    DUP-RTN  -  DB-FND = 1 when DDF already holds a row for
      *    the DB-NG month.
      *
       DUP-RTN.
           MOVE  ZERO  TO DB-FND.
           CALL "DB_F_Open" USING
            "INPUT" DDF_PNAME1 " " BY REFERENCE DDF_IDLST "0".
       DUP-010.
           CALL "DB_Read" USING
            "AT END" DDF_PNAME1 BY REFERENCE DD-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO DUP-020
           END-IF
           IF  DD-NG = DB-NG
               MOVE  1  TO DB-FND
               GO TO DUP-020
           END-IF
           GO TO DUP-010.
       DUP-020.
           CALL "DB_F_Close" USING
            BY REFERENCE DDF_IDLST DDF_PNAME1.
       DUP-RTN-EXIT.
           EXIT.
      *
      *    CULD-RTN  -  preloads every head-office customer flagged
      *    for direct debit, DEP100's CULD-RTN.
      *
       CULD-RTN.
           MOVE  ZERO  TO CU-CNT.
           CALL "DB_F_Open" USING
            "INPUT" TC-M_PNAME1 " " BY REFERENCE TC-M_IDLST "0".
       CULD-010.
           CALL "DB_Read" USING
            "AT END" TC-M_PNAME1 BY REFERENCE TC-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO CULD-020
           END-IF
           IF  TC-CCD NOT = 1  OR  TC-DDKBN NOT = 1
               GO TO CULD-010
           END-IF
           IF  CU-CNT < 500
               ADD  1           TO CU-CNT
               MOVE  TC-TCD     TO CU-TCD(CU-CNT)
               MOVE  TC-NAME    TO CU-NAME(CU-CNT)
               MOVE  TC-DDBANK  TO CU-BANK(CU-CNT)
               MOVE  TC-DDSTN   TO CU-STN(CU-CNT)
               MOVE  TC-DDKOZKB TO CU-KOZKB(CU-CNT)
               MOVE  TC-DDKOZNO TO CU-KOZNO(CU-CNT)
               MOVE  TC-DDKOZNM TO CU-KOZNM(CU-CNT)
               MOVE  ZERO       TO CU-BAL(CU-CNT)
           END-IF
           GO TO CULD-010.
       CULD-020.
           CALL "DB_F_Close" USING
            BY REFERENCE TC-M_IDLST TC-M_PNAME1.
       CULD-RTN-EXIT.
           EXIT.
      *
      *    BAL-RTN  -  one sequential SIWAKH pass netting each
      *    preloaded customer's open balance, DEP100's BAL-RTN.
      *
       BAL-RTN.
           CALL "DB_F_Open" USING
            "INPUT" SIWAKH_PNAME1 " " BY REFERENCE SIWAKH_IDLST "0".
       BAL-010.
           CALL "DB_Read" USING
            "AT END" SIWAKH_PNAME1 BY REFERENCE SH-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO BAL-030
           END-IF
           IF  HCUSTCD = ZERO
               GO TO BAL-010
           END-IF
           MOVE  1  TO CU-IX.
       BAL-020.
           IF  CU-IX > CU-CNT
               GO TO BAL-010
           END-IF
           IF  CU-TCD(CU-IX) = HCUSTCD
               IF  HDR-CR = 0
                   ADD       HAMOUNT  TO   CU-BAL(CU-IX)
               ELSE
                   SUBTRACT  HAMOUNT  FROM CU-BAL(CU-IX)
               END-IF
               GO TO BAL-010
           END-IF
           ADD  1  TO CU-IX.
           GO TO BAL-020.
       BAL-030.
           CALL "DB_F_Close" USING
            BY REFERENCE SIWAKH_IDLST SIWAKH_PNAME1.
       BAL-RTN-EXIT.
           EXIT.
      *
      *    REQ-RTN  -  mode 1: the request file, a DDF row and a
      *    register line per customer with a balance to draw.
      *
       REQ-RTN.
           CALL "PR_Open" RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-DR-HD   TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  DB-NG        TO WORK-DR-NG.
           MOVE  DB-DDATE     TO WORK-DR-DDATE.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-DR-RNG  TO PRN-R (11:36).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-DR-COLHD  TO PRN-R (11:97).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "DB_F_Open" USING
            "INPUT" JCON_PNAME1 "SHARED" BY REFERENCE JCON_IDLST "1"
            "JCON2-KEY" BY REFERENCE JCON2-KEY.
           CALL "DB_F_Open" USING
            "I-O" DDF_PNAME1 "SHARED" BY REFERENCE DDF_IDLST "1"
            "DD-KEY" BY REFERENCE DD-KEY.
           CALL "DB_F_Open" USING
            "OUTPUT" DDREQ_PNAME1 " " BY REFERENCE DDREQ_IDLST "0".
           MOVE  SPACE        TO ZD-REC.
           MOVE  1            TO ZD-H-KBN.
           MOVE  91           TO ZD-H-SYUBT.
           MOVE  0            TO ZD-H-CODE.
      *
      *    consignor code off the JCON kind-1 parameter record
      *    0003; zeros when none has been keyed, TPY100's way.
      *
           MOVE  1   TO  JCON1-01.
           MOVE  3   TO  JCON1-02.
           CALL "DB_Read" USING
            "INVALID KEY" JCON_PNAME1 BY REFERENCE JCON-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0
               MOVE  JCON1-VAL  TO ZD-H-ITCD
           ELSE
               MOVE  ZERO       TO ZD-H-ITCD
           END-IF
           MOVE  SPACE          TO ZD-H-ITNM.
           MOVE  DB-DDATE(5:4)  TO ZD-H-DATE.
           MOVE  ZERO           TO ZD-H-BANK ZD-H-STN ZD-H-KOZKB
                                   ZD-H-KOZNO.
           MOVE  SPACE          TO ZD-H-BANKNM ZD-H-STNNM ZD-H-F.
           CALL "DB_Insert" USING
            DDREQ_PNAME1 DDREQ_LNAME ZD-REC RETURNING RET.
           MOVE  1  TO CU-IX.
       REQ-010.
           IF  CU-IX > CU-CNT
               GO TO REQ-020
           END-IF
           IF  CU-BAL(CU-IX) NOT > ZERO
               ADD  1  TO CU-IX
               GO TO REQ-010
           END-IF
           MOVE  SPACE            TO PRN-R WORK-DR.
           MOVE  CU-TCD(CU-IX)    TO WORK-DR-TCD.
           MOVE  CU-NAME(CU-IX)   TO WORK-DR-NAME.
           MOVE  CU-BANK(CU-IX)   TO WORK-DR-BANK.
           MOVE  CU-STN(CU-IX)    TO WORK-DR-STN.
           MOVE  CU-KOZKB(CU-IX)  TO WORK-DR-KOZKB.
           MOVE  CU-KOZNO(CU-IX)  TO WORK-DR-KOZNO.
           MOVE  CU-BAL(CU-IX)    TO WORK-DR-AMT.
           IF  CU-BANK(CU-IX) = ZERO  OR  CU-KOZNO(CU-IX) = ZERO
               ADD  1  TO DB-EXCCNT
               MOVE  "NO BANK DATA"  TO WORK-DR-RMK
               MOVE  WORK-DR          TO PRN-R (11:103)
               CALL "PR_Write" USING PRN-R RETURNING RESP
               ADD  1  TO CU-IX
               GO TO REQ-010
           END-IF
           INITIALIZE DD-R.
           MOVE  DB-NG            TO DD-NG.
           MOVE  CU-TCD(CU-IX)    TO DD-TCD.
           MOVE  DB-DDATE         TO DD-DDATE.
           MOVE  CU-BAL(CU-IX)    TO DD-AMT.
           MOVE  ZERO             TO DD-STAT DD-RSN DD-JUNLNO DD-DUN.
           MOVE  SPACE            TO ZD-REC.
           MOVE  2                TO ZD-D-KBN.
           MOVE  CU-BANK(CU-IX)   TO ZD-D-BANK.
           MOVE  SPACE            TO ZD-D-BANKNM.
           MOVE  CU-STN(CU-IX)    TO ZD-D-STN.
           MOVE  SPACE            TO ZD-D-STNNM ZD-D-F1.
           MOVE  CU-KOZKB(CU-IX)  TO ZD-D-KOZKB.
           MOVE  CU-KOZNO(CU-IX)  TO ZD-D-KOZNO.
           MOVE  CU-KOZNM(CU-IX)  TO ZD-D-KOZNM.
           MOVE  DD-AMT           TO ZD-D-AMT.
           MOVE  ZERO             TO ZD-D-SINKI.
           MOVE  SPACE            TO ZD-D-CUSNO.
           MOVE  DD-KEY           TO ZD-D-CUSNO (1:10).
           MOVE  ZERO             TO ZD-D-RES.
           MOVE  SPACE            TO ZD-D-F.
           CALL "DB_Insert" USING
            DDREQ_PNAME1 DDREQ_LNAME ZD-REC RETURNING RET.
           CALL "DB_Insert" USING
            DDF_PNAME1 DDF_LNAME DD-R RETURNING RET.
           ADD  1         TO DB-ZCNT.
           ADD  DD-AMT    TO DB-ZAMT.
           MOVE  "REQUESTED"      TO WORK-DR-RMK.
           MOVE  WORK-DR          TO PRN-R (11:103).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           ADD  1  TO CU-IX.
           GO TO REQ-010.
       REQ-020.
           MOVE  SPACE    TO ZD-REC.
           MOVE  8        TO ZD-T-KBN.
           MOVE  DB-ZCNT  TO ZD-T-CNT.
           MOVE  DB-ZAMT  TO ZD-T-AMT.
           MOVE  ZERO     TO ZD-T-OKCNT ZD-T-OKAMT ZD-T-NGCNT
                             ZD-T-NGAMT.
           MOVE  SPACE    TO ZD-T-F.
           CALL "DB_Insert" USING
            DDREQ_PNAME1 DDREQ_LNAME ZD-REC RETURNING RET.
           MOVE  SPACE    TO ZD-REC.
           MOVE  9        TO ZD-E-KBN.
           MOVE  SPACE    TO ZD-E-F.
           CALL "DB_Insert" USING
            DDREQ_PNAME1 DDREQ_LNAME ZD-REC RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE DDREQ_IDLST DDREQ_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE DDF_IDLST DDF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE JCON_IDLST JCON_PNAME1.
           MOVE  SPACE  TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  DB-ZCNT      TO WORK-DR-ZCNT.
           MOVE  DB-ZAMT      TO WORK-DR-ZAMT.
           MOVE  DB-EXCCNT    TO WORK-DR-EXCCNT.
           MOVE  WORK-DR-TOT  TO PRN-R (11:55).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "PR_Close" RETURNING RESP.
       REQ-RTN-EXIT.
           EXIT.
      *
      *    RES-RTN  -  mode 2: every data record of the bank's
      *    result file back onto its DDF row -- collected ones
      *    posted as receipts, the rest marked failed for DUN100.
      *
       RES-RTN.
           ACCEPT  POST-JUNLNO  FROM  TIME.
           CALL "PR_Open" RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-RS-HD   TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-RS-COLHD  TO PRN-R (11:89).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "DB_F_Open" USING
            "INPUT" TC-M_PNAME1 "SHARED" BY REFERENCE TC-M_IDLST "1"
            "TC-KEY" BY REFERENCE TC-KEY.
           CALL "DB_F_Open" USING
            "INPUT" JCON_PNAME1 "SHARED" BY REFERENCE JCON_IDLST "1"
            "JCON2-KEY" BY REFERENCE JCON2-KEY.
           CALL "DB_F_Open" USING
            "INPUT" KMK-M_PNAME1 "SHARED" BY REFERENCE KMK-M_IDLST
            "1".
           CALL "DB_F_Open" USING
            "INPUT" PLK-M_PNAME1 " " BY REFERENCE PLK-M_IDLST "0".
           CALL "DB_F_Open" USING
            "I-O" SIWAKH_PNAME1 "SHARED" BY REFERENCE SIWAKH_IDLST "1"
            "SH-KEY3" BY REFERENCE SH-KEY3.
           CALL "DB_F_Open" USING
            "I-O" DDF_PNAME1 "SHARED" BY REFERENCE DDF_IDLST "1"
            "DD-KEY" BY REFERENCE DD-KEY.
           CALL "DB_F_Open" USING
            "INPUT" DDRES_PNAME1 " " BY REFERENCE DDRES_IDLST "0".
       RES-010.
           CALL "DB_Read" USING
            "AT END" DDRES_PNAME1 BY REFERENCE ZD-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO RES-020
           END-IF
           IF  ZD-D-KBN NOT = 2
               GO TO RES-010
           END-IF
           MOVE  ZD-D-CUSNO (1:10)  TO DD-KEY.
           MOVE  SPACE              TO PRN-R WORK-RS.
           MOVE  DD-TCD             TO WORK-RS-TCD.
           MOVE  DD-NG              TO WORK-RS-NG.
           MOVE  ZD-D-AMT           TO WORK-RS-AMT.
           MOVE  ZD-D-RES           TO WORK-RS-RES.
           MOVE  DD-TCD             TO TC-TCD.
           MOVE  1                  TO TC-CCD.
           CALL "DB_Read" USING
            "INVALID KEY" TC-M_PNAME1 BY REFERENCE TC-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  SPACE  TO TC-NAME TC-INVNO
           END-IF
           MOVE  TC-NAME            TO WORK-RS-NAME.
           CALL "DB_Read" USING
            "INVALID KEY" DDF_PNAME1 BY REFERENCE DD-R " "
            RETURNING RET.
           IF  RET = 1
               MOVE  "NOT ON FILE"       TO WORK-RS-TXT
               GO TO RES-015
           END-IF
           IF  DD-STAT NOT = 0
               MOVE  "ALREADY APPLIED"   TO WORK-RS-TXT
               GO TO RES-015
           END-IF
           IF  ZD-D-RES NOT = 0
               MOVE  2            TO DD-STAT
               MOVE  ZD-D-RES     TO DD-RSN
               MOVE  0            TO DD-DUN
               CALL "DB_Update" USING
                DDF_PNAME1 DDF_LNAME DD-R RETURNING RET
               ADD  1        TO DB-NGCNT
               ADD  DD-AMT   TO DB-NGAMT
               PERFORM  RSN-TXT-RTN  THRU  RSN-TXT-RTN-EXIT
               MOVE  DB-RTXT      TO WORK-RS-TXT
               GO TO RES-015
           END-IF
           COMPUTE  DB-PNG = DD-DDATE / 100.
           MOVE  DB-PNG  TO PLK-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" PLK-M_PNAME1 BY REFERENCE PLK-R " "
            RETURNING RET.
           IF  RET = 0  AND  PLK-STAT = 1
               MOVE  "PERIOD LOCKED"     TO WORK-RS-TXT
               GO TO RES-015
           END-IF
           PERFORM  RCP-POST-RTN  THRU  RCP-POST-RTN-EXIT.
           MOVE  1            TO DD-STAT.
           MOVE  ZERO         TO DD-RSN.
           MOVE  POST-JUNLNO  TO DD-JUNLNO.
           CALL "DB_Update" USING
            DDF_PNAME1 DDF_LNAME DD-R RETURNING RET.
           ADD  1        TO DB-ZCNT.
           ADD  DD-AMT   TO DB-ZAMT.
           MOVE  "COLLECTED"  TO WORK-RS-TXT.
       RES-015.
           MOVE  WORK-RS  TO PRN-R (11:103).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           GO TO RES-010.
       RES-020.
           CALL "DB_F_Close" USING
            BY REFERENCE DDRES_IDLST DDRES_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE DDF_IDLST DDF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE SIWAKH_IDLST SIWAKH_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE PLK-M_IDLST PLK-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE KMK-M_IDLST KMK-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE JCON_IDLST JCON_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE TC-M_IDLST TC-M_PNAME1.
           MOVE  SPACE  TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  DB-ZCNT      TO WORK-RS-ZCNT.
           MOVE  DB-ZAMT      TO WORK-RS-ZAMT.
           MOVE  DB-NGCNT     TO WORK-RS-NGCNT.
           MOVE  DB-NGAMT     TO WORK-RS-NGAMT.
           MOVE  WORK-RS-TOT  TO PRN-R (11:76).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "PR_Close" RETURNING RESP.
       RES-RTN-EXIT.
           EXIT.
      *
      *    RCP-POST-RTN  -  the collected debit as a receipt credit
      *    against the customer through the JCON7 classification-
      *    91 map with the 9999 fallback, DEP100's APPLY-RTN entry,
      *    dated the debit date, HTEKICD 724.
      *
       RCP-POST-RTN.
           MOVE  7   TO  JCON7-01.
           MOVE  91  TO  JCON7-02.
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
           MOVE  DD-DDATE        TO HTRDATE HTRDATE2.
           MOVE  POST-JUNLNO     TO HJUNLNO HJUNLNO2.
           MOVE  POST-LINENO     TO HLINENO HLINENO2.
           MOVE  1               TO HDR-CR HDR-CR2.
           MOVE  JCON7-DEPT      TO HSECTCD.
           MOVE  "0"             TO HTAXKB.
           MOVE  DD-AMT          TO HAMOUNT.
           MOVE  JCON7-OPPACCT   TO HOPPCD.
           MOVE  JCON7-HOOPPACCT TO HHOOPPCD.
           MOVE  DD-TCD          TO HCUSTCD.
           MOVE  TC-INVNO        TO HINVNO.
           MOVE  "DDF"           TO HDOCREF (1:3).
           MOVE  DD-KEY          TO HDOCREF (4:10).
           MOVE  724             TO HTEKICD.
           CALL "DB_Insert" USING
            SIWAKH_PNAME1 SIWAKH_LNAME SH-REC RETURNING RET.
       RCP-POST-RTN-EXIT.
           EXIT.
      *
      *    RSN-TXT-RTN  -  the zengin result code DD-RSN in words.
      *
       RSN-TXT-RTN.
           EVALUATE  DD-RSN
             WHEN 1     MOVE "INSUFFICIENT FUNDS"  TO DB-RTXT
             WHEN 2     MOVE "NO SUCH ACCOUNT"     TO DB-RTXT
             WHEN 3     MOVE "STOPPED BY PAYER"    TO DB-RTXT
             WHEN 4     MOVE "NO DEBIT AUTHORITY"  TO DB-RTXT
             WHEN 8     MOVE "STOPPED BY US"       TO DB-RTXT
             WHEN OTHER MOVE "OTHER REASON"        TO DB-RTXT
           END-EVALUATE.
       RSN-TXT-RTN-EXIT.
           EXIT.
      *
       R-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_Close".
           STOP RUN.
