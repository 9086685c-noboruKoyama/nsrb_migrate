      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/09/02                         *
      *        CHANGE      :  26/09/02  PRICE OFF THTC         *
      *        CHANGE      :  26/10/15  RETENTION ARCHIVE      *
      *        CHANGE      :  26/10/15  CAMPAIGN PRICES        *
      *        CHANGE      :  26/10/15  SKIP SALES SAMPLES     *
      *        CHANGE      :  26/10/15  SKIP COD SLIPS         *
      *        CHANGE      :  26/10/15  RESTART CHECKPOINT     *
      *        CHANGE      :  26/10/15  CHAIN EDI INVOICE      *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    one invoice per buying group instead of thirty to one
      *    instead of silently dropping off the invoices.
      *    BILLOG keyed by month refuses a double run, and a PLK-M
      *    locked month is refused outright, ALC100's two gates.
      *    every invoice issued is also kept on the EBAF retention
      *    archive -- its head (bill-to, month, total, registration
      *    number, the AR voucher line it posted as) and one row
      *    per store detail line -- so it stays searchable through
      *    EBQ100 once the print queue has been cleared.
      *    a PRMF promotional campaign agreed with the line's
      *    customer or its bill-to head office prices the slot
      *    ahead of both THTC and THTM when the line shipped
      *    (JSJD-NGP) inside the campaign window -- the customer's
      *    own row before the bill-to's, a specific size before
      *    the any-size row.
      *    a cash-on-delivery slip COD100 has priced onto CODF is
      *    already sold to the carrier's receivable and collected
      *    at the door, so it stays off the invoice.
      *    the run checkpoints on RSTF after each bill-to: a rerun
      *    of a month whose run broke off skips the bill-tos the
      *    failed run finished (nothing printed, mailed or posted
      *    twice) and carries on the same voucher number and line
      *    series, so a line posted just before the break lands on
      *    the key it already holds and is refused rather than
      *    doubled.  a resumed run ends with the restart report --
      *    which bill-tos the failed run finished and which this
      *    one did.
      *    a chain-store bill-to (TC-DLVKBN 2) gets no paper: its
      *    invoice goes out as the chain's invoice data file, EI +
      *    month + bill-to -- a transmission control record, the
      *    invoice head with our registration number (JCON kind-1
      *    0008/0009), one detail per priced size slot carrying
      *    the chain's store code (the ship-to row's TC-EDISTR)
      *    and item code (XRFM, preloaded the JTO35L way) next to
      *    ours, the tax summary by rate, trailer and end.  the
      *    details come off a second JSJDRF pass for the bill-to
      *    through the same selection and valuation as the
      *    invoice.  each file sent is recorded on EIVF, where
      *    EIV100 marks the chain's acknowledgement, and listed on
      *    the EDI tail with its unmapped store and item counts.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  BL-PTCD                PIC  9(004)      VALUE ZERO.
       01  BL-NOPRC               PIC  9(001)      VALUE ZERO.
       01  BL-OVFL                PIC  9(001)      VALUE ZERO.
      *    campaign rows whose window touches the billing month,
      *    preloaded once; PC-FIND-RTN picks the best match.
       01  BL-PRMT                PIC  9(005)      VALUE ZERO.
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
      *    unpriced-line exception buffer, printed after the
      *    invoices -- JTO35L's DISC-EXC technique.  a line with no
      *    price anywhere still ships; it must surface here, not
       01  POST-JUNLNO            PIC  9(006)      VALUE ZERO.
       01  POST-LINENO            PIC  9(002)      VALUE ZERO.
       01  POST-DATE              PIC  9(008)      VALUE ZERO.
      *    retention archive: detail rows written for the invoice in
      *    hand, and the run date stamped on its head.
       01  BL-ESEQ                PIC  9(003)      VALUE ZERO.
       01  BL-RUNDT               PIC  9(008)      VALUE ZERO.
      *    restart: this run's attempt number on RSTF, and the
      *    bill-to in hand already finished by an earlier attempt.
       01  BL-RUN                 PIC  9(002)      VALUE ZERO.
       01  BL-SKIP                PIC  9(001)      VALUE ZERO.
      *    1 = the RSTF row about to be written is not on file yet.
       01  BL-RSNEW               PIC  9(001)      VALUE ZERO.
       01  BL-RFCNT               PIC  9(004)      VALUE ZERO.
       01  BL-RRCNT               PIC  9(004)      VALUE ZERO.
      *    BL-SEL 1 = the JSJDRF line in hand is billable this
      *    month; BL-EIP 1 = the valuation is feeding the EDI
      *    invoice file's details.
       01  BL-SEL                 PIC  9(001)      VALUE ZERO.
       01  BL-EIP                 PIC  9(001)      VALUE ZERO.
      *    chain-store EDI invoice: the file name and invoice number
      *    for the bill-to in hand, its running counts and totals.
       01  EI-FID.
           02  F                  PIC  X(002)      VALUE "EI".
           02  EI-FID-NG          PIC  9(006).
           02  EI-FID-HQ          PIC  9(004).
       01  EI-INVID.
           02  EI-IV-NG           PIC  9(006).
           02  EI-IV-HQ           PIC  9(004).
       01  EI-REGNO.
           02  F                  PIC  X(001)      VALUE "T".
           02  EI-RG-H            PIC  9(005).
           02  EI-RG-L            PIC  9(008).
       01  EI-VND                 PIC  X(013)      VALUE SPACE.
       01  EI-RCVR                PIC  X(013)      VALUE SPACE.
       01  EI-LNO                 PIC  9(006)      VALUE ZERO.
       01  EI-RCNT                PIC  9(006)      VALUE ZERO.
       01  EI-NET                 PIC S9(010)      VALUE ZERO.
       01  EI-TAX                 PIC S9(009)      VALUE ZERO.
       01  EI-AMT                 PIC S9(010)      VALUE ZERO.
       01  EI-NSTR                PIC  9(004)      VALUE ZERO.
       01  EI-NSKU                PIC  9(004)      VALUE ZERO.
       01  EI-LTCD                PIC  9(004)      VALUE ZERO.
       01  EI-LCCD                PIC  9(003)      VALUE ZERO.
       01  EI-LSTR                PIC  X(013)      VALUE SPACE.
       01  EI-CSKU                PIC  X(013)      VALUE SPACE.
       01  EI-FND                 PIC  9(001)      VALUE ZERO.
      *    files sent this run, buffered for the EDI tail the way
      *    the unpriced lines are.
       01  EI-CNT                 PIC  9(003)      VALUE ZERO.
       01  EI-IX                  PIC  9(003)      VALUE ZERO.
       01  EI-TBL.
           02  EI-ENT   OCCURS  100.
               03  EIT-HQ         PIC  9(004).
               03  EIT-FID        PIC  X(012).
               03  EIT-LCNT       PIC  9(006).
               03  EIT-NET        PIC S9(010).
               03  EIT-TAX        PIC S9(009).
               03  EIT-NSTR       PIC  9(004).
               03  EIT-NSKU       PIC  9(004).
               03  EIT-DIF        PIC  9(001).
      *    cross-reference preload -- XRFM read once into a table,
      *    JTO35L's technique, for the chain item codes.
       01  XR-CNT                 PIC  9(003)      VALUE ZERO.
       01  XR-IX                  PIC  9(003)      VALUE ZERO.
       01  XR-TBL.
           02  XR-ENT   OCCURS  500.
               03  XR-TCD         PIC  9(004).
               03  XR-HCD         PIC  9(006).
               03  XR-CSKU        PIC  X(013).
       01  WORK-TOTIME.
           02  WORK-TT-HMS        PIC  9(006).
           02  WORK-TT-HS         PIC  9(002).
       01  WORK-TODATE.
           02  WORK-TD-YY         PIC  9(002).
           02  WORK-TD-MM         PIC  9(002).
           02  WORK-BX-03         PIC  9(006).
           02  F                  PIC  X(02).
           02  WORK-BX-09         PIC  9(006).
       01  WORK-RS-HD             PIC  X(050)      VALUE
            "*** BILLING RESTART REPORT ***".
       01  WORK-RS-PER.
           02  F                  PIC  X(07)  VALUE  "MONTH  ".
           02  WORK-RS-NG         PIC  9(006).
           02  F                  PIC  X(12)  VALUE  "  THIS RUN  ".
           02  WORK-RS-RUN        PIC  9(002).
       01  WORK-RS-CH.
           02  F                  PIC  X(035)  VALUE
                "BILL-TO  COMPLETED IN  RUN  DATE   ".
           02  F                  PIC  X(030)  VALUE
                "   TIME    USER         AMOUNT".
       01  WORK-RS-DT.
           02  WORK-RS-CUST       PIC  9(005).
           02  F                  PIC  X(04).
           02  WORK-RS-WHEN       PIC  X(12).
           02  F                  PIC  X(02).
           02  WORK-RS-LRUN       PIC  9(002).
           02  F                  PIC  X(03).
           02  WORK-RS-DATE       PIC  9(008).
           02  F                  PIC  X(02).
           02  WORK-RS-TIME       PIC  9(006).
           02  F                  PIC  X(02).
           02  WORK-RS-USER       PIC  X(006).
           02  F                  PIC  X(02).
           02  WORK-RS-AMT        PIC  -9(010).
       01  WORK-RS-SUM.
           02  F                  PIC  X(16)  VALUE
                "FAILED RUN(S) : ".
           02  WORK-RS-FCNT       PIC  ZZZ9.
           02  F                  PIC  X(17)  VALUE
                "   RESUMED RUN : ".
           02  WORK-RS-RCNT       PIC  ZZZ9.
       01  WORK-EI-HD             PIC  X(050)      VALUE
            "*** CHAIN EDI INVOICES SENT ***".
       01  WORK-EI-CH.
           02  F                  PIC  X(040)  VALUE
                "BILL  FILE           LINES          NET ".
           02  F                  PIC  X(030)  VALUE
                "        TAX  STOR  ITEM       ".
       01  WORK-EI.
           02  WORK-EI-HQ         PIC  9(004).
           02  F                  PIC  X(02).
           02  WORK-EI-FID        PIC  X(012).
           02  F                  PIC  X(02).
           02  WORK-EI-LCNT       PIC  ZZZZZ9.
           02  F                  PIC  X(02).
           02  WORK-EI-NET        PIC  -9(010).
           02  F                  PIC  X(02).
           02  WORK-EI-TAX        PIC  -9(009).
           02  F                  PIC  X(02).
           02  WORK-EI-NSTR       PIC  ZZZ9.
           02  F                  PIC  X(02).
           02  WORK-EI-NSKU       PIC  ZZZ9.
           02  F                  PIC  X(02).
           02  WORK-EI-RMK        PIC  X(013).
       01  WORK-EI-NOTE           PIC  X(050)      VALUE
            "STOR/ITEM = LINES WITH NO CHAIN STORE/ITEM CODE".
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
           COPY  LIBPLK.
           COPY LITHTM.
      *FD  THTC
           COPY LITHTC.
      *FD  PRMF
           COPY LIPRMF.
      *FD  CODF
           COPY LICODF.
      *FD  SIWAKH
       01  SIWAKH_BIL100.
           02  SIWAKH_PNAME1      PIC  X(006) VALUE "SIWAKH".
           02  SIWAKH_RES         USAGE  POINTER.
           COPY SIWAKH.
       77  F                      PIC  X(001).
      *FD  EBAF
           COPY LIEBAF.
      *FD  JSJDRF
       01  JSJDRF_BIL100.
           02  JSJDRF_PNAME1      PIC  X(006) VALUE "JSJDRF".
           02  JSJDRF_IDLST       PIC  X(100) VALUE SPACE.
           02  JSJDRF_RES         USAGE  POINTER.
           COPY JSJDR.
      *FD  RSTF
           COPY LIRSTF.
      *FD  XRFM
           COPY LIXRFM.
      *FD  EIVF
           COPY LIEIVF.
      *FD  EIINV
      *    the chain's invoice data file -- 200-byte fixed records:
      *    transmission control, invoice head, details, tax
      *    summary by rate, trailer, end.  its name is set per
      *    bill-to before it is opened, EDI100's EDIPO technique.
       01  EIINV_BIL100.
           02  EIINV_PNAME1       PIC  X(012) VALUE "EIINV".
           02  F                  PIC  X(001).
           02  EIINV_LNAME        PIC  X(012) VALUE "EIINV_BIL100".
           02  F                  PIC  X(001).
           02  EIINV_KEY1         PIC  X(100) VALUE SPACE.
           02  EIINV_SORT         PIC  X(100) VALUE SPACE.
           02  EIINV_IDLST        PIC  X(100) VALUE SPACE.
           02  EIINV_RES          USAGE  POINTER.
       01  EI-REC.
           02  EI-KBN             PIC  9(001).
           02  F                  PIC  X(199).
       01  EI-CTL  REDEFINES  EI-REC.
           02  EI-C-KBN           PIC  9(001).                          1
           02  EI-C-DKB           PIC  X(002).                          データ種別
           02  EI-C-SNDR          PIC  X(013).                          送信者コード
           02  EI-C-RCVR          PIC  X(013).                          受信者コード
           02  EI-C-FID           PIC  X(012).                          ファイル名
           02  EI-C-DATE          PIC  9(008).                          作成日
           02  EI-C-TIME          PIC  9(006).                          作成時刻
           02  EI-C-F             PIC  X(145).                          ダミー
       01  EI-HDR  REDEFINES  EI-REC.
           02  EI-H-KBN           PIC  9(001).                          2
           02  EI-H-INVID         PIC  X(010).                          請求番号
           02  EI-H-IDATE         PIC  9(008).                          請求日
           02  EI-H-NG            PIC  9(006).                          請求年月
           02  EI-H-BILTO         PIC  9(004).                          請求先コード
           02  EI-H-RCVR          PIC  X(013).                          先方企業コード
           02  EI-H-REGNO         PIC  X(014).                          登録番号
           02  EI-H-F             PIC  X(144).                          ダミー
       01  EI-DTA  REDEFINES  EI-REC.
           02  EI-D-KBN           PIC  9(001).                          3
           02  EI-D-INVID         PIC  X(010).                          請求番号
           02  EI-D-LINE          PIC  9(006).                          行番号
           02  EI-D-STORE         PIC  X(013).                          店舗コード
           02  EI-D-TCD           PIC  9(004).                          得意先コード
           02  EI-D-CCD           PIC  9(003).                          直送先コード
           02  EI-D-SLIP          PIC  9(006).                          伝票番号
           02  EI-D-SDATE         PIC  9(008).                          出荷日
           02  EI-D-CSKU          PIC  X(013).                          先方商品コード
           02  EI-D-HCD           PIC  9(006).                          品番コード
           02  EI-D-SIZ           PIC  9(002).                          サイズ
           02  EI-D-QTY           PIC S9(006).                          数量
           02  EI-D-TAN           PIC  9(007).                          単価
           02  EI-D-AMT           PIC S9(010).                          金額
           02  EI-D-TAXRT         PIC  9(002).                          税率
           02  EI-D-F             PIC  X(103).                          ダミー
       01  EI-TXS  REDEFINES  EI-REC.
           02  EI-X-KBN           PIC  9(001).                          4
           02  EI-X-INVID         PIC  X(010).                          請求番号
           02  EI-X-TAXRT         PIC  9(002).                          税率
           02  EI-X-NET           PIC S9(010).                          対象額
           02  EI-X-TAX           PIC S9(009).                          税額
           02  EI-X-F             PIC  X(168).                          ダミー
       01  EI-TRL  REDEFINES  EI-REC.
           02  EI-T-KBN           PIC  9(001).                          8
           02  EI-T-INVID         PIC  X(010).                          請求番号
           02  EI-T-LCNT          PIC  9(006).                          明細件数
           02  EI-T-NET           PIC S9(010).                          税抜金額
           02  EI-T-TAX           PIC S9(009).                          税額
           02  EI-T-TOT           PIC S9(010).                          請求金額
           02  EI-T-F             PIC  X(154).                          ダミー
       01  EI-END  REDEFINES  EI-REC.
           02  EI-E-KBN           PIC  9(001).                          9
           02  EI-E-RCNT          PIC  9(006).                          レコード件数
           02  EI-E-F             PIC  X(193).                          ダミー
      *FD  BILLOG
      *    one row per month already billed -- the ALCLOG month-
      *    dedup duty.
                  "***  BILLING COMPLETE      ***".
             03  E-ME4   PIC  X(030) VALUE
                  "*** STORE TABLE FULL-ABORT ***".
             03  E-ME5   PIC  X(030) VALUE
                  "***  RESUMING FAILED RUN   ***".
             03  E-ME99  PIC  X(005) VALUE X"1B4205".
           COPY LIBSCR.
       PROCEDURE DIVISION.
            "A-DMM" BY REFERENCE BL-DMM "1" "0" RETURNING RESU.
      *C-ERR
       CALL "SD_Init" USING
            "C-ERR" " " "0" "0" "127" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-ERR" " " "24" "0" "127" " " "C-ERR" RETURNING RESU.
       CALL "SD_Init" USING
            "E-STAT" "X" "24" "10" "2" " " "01C-ERR" RETURNING RESU.
       CALL "SD_From" USING
       CALL "SD_Init" USING
            "E-ME4" "X" "24" "15" "30" "E-ME3" " " RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME5" "X" "24" "15" "30" "E-ME4" " " RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME99" "X" "24" "75" "5" "E-ME5" " " RETURNING RESU.
      *
           ACCEPT USER_ID FROM ARGUMENT-VALUE.
           ACCEPT COMPLETION_CODE FROM ARGUMENT-VALUE.
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-10
           END-IF
      *
      *    a run of this month that broke off: say so before the
      *    confirm -- going ahead resumes it.
      *
           CALL "DB_F_Open" USING
            "INPUT" RSTF_PNAME1 "SHARED" BY REFERENCE RSTF_IDLST "1"
            "RST-KEY" BY REFERENCE RST-KEY.
           MOVE  "BIL100"  TO RST-PGM.
           MOVE  BL-NG     TO RST-NG.
           MOVE  ZERO      TO RST-CUST.
           CALL "DB_Read" USING
            "INVALID KEY" RSTF_PNAME1 BY REFERENCE RST-R "UNLOCK"
            RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE RSTF_IDLST RSTF_PNAME1.
           IF  RET = 0  AND  RSTC-STAT = 1
               CALL "SD_Output" USING
                "E-ME5" E-ME5 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
           END-IF.
       R-20.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
      *    sort key.
      *
       BL-SCAN-RTN.
           PERFORM  PC-LOAD-RTN  THRU  PC-LOAD-RTN-EXIT.
           CALL "DB_F_Open" USING
            "INPUT" TC-M_PNAME1 "SHARED" BY REFERENCE TC-M_IDLST "1"
            "TC-KEY" BY REFERENCE TC-KEY.
            "INPUT" THTC_PNAME1 "SHARED" BY REFERENCE THTC_IDLST
            "2" "THC-KEY" BY REFERENCE THC-KEY "THC-KEY2" BY
            REFERENCE THC-KEY2.
           CALL "DB_F_Open" USING
            "INPUT" CODF_PNAME1 "SHARED" BY REFERENCE CODF_IDLST "1"
            "COD-KEY" BY REFERENCE COD-KEY.
           CALL "DB_F_Open" USING
            "INPUT" JSJDRF_PNAME1 " " BY REFERENCE JSJDRF_IDLST "0".
       BL-SCAN-010.
           IF  RET = 1
               GO TO BL-SCAN-030
           END-IF
           PERFORM  BL-SEL-RTN  THRU  BL-SEL-RTN-EXIT.
           IF  BL-SEL = 0
               GO TO BL-SCAN-010
           END-IF
           PERFORM  BL-VAL-RTN  THRU  BL-VAL-RTN-EXIT.
           IF  BL-NOPRC = 1
               PERFORM  BX-LOG-RTN  THRU  BX-LOG-RTN-EXIT
           END-IF
           IF  BL-LVAL = ZERO
               GO TO BL-SCAN-010
           END-IF
           PERFORM  BD-ACC-RTN  THRU  BD-ACC-RTN-EXIT.
           GO TO BL-SCAN-010.
       BL-SCAN-030.
           CALL "DB_F_Close" USING
            BY REFERENCE JSJDRF_IDLST JSJDRF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE CODF_IDLST CODF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE THTC_IDLST THTC_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE THTM_IDLST THTM_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE TC-M_IDLST TC-M_PNAME1.
       BL-SCAN-RTN-EXIT.
           EXIT.
      *
      *    BL-SEL-RTN  -  is the JSJDRF line in hand billable this
      *    month (BL-SEL 1), and to which bill-to (BL-WHQ)?  the
      *    billing scan and the EDI invoice file's pass both ask.
      *
       BL-SEL-RTN.
           MOVE  0  TO BL-SEL.
           IF  JSJD-NGP / 100 NOT = BL-NG
               GO TO BL-SEL-RTN-EXIT
           END-IF
           IF  JSJD-09 NOT < 999900
               GO TO BL-SEL-RTN-EXIT
           END-IF
      *
      *    READ1-RTN's print/dispatch filter: a line not marked
      *    printable (JSJD-158) or with nothing in any size slot
      *    never shipped -- it must not land here either.
      *
           IF  JSJD-158 NOT = 1
               GO TO BL-SEL-RTN-EXIT
           END-IF
           IF  JSJD-1211(1)  =  ZERO  AND  JSJD-1211(2)  =  ZERO  AND
               JSJD-1211(3)  =  ZERO  AND  JSJD-1211(4)  =  ZERO  AND
               JSJD-1211(5)  =  ZERO  AND  JSJD-1211(6)  =  ZERO  AND
               JSJD-1211(7)  =  ZERO  AND  JSJD-1211(8)  =  ZERO  AND
               JSJD-1211(9)  =  ZERO  AND  JSJD-1211(10) =  ZERO
               GO TO BL-SEL-RTN-EXIT
           END-IF
      *
      *    a consignment fulfillment (JSJD-05 = 5) ships without
      *    billing -- CSG100 bills it later on the store's sell-
      *    through report.  a sales sample (JSJD-05 = 6) is never
      *    billed at all; SMP100 expenses it.
      *
           IF  JSJD-05 = 5  OR  JSJD-05 = 6
               GO TO BL-SEL-RTN-EXIT
           END-IF
      *
      *    a COD slip on CODF is paid through the carrier.
      *
           MOVE  JSJD-03   TO COD-03.
           MOVE  JSJD-NGP  TO COD-NGP.
           CALL "DB_Read" USING
            "INVALID KEY" CODF_PNAME1 BY REFERENCE COD-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0
               GO TO BL-SEL-RTN-EXIT
           END-IF
      *
      *    the bill-to: the ship-to head office's TC-HQTCD when one
      *    is assigned, else the customer itself.  resolved ahead of
      *    the valuation, which matches bill-to campaigns on it.
      *
           MOVE  JSJD-021  TO TC-TCD BL-WHQ.
           MOVE  1         TO TC-CCD.
           IF  RET = 0  AND  TC-HQTCD NOT = ZERO
               MOVE  TC-HQTCD  TO BL-WHQ
           END-IF
           MOVE  1  TO BL-SEL.
       BL-SEL-RTN-EXIT.
           EXIT.
      *
      *    BL-VAL-RTN  -  the line's charge: each size slot priced
               ADD  1  TO BL-QX
               GO TO BL-VAL-010
           END-IF
           COMPUTE  PC-SIZ = BL-QX - 1.
           PERFORM  PC-FIND-RTN  THRU  PC-FIND-RTN-EXIT.
           IF  BL-PRMT NOT = ZERO
               MOVE  BL-PRMT  TO BL-TAN
               GO TO BL-VAL-020
           END-IF
           MOVE  BL-PTCD   TO THC-TCD.
           MOVE  JSJD-09   TO THC-HCD.
           COMPUTE  THC-SIZ = BL-QX - 1.
                       MOVE  ZERO   TO BL-TAN
                   END-IF
               END-IF
           END-IF.
       BL-VAL-020.
           IF  BL-TAN = ZERO
               MOVE  1  TO BL-NOPRC
           END-IF
           IF  BL-EIP = 1  AND  BL-TAN NOT = ZERO
               PERFORM  EI-DTL-RTN  THRU  EI-DTL-RTN-EXIT
           END-IF
           COMPUTE  BL-LVAL = BL-LVAL
                  + JSJD-1211(BL-QX) * BL-TAN.
           ADD  1  TO BL-QX.
       BL-VAL-RTN-EXIT.
           EXIT.
      *
      *    PC-LOAD-RTN  -  the PRMF rows still priced whose window
      *    overlaps the billing month.
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
           IF  PRM-FROM / 100 > BL-NG  OR  PRM-TO / 100 < BL-NG
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
      *    line in hand, zero when no campaign covers it.  rank 1
      *    customer + size, 2 customer any-size, 3 bill-to + size,
      *    4 bill-to any-size; the lowest rank wins.
      *
       PC-FIND-RTN.
           MOVE  ZERO  TO BL-PRMT.
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
           IF  PC-TCD(PC-IX) = BL-PTCD
               MOVE  1  TO PC-RANK
           ELSE
               IF  PC-TCD(PC-IX) = BL-WHQ
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
               MOVE  PC-T(PC-IX)  TO BL-PRMT
           END-IF.
       PC-FIND-020.
           ADD  1  TO PC-IX.
           GO TO PC-FIND-010.
       PC-FIND-RTN-EXIT.
           EXIT.
      *
      *    BD-ACC-RTN  -  find-or-insert the bill-to/ship-to store
      *    bucket and add the line value.
      *
           ACCEPT  WORK-TODATE  FROM  DATE.
           ACCEPT  POST-JUNLNO  FROM  TIME.
           COMPUTE  POST-DATE = BL-NG * 100 + 28.
           COMPUTE  BL-RUNDT = (2000 + WORK-TD-YY) * 10000
                  + WORK-TD-MM * 100 + WORK-TD-DD.
           CALL "PR_Open" RETURNING RESP.
           CALL "DB_F_Open" USING
            "INPUT" TC-M_PNAME1 "SHARED" BY REFERENCE TC-M_IDLST "1"
           CALL "DB_F_Open" USING
            "I-O" SIWAKH_PNAME1 "SHARED" BY REFERENCE SIWAKH_IDLST "1"
            "SH-KEY3" BY REFERENCE SH-KEY3.
           CALL "DB_F_Open" USING
            "I-O" EBAF_PNAME1 "SHARED" BY REFERENCE EBAF_IDLST "1"
            "EBA-KEY" BY REFERENCE EBA-KEY.
           CALL "DB_F_Open" USING
            "I-O" RSTF_PNAME1 "SHARED" BY REFERENCE RSTF_IDLST "1"
            "RST-KEY" BY REFERENCE RST-KEY.
           CALL "DB_F_Open" USING
            "I-O" EIVF_PNAME1 "SHARED" BY REFERENCE EIVF_IDLST "1"
            "EIV-KEY" BY REFERENCE EIV-KEY.
           PERFORM  XR-LOAD-RTN  THRU  XR-LOAD-RTN-EXIT.
           MOVE  ZERO  TO EI-CNT.
           PERFORM  BL-RSO-RTN  THRU  BL-RSO-RTN-EXIT.
           MOVE  ZERO  TO BL-OLDHQ BL-INVTOT BL-SKIP.
           MOVE  1  TO BD-IX.
       BL-INV-010.
           IF  BD-IX > BD-CNT
               IF  BL-OLDHQ NOT = ZERO  AND  BL-SKIP = 0
                   PERFORM  INV-FOOT-RTN  THRU  INV-FOOT-RTN-EXIT
                   PERFORM  BL-RSW-RTN    THRU  BL-RSW-RTN-EXIT
               END-IF
               GO TO BL-INV-030
           END-IF
           IF  BD-HQ(BD-IX) NOT = BL-OLDHQ
               IF  BL-OLDHQ NOT = ZERO  AND  BL-SKIP = 0
                   PERFORM  INV-FOOT-RTN  THRU  INV-FOOT-RTN-EXIT
                   PERFORM  BL-RSW-RTN    THRU  BL-RSW-RTN-EXIT
               END-IF
               MOVE  BD-HQ(BD-IX)  TO BL-OLDHQ
               PERFORM  BL-RSR-RTN  THRU  BL-RSR-RTN-EXIT
               IF  BL-SKIP = 0
                   PERFORM  INV-HEAD-RTN  THRU  INV-HEAD-RTN-EXIT
               END-IF
           END-IF
           IF  BL-SKIP = 1
               ADD  1  TO BD-IX
               GO TO BL-INV-010
           END-IF
           MOVE  SPACE            TO PRN-R WORK-BL-DT.
           MOVE  BD-TCD(BD-IX)    TO WORK-BL-TCD.
           MOVE  BD-AMT(BD-IX)    TO WORK-BL-AMT.
           MOVE  WORK-BL-DT       TO PRN-R (13:23).
           PERFORM  INV-OUT-RTN  THRU  INV-OUT-RTN-EXIT.
           ADD  1  TO BL-ESEQ.
           INITIALIZE EBA-R.
           MOVE  1                TO EBA-KIND.
           MOVE  POST-DATE        TO EBA-DATE.
           MOVE  BL-OLDHQ         TO EBA-CUST.
           MOVE  BL-NG            TO EBA-DOCNO.
           MOVE  BL-ESEQ          TO EBA-SEQ.
           MOVE  BD-TCD(BD-IX)    TO EBA-D-TCD.
           MOVE  BD-CCD(BD-IX)    TO EBA-D-CCD.
           MOVE  BD-AMT(BD-IX)    TO EBA-D-AMT.
           CALL "DB_Insert" USING
            EBAF_PNAME1 EBAF_LNAME EBA-R RETURNING RET.
           ADD  BD-AMT(BD-IX)  TO BL-INVTOT.
           ADD  1  TO BD-IX.
           GO TO BL-INV-010.
       BL-INV-030.
           CALL "DB_F_Close" USING
            BY REFERENCE EIVF_IDLST EIVF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE RSTF_IDLST RSTF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE EBAF_IDLST EBAF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE SIWAKH_IDLST SIWAKH_PNAME1.
           CALL "DB_F_Close" USING
           IF  BX-CNT NOT = ZERO
               PERFORM  BX-PRT-RTN  THRU  BX-PRT-RTN-EXIT
           END-IF
           IF  EI-CNT NOT = ZERO
               PERFORM  EI-PRT-RTN  THRU  EI-PRT-RTN-EXIT
           END-IF
           MOVE  SPACE  TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  BL-INVCNT    TO WORK-BL-INVCNT.
           MOVE  WORK-BL-SUM  TO PRN-R (11:14).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           IF  BL-RUN > 1
               PERFORM  BL-RSP-RTN  THRU  BL-RSP-RTN-EXIT
           END-IF
           CALL "PR_Close" RETURNING RESP.
       BL-INV-RTN-EXIT.
           EXIT.
      *
      *    BL-RSO-RTN  -  the month's RSTF control row.  a run left
      *    in progress (RSTC-STAT 1) is resumed: next attempt
      *    number, and its voucher number, last line and invoice
      *    count picked up where it stopped.  otherwise any rows
      *    of an earlier finished run are voided and the control
      *    row starts again at attempt 1 on this run's voucher.
      *
       BL-RSO-RTN.
           MOVE  "BIL100"  TO RST-PGM.
           MOVE  BL-NG     TO RST-NG.
           MOVE  ZERO      TO RST-CUST.
           CALL "DB_Read" USING
            "INVALID KEY" RSTF_PNAME1 BY REFERENCE RST-R " "
            RETURNING RET.
           IF  RET = 0  AND  RSTC-STAT = 1
               ADD   1            TO RSTC-RUN
               MOVE  RSTC-RUN     TO BL-RUN
               MOVE  RSTC-JUNLNO  TO POST-JUNLNO
               MOVE  RSTC-LINENO  TO POST-LINENO
               MOVE  RSTC-CNT     TO BL-INVCNT
               MOVE  USER_ID      TO RSTC-USER
               CALL "DB_Update" USING
                RSTF_PNAME1 RSTF_LNAME RST-R RETURNING RET
               GO TO BL-RSO-RTN-EXIT
           END-IF
           MOVE  RET  TO BL-RSNEW.
           IF  RET = 0
               PERFORM  BL-RSD-RTN  THRU  BL-RSD-RTN-EXIT
           END-IF
           INITIALIZE RST-R.
           MOVE  "BIL100"     TO RST-PGM.
           MOVE  BL-NG        TO RST-NG.
           MOVE  ZERO         TO RST-CUST.
           MOVE  1            TO RSTC-STAT RSTC-RUN BL-RUN.
           MOVE  USER_ID      TO RSTC-USER.
           MOVE  POST-JUNLNO  TO RSTC-JUNLNO.
           MOVE  ZERO         TO RSTC-LINENO RSTC-CNT.
           IF  BL-RSNEW = 1
               CALL "DB_Insert" USING
                RSTF_PNAME1 RSTF_LNAME RST-R RETURNING RET
           ELSE
               CALL "DB_Update" USING
                RSTF_PNAME1 RSTF_LNAME RST-R RETURNING RET
           END-IF.
       BL-RSO-RTN-EXIT.
           EXIT.
      *
      *    BL-RSD-RTN  -  voids the customer rows of a finished
      *    run (a month rebilled after its BILLOG stamp was
      *    lifted) in place, then puts RSTF back on its key for
      *    the run with the control row read up to be rewritten.
      *
       BL-RSD-RTN.
           CALL "DB_F_Close" USING
            BY REFERENCE RSTF_IDLST RSTF_PNAME1.
           CALL "DB_F_Open" USING
            "I-O" RSTF_PNAME1 " " BY REFERENCE RSTF_IDLST "0".
       BL-RSD-010.
           CALL "DB_Read" USING
            "AT END" RSTF_PNAME1 BY REFERENCE RST-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO BL-RSD-020
           END-IF
           IF  RST-PGM NOT = "BIL100"  OR  RST-NG NOT = BL-NG
               GO TO BL-RSD-010
           END-IF
           IF  RST-CUST = ZERO  OR  RST-VOID = "9"
               GO TO BL-RSD-010
           END-IF
           MOVE  "9"  TO RST-VOID.
           CALL "DB_Update" USING
            RSTF_PNAME1 RSTF_LNAME RST-R RETURNING RET.
           GO TO BL-RSD-010.
       BL-RSD-020.
           CALL "DB_F_Close" USING
            BY REFERENCE RSTF_IDLST RSTF_PNAME1.
           CALL "DB_F_Open" USING
            "I-O" RSTF_PNAME1 "SHARED" BY REFERENCE RSTF_IDLST "1"
            "RST-KEY" BY REFERENCE RST-KEY.
           MOVE  "BIL100"  TO RST-PGM.
           MOVE  BL-NG     TO RST-NG.
           MOVE  ZERO      TO RST-CUST.
           CALL "DB_Read" USING
            "INVALID KEY" RSTF_PNAME1 BY REFERENCE RST-R " "
            RETURNING RET.
       BL-RSD-RTN-EXIT.
           EXIT.
      *
      *    BL-RSR-RTN  -  was this bill-to finished by an earlier
      *    attempt?  BL-SKIP 1 = yes, its buckets pass untouched.
      *    a void row is an earlier finished run's, not this one's.
      *
       BL-RSR-RTN.
           MOVE  ZERO      TO BL-SKIP.
           IF  BL-RUN = 1
               GO TO BL-RSR-RTN-EXIT
           END-IF
           MOVE  "BIL100"  TO RST-PGM.
           MOVE  BL-NG     TO RST-NG.
           MOVE  BL-OLDHQ  TO RST-CUST.
           CALL "DB_Read" USING
            "INVALID KEY" RSTF_PNAME1 BY REFERENCE RST-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0  AND  RST-VOID NOT = "9"
               MOVE  1  TO BL-SKIP
           END-IF.
       BL-RSR-RTN-EXIT.
           EXIT.
      *
      *    BL-RSW-RTN  -  the checkpoint: the bill-to just invoiced
      *    and posted goes down with this attempt's number, and
      *    the control row takes the line and invoice count
      *    reached.  a void row left under the bill-to by an
      *    earlier finished run is written over.
      *
       BL-RSW-RTN.
           ACCEPT  WORK-TOTIME  FROM  TIME.
           MOVE  "BIL100"     TO RST-PGM.
           MOVE  BL-NG        TO RST-NG.
           MOVE  BL-OLDHQ     TO RST-CUST.
           CALL "DB_Read" USING
            "INVALID KEY" RSTF_PNAME1 BY REFERENCE RST-R " "
            RETURNING RET.
           MOVE  RET          TO BL-RSNEW.
           INITIALIZE RST-R.
           MOVE  "BIL100"     TO RST-PGM.
           MOVE  BL-NG        TO RST-NG.
           MOVE  BL-OLDHQ     TO RST-CUST.
           MOVE  BL-RUN       TO RST-RUN.
           MOVE  USER_ID      TO RST-USER.
           MOVE  BL-RUNDT     TO RST-DATE.
           MOVE  WORK-TT-HMS  TO RST-TIME.
           MOVE  POST-JUNLNO  TO RST-JUNLNO.
           MOVE  POST-LINENO  TO RST-LINENO.
           MOVE  BL-INVTOT    TO RST-AMT.
           IF  BL-RSNEW = 1
               CALL "DB_Insert" USING
                RSTF_PNAME1 RSTF_LNAME RST-R RETURNING RET
           ELSE
               CALL "DB_Update" USING
                RSTF_PNAME1 RSTF_LNAME RST-R RETURNING RET
           END-IF.
           MOVE  "BIL100"     TO RST-PGM.
           MOVE  BL-NG        TO RST-NG.
           MOVE  ZERO         TO RST-CUST.
           CALL "DB_Read" USING
            "INVALID KEY" RSTF_PNAME1 BY REFERENCE RST-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO BL-RSW-RTN-EXIT
           END-IF
           MOVE  POST-LINENO  TO RSTC-LINENO.
           MOVE  BL-INVCNT    TO RSTC-CNT.
           CALL "DB_Update" USING
            RSTF_PNAME1 RSTF_LNAME RST-R RETURNING RET.
       BL-RSW-RTN-EXIT.
           EXIT.
      *
      *    BL-RSP-RTN  -  the restart report on the physical
      *    printer: every bill-to of the month in key order, with
      *    the attempt that finished it -- an earlier, failed one
      *    or this resumed one.
      *
       BL-RSP-RTN.
           MOVE  ZERO  TO BL-RFCNT BL-RRCNT.
           CALL "PR_NewPage" RETURNING RESP.
           MOVE  SPACE       TO PRN-R.
           MOVE  WORK-RS-HD  TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  BL-NG        TO WORK-RS-NG.
           MOVE  BL-RUN       TO WORK-RS-RUN.
           MOVE  WORK-RS-PER  TO PRN-R (11:27).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE       TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  WORK-RS-CH  TO PRN-R (11:65).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "DB_F_Open" USING
            "INPUT" RSTF_PNAME1 " " BY REFERENCE RSTF_IDLST "0".
       BL-RSP-010.
           CALL "DB_Read" USING
            "AT END" RSTF_PNAME1 BY REFERENCE RST-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO BL-RSP-020
           END-IF
           IF  RST-PGM NOT = "BIL100"  OR  RST-NG NOT = BL-NG
               GO TO BL-RSP-010
           END-IF
           IF  RST-CUST = ZERO  OR  RST-VOID = "9"
               GO TO BL-RSP-010
           END-IF
           MOVE  SPACE         TO PRN-R WORK-RS-DT.
           MOVE  RST-CUST      TO WORK-RS-CUST.
           IF  RST-RUN < BL-RUN
               MOVE  "FAILED RUN"   TO WORK-RS-WHEN
               ADD  1  TO BL-RFCNT
           ELSE
               MOVE  "RESUMED RUN"  TO WORK-RS-WHEN
               ADD  1  TO BL-RRCNT
           END-IF
           MOVE  RST-RUN       TO WORK-RS-LRUN.
           MOVE  RST-DATE      TO WORK-RS-DATE.
           MOVE  RST-TIME      TO WORK-RS-TIME.
           MOVE  RST-USER      TO WORK-RS-USER.
           MOVE  RST-AMT       TO WORK-RS-AMT.
           MOVE  WORK-RS-DT    TO PRN-R (11:65).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           GO TO BL-RSP-010.
       BL-RSP-020.
           CALL "DB_F_Close" USING
            BY REFERENCE RSTF_IDLST RSTF_PNAME1.
           MOVE  SPACE  TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  BL-RFCNT     TO WORK-RS-FCNT.
           MOVE  BL-RRCNT     TO WORK-RS-RCNT.
           MOVE  WORK-RS-SUM  TO PRN-R (11:41).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
       BL-RSP-RTN-EXIT.
           EXIT.
      *
      *    BX-PRT-RTN  -  the unpriced-line exception tail, on the
      *    physical printer with the run summary.
      *
           IF  WORK-DLVKBN = 1
               CALL "PDF_Open" RETURNING RESP
           ELSE
               IF  BL-INVCNT NOT = ZERO  AND  WORK-DLVKBN NOT = 2
                   MOVE  SPACE  TO PRN-R
                   CALL "PR_Write" USING PRN-R RETURNING RESP
                   CALL "PR_NewPage" RETURNING RESP
           MOVE  BL-NG        TO WORK-BL-NG.
           MOVE  WORK-BL-PER  TO PRN-R (11:13).
           PERFORM  INV-OUT-RTN  THRU  INV-OUT-RTN-EXIT.
           MOVE  ZERO  TO BL-INVTOT BL-ESEQ.
       INV-HEAD-RTN-EXIT.
           EXIT.
      *
               CALL "PDF_Close" RETURNING RESP
               CALL "MAIL_Send" USING WORK-MAIL RETURNING RESP
           END-IF
           IF  WORK-DLVKBN = 2
               PERFORM  EI-OUT-RTN  THRU  EI-OUT-RTN-EXIT
           END-IF
           ADD  1  TO BL-INVCNT.
      *
      *    the invoice head on the retention archive, pointing at
      *    the AR line posted below (none for a zero invoice).
      *
           INITIALIZE EBA-R.
           MOVE  1               TO EBA-KIND.
           MOVE  POST-DATE       TO EBA-DATE.
           MOVE  BL-OLDHQ        TO EBA-CUST.
           MOVE  BL-NG           TO EBA-DOCNO.
           MOVE  ZERO            TO EBA-SEQ.
           MOVE  BL-INVTOT       TO EBA-AMT.
           MOVE  TC-INVNO        TO EBA-INVNO.
           IF  BL-INVTOT NOT = ZERO
               MOVE  POST-JUNLNO     TO EBA-JUNLNO
               COMPUTE  EBA-LINENO = POST-LINENO + 1
           END-IF
           MOVE  WORK-DLVKBN     TO EBA-DLVKBN.
           MOVE  BL-ESEQ         TO EBA-DCNT.
           MOVE  USER_ID         TO EBA-USER.
           MOVE  BL-RUNDT        TO EBA-RUNDT.
           CALL "DB_Insert" USING
            EBAF_PNAME1 EBAF_LNAME EBA-R RETURNING RET.
           IF  BL-INVTOT = ZERO
               GO TO INV-FOOT-RTN-EXIT
           END-IF
       INV-FOOT-RTN-EXIT.
           EXIT.
      *
      *    nothing is printed for a chain-store EDI bill-to.
       INV-OUT-RTN.
           IF  WORK-DLVKBN = 2
               GO TO INV-OUT-RTN-EXIT
           END-IF
           IF  WORK-DLVKBN = 1
               CALL "PDF_Write" USING PRN-R RETURNING RESP
           ELSE
       INV-OUT-RTN-EXIT.
           EXIT.
      *
      *    EI-OUT-RTN  -  the chain-store EDI invoice for the bill-to
      *    in hand: its data file, its EIVF row, and its line on the
      *    EDI tail.  TC-R is the head-office row on the way in and
      *    is put back on the way out for the posting below.
      *
       EI-OUT-RTN.
           MOVE  BL-NG      TO EI-FID-NG EI-IV-NG.
           MOVE  BL-OLDHQ   TO EI-FID-HQ EI-IV-HQ.
           MOVE  TC-EDIVND  TO EI-VND.
           MOVE  TC-EDISTR  TO EI-RCVR.
           MOVE  ZERO  TO EI-LNO EI-RCNT EI-NET EI-TAX EI-NSTR
                          EI-NSKU EI-LTCD EI-LCCD.
      *
      *    our registration number, T and thirteen digits, off the
      *    JCON kind-1 parameters 0008 (leading five) and 0009
      *    (trailing eight); zeros when none has been keyed.
      *
           MOVE  1   TO  JCON1-01.
           MOVE  8   TO  JCON1-02.
           CALL "DB_Read" USING
            "INVALID KEY" JCON_PNAME1 BY REFERENCE JCON-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0
               MOVE  JCON1-VAL  TO EI-RG-H
           ELSE
               MOVE  ZERO       TO EI-RG-H
           END-IF
           MOVE  1   TO  JCON1-01.
           MOVE  9   TO  JCON1-02.
           CALL "DB_Read" USING
            "INVALID KEY" JCON_PNAME1 BY REFERENCE JCON-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0
               MOVE  JCON1-VAL  TO EI-RG-L
           ELSE
               MOVE  ZERO       TO EI-RG-L
           END-IF
           ACCEPT  WORK-TOTIME  FROM  TIME.
           MOVE  EI-FID  TO EIINV_PNAME1.
           CALL "DB_F_Open" USING
            "OUTPUT" EIINV_PNAME1 " " BY REFERENCE EIINV_IDLST "0".
           MOVE  SPACE        TO EI-REC.
           MOVE  1            TO EI-C-KBN.
           MOVE  "IV"         TO EI-C-DKB.
           MOVE  EI-VND       TO EI-C-SNDR.
           MOVE  EI-RCVR      TO EI-C-RCVR.
           MOVE  EI-FID       TO EI-C-FID.
           MOVE  BL-RUNDT     TO EI-C-DATE.
           MOVE  WORK-TT-HMS  TO EI-C-TIME.
           PERFORM  EI-PUT-RTN  THRU  EI-PUT-RTN-EXIT.
           MOVE  SPACE        TO EI-REC.
           MOVE  2            TO EI-H-KBN.
           MOVE  EI-INVID     TO EI-H-INVID.
           MOVE  POST-DATE    TO EI-H-IDATE.
           MOVE  BL-NG        TO EI-H-NG.
           MOVE  BL-OLDHQ     TO EI-H-BILTO.
           MOVE  EI-RCVR      TO EI-H-RCVR.
           MOVE  EI-REGNO     TO EI-H-REGNO.
           PERFORM  EI-PUT-RTN  THRU  EI-PUT-RTN-EXIT.
      *
      *    the details: the month's JSJDRF again, this bill-to's
      *    lines only, through BL-SEL-RTN and BL-VAL-RTN with
      *    BL-EIP raised so each priced slot writes its detail.
      *
           CALL "DB_F_Open" USING
            "INPUT" THTM_PNAME1 "SHARED" BY REFERENCE THTM_IDLST
            "2" "THT-KEY" BY REFERENCE THT-KEY "THT-KEY2" BY
            REFERENCE THT-KEY2.
           CALL "DB_F_Open" USING
            "INPUT" THTC_PNAME1 "SHARED" BY REFERENCE THTC_IDLST
            "2" "THC-KEY" BY REFERENCE THC-KEY "THC-KEY2" BY
            REFERENCE THC-KEY2.
           CALL "DB_F_Open" USING
            "INPUT" CODF_PNAME1 "SHARED" BY REFERENCE CODF_IDLST "1"
            "COD-KEY" BY REFERENCE COD-KEY.
           CALL "DB_F_Open" USING
            "INPUT" JSJDRF_PNAME1 " " BY REFERENCE JSJDRF_IDLST "0".
           MOVE  1  TO BL-EIP.
       EI-OUT-010.
           CALL "DB_Read" USING
            "AT END" JSJDRF_PNAME1 BY REFERENCE JSJD-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO EI-OUT-020
           END-IF
           PERFORM  BL-SEL-RTN  THRU  BL-SEL-RTN-EXIT.
           IF  BL-SEL = 0  OR  BL-WHQ NOT = BL-OLDHQ
               GO TO EI-OUT-010
           END-IF
           PERFORM  BL-VAL-RTN  THRU  BL-VAL-RTN-EXIT.
           GO TO EI-OUT-010.
       EI-OUT-020.
           MOVE  0  TO BL-EIP.
           CALL "DB_F_Close" USING
            BY REFERENCE JSJDRF_IDLST JSJDRF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE CODF_IDLST CODF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE THTC_IDLST THTC_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE THTM_IDLST THTM_PNAME1.
      *
      *    the tax by rate on the invoice, fractions cut, SIV100's
      *    rule.  everything we ship is standard-rated, so the 10%
      *    row is the one summary written; EIVF carries the 8% and
      *    non-taxable buckets at zero.
      *
           COMPUTE  EI-TAX = EI-NET * 10 / 100.
           MOVE  SPACE        TO EI-REC.
           MOVE  4            TO EI-X-KBN.
           MOVE  EI-INVID     TO EI-X-INVID.
           MOVE  10           TO EI-X-TAXRT.
           MOVE  EI-NET       TO EI-X-NET.
           MOVE  EI-TAX       TO EI-X-TAX.
           PERFORM  EI-PUT-RTN  THRU  EI-PUT-RTN-EXIT.
           MOVE  SPACE        TO EI-REC.
           MOVE  8            TO EI-T-KBN.
           MOVE  EI-INVID     TO EI-T-INVID.
           MOVE  EI-LNO       TO EI-T-LCNT.
           MOVE  EI-NET       TO EI-T-NET.
           MOVE  EI-TAX       TO EI-T-TAX.
           COMPUTE  EI-T-TOT = EI-NET + EI-TAX.
           PERFORM  EI-PUT-RTN  THRU  EI-PUT-RTN-EXIT.
           MOVE  SPACE        TO EI-REC.
           MOVE  9            TO EI-E-KBN.
           COMPUTE  EI-E-RCNT = EI-RCNT + 1.
           PERFORM  EI-PUT-RTN  THRU  EI-PUT-RTN-EXIT.
           CALL "DB_F_Close" USING
            BY REFERENCE EIINV_IDLST EIINV_PNAME1.
           PERFORM  EI-CTL-RTN  THRU  EI-CTL-RTN-EXIT.
           IF  EI-CNT < 100
               ADD  1             TO EI-CNT
               MOVE  BL-OLDHQ     TO EIT-HQ(EI-CNT)
               MOVE  EI-FID       TO EIT-FID(EI-CNT)
               MOVE  EI-LNO       TO EIT-LCNT(EI-CNT)
               MOVE  EI-NET       TO EIT-NET(EI-CNT)
               MOVE  EI-TAX       TO EIT-TAX(EI-CNT)
               MOVE  EI-NSTR      TO EIT-NSTR(EI-CNT)
               MOVE  EI-NSKU      TO EIT-NSKU(EI-CNT)
               MOVE  0            TO EIT-DIF(EI-CNT)
               IF  EI-NET NOT = BL-INVTOT
                   MOVE  1        TO EIT-DIF(EI-CNT)
               END-IF
           END-IF
           MOVE  BL-OLDHQ  TO TC-TCD.
           MOVE  1         TO TC-CCD.
           CALL "DB_Read" USING
            "INVALID KEY" TC-M_PNAME1 BY REFERENCE TC-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  SPACE  TO TC-INVNO
           END-IF.
       EI-OUT-RTN-EXIT.
           EXIT.
      *
      *    EI-DTL-RTN  -  one detail for the priced size slot BL-QX
      *    of the line in hand: the chain's store code off the
      *    ship-to's TC-M row (read once per ship-to run) and its
      *    item code off the XRFM preload, blank and counted when
      *    the chain has none on file.
      *
       EI-DTL-RTN.
           IF  JSJD-021 NOT = EI-LTCD  OR  JSJD-022 NOT = EI-LCCD
               MOVE  JSJD-021  TO TC-TCD EI-LTCD
               MOVE  JSJD-022  TO TC-CCD EI-LCCD
               CALL "DB_Read" USING
                "INVALID KEY" TC-M_PNAME1 BY REFERENCE TC-R "UNLOCK"
                RETURNING RET
               IF  RET = 0
                   MOVE  TC-EDISTR  TO EI-LSTR
               ELSE
                   MOVE  SPACE      TO EI-LSTR
               END-IF
           END-IF
           IF  EI-LSTR = SPACE
               ADD  1  TO EI-NSTR
           END-IF
           PERFORM  EI-XR-RTN  THRU  EI-XR-RTN-EXIT.
           IF  EI-CSKU = SPACE
               ADD  1  TO EI-NSKU
           END-IF
           ADD  1  TO EI-LNO.
           COMPUTE  EI-AMT = JSJD-1211(BL-QX) * BL-TAN.
           MOVE  SPACE              TO EI-REC.
           MOVE  3                  TO EI-D-KBN.
           MOVE  EI-INVID           TO EI-D-INVID.
           MOVE  EI-LNO             TO EI-D-LINE.
           MOVE  EI-LSTR            TO EI-D-STORE.
           MOVE  JSJD-021           TO EI-D-TCD.
           MOVE  JSJD-022           TO EI-D-CCD.
           MOVE  JSJD-03            TO EI-D-SLIP.
           MOVE  JSJD-NGP           TO EI-D-SDATE.
           MOVE  EI-CSKU            TO EI-D-CSKU.
           MOVE  JSJD-09            TO EI-D-HCD.
           MOVE  BL-QX              TO EI-D-SIZ.
           MOVE  JSJD-1211(BL-QX)   TO EI-D-QTY.
           MOVE  BL-TAN             TO EI-D-TAN.
           MOVE  EI-AMT             TO EI-D-AMT.
           MOVE  10                 TO EI-D-TAXRT.
           PERFORM  EI-PUT-RTN  THRU  EI-PUT-RTN-EXIT.
           ADD  EI-AMT  TO EI-NET.
       EI-DTL-RTN-EXIT.
           EXIT.
      *
      *    EI-XR-RTN  -  the chain item code for JSJD-09: the
      *    ship-to customer's own XRFM row first, else the bill-to
      *    head office's.
      *
       EI-XR-RTN.
           MOVE  SPACE  TO EI-CSKU.
           MOVE  1      TO XR-IX.
       EI-XR-010.
           IF  XR-IX > XR-CNT
               GO TO EI-XR-RTN-EXIT
           END-IF
           IF  XR-HCD(XR-IX) = JSJD-09
               IF  XR-TCD(XR-IX) = JSJD-021
                   MOVE  XR-CSKU(XR-IX)  TO EI-CSKU
                   GO TO EI-XR-RTN-EXIT
               END-IF
               IF  XR-TCD(XR-IX) = BL-OLDHQ
                   MOVE  XR-CSKU(XR-IX)  TO EI-CSKU
               END-IF
           END-IF
           ADD  1  TO XR-IX.
           GO TO EI-XR-010.
       EI-XR-RTN-EXIT.
           EXIT.
      *
       EI-PUT-RTN.
           CALL "DB_Insert" USING
            EIINV_PNAME1 EIINV_LNAME EI-REC RETURNING RET.
           ADD  1  TO EI-RCNT.
       EI-PUT-RTN-EXIT.
           EXIT.
      *
      *    EI-CTL-RTN  -  the EIVF row for the file just sent,
      *    awaiting the chain's acknowledgement.  a month billed
      *    again overwrites its row and waits afresh.
      *
       EI-CTL-RTN.
           MOVE  BL-NG     TO EIV-NG.
           MOVE  BL-OLDHQ  TO EIV-HQ.
           CALL "DB_Read" USING
            "INVALID KEY" EIVF_PNAME1 BY REFERENCE EIV-R " "
            RETURNING RET.
           IF  RET = 0
               MOVE  1  TO EI-FND
           ELSE
               MOVE  0  TO EI-FND
           END-IF
           INITIALIZE EIV-R.
           MOVE  BL-NG        TO EIV-NG.
           MOVE  BL-OLDHQ     TO EIV-HQ.
           MOVE  EI-FID       TO EIV-FID.
           MOVE  EI-RCVR      TO EIV-RCVR.
           MOVE  BL-RUNDT     TO EIV-SDATE.
           MOVE  WORK-TT-HMS  TO EIV-STIME.
           MOVE  EI-LNO       TO EIV-LCNT.
           MOVE  EI-NET       TO EIV-NET10.
           MOVE  EI-TAX       TO EIV-TAX10.
           MOVE  ZERO         TO EIV-NET8 EIV-TAX8 EIV-NET0.
           COMPUTE  EIV-TOT = EI-NET + EI-TAX.
           MOVE  0            TO EIV-ACK.
           MOVE  USER_ID      TO EIV-USER.
           IF  EI-FND = 1
               CALL "DB_Update" USING
                EIVF_PNAME1 EIVF_LNAME EIV-R RETURNING RET
           ELSE
               CALL "DB_Insert" USING
                EIVF_PNAME1 EIVF_LNAME EIV-R RETURNING RET
           END-IF.
       EI-CTL-RTN-EXIT.
           EXIT.
      *
      *    XR-LOAD-RTN  -  the XRFM preload for the chain item codes.
      *
       XR-LOAD-RTN.
           MOVE  ZERO  TO XR-CNT.
           CALL "DB_F_Open" USING
            "INPUT" XRFM_PNAME1 " " BY REFERENCE XRFM_IDLST "0".
       XR-LOAD-010.
           CALL "DB_Read" USING
            "AT END" XRFM_PNAME1 BY REFERENCE XRF-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO XR-LOAD-020
           END-IF
           IF  XR-CNT < 500
               ADD  1          TO XR-CNT
               MOVE  XRF-TCD   TO XR-TCD(XR-CNT)
               MOVE  XRF-HCD   TO XR-HCD(XR-CNT)
               MOVE  XRF-CSKU  TO XR-CSKU(XR-CNT)
           END-IF
           GO TO XR-LOAD-010.
       XR-LOAD-020.
           CALL "DB_F_Close" USING
            BY REFERENCE XRFM_IDLST XRFM_PNAME1.
       XR-LOAD-RTN-EXIT.
           EXIT.
      *
      *    EI-PRT-RTN  -  the EDI tail: every invoice file sent this
      *    run, with the lines it carries without a chain store or
      *    item code, on the physical printer with the summary.
      *
       EI-PRT-RTN.
           CALL "PR_NewPage" RETURNING RESP.
           MOVE  SPACE         TO PRN-R.
           MOVE  WORK-EI-HD    TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE         TO PRN-R.
           MOVE  WORK-EI-NOTE  TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE         TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  WORK-EI-CH    TO PRN-R (11:70).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  1  TO EI-IX.
       EI-PRT-010.
           IF  EI-IX > EI-CNT
               GO TO EI-PRT-RTN-EXIT
           END-IF
           MOVE  SPACE             TO PRN-R WORK-EI.
           MOVE  EIT-HQ(EI-IX)     TO WORK-EI-HQ.
           MOVE  EIT-FID(EI-IX)    TO WORK-EI-FID.
           MOVE  EIT-LCNT(EI-IX)   TO WORK-EI-LCNT.
           MOVE  EIT-NET(EI-IX)    TO WORK-EI-NET.
           MOVE  EIT-TAX(EI-IX)    TO WORK-EI-TAX.
           MOVE  EIT-NSTR(EI-IX)   TO WORK-EI-NSTR.
           MOVE  EIT-NSKU(EI-IX)   TO WORK-EI-NSKU.
           IF  EIT-DIF(EI-IX) = 1
               MOVE  "TOTAL DIFFERS"  TO WORK-EI-RMK
           END-IF
           MOVE  WORK-EI           TO PRN-R (11:78).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           ADD  1  TO EI-IX.
           GO TO EI-PRT-010.
       EI-PRT-RTN-EXIT.
           EXIT.
      *
      *    BL-LOG-RTN  -  the month stamp.
      *
       BL-LOG-RTN.
            BILLOG_PNAME1 BILLOG_LNAME BILLOG-REC RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE BILLOG_IDLST BILLOG_PNAME1.
      *
      *    the month is billed: its RSTF run is over.
      *
           CALL "DB_F_Open" USING
            "I-O" RSTF_PNAME1 "SHARED" BY REFERENCE RSTF_IDLST "1"
            "RST-KEY" BY REFERENCE RST-KEY.
           MOVE  "BIL100"  TO RST-PGM.
           MOVE  BL-NG     TO RST-NG.
           MOVE  ZERO      TO RST-CUST.
           CALL "DB_Read" USING
            "INVALID KEY" RSTF_PNAME1 BY REFERENCE RST-R " "
            RETURNING RET.
           IF  RET = 0
               MOVE  9  TO RSTC-STAT
               CALL "DB_Update" USING
                RSTF_PNAME1 RSTF_LNAME RST-R RETURNING RET
           END-IF
           CALL "DB_F_Close" USING
            BY REFERENCE RSTF_IDLST RSTF_PNAME1.
       BL-LOG-RTN-EXIT.
           EXIT.
      *
