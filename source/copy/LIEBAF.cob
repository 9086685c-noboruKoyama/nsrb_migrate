      ************************************
      *****     電 子 帳 簿 保 存 書 類 フ ァ イ ル     *****
      ************************************
      *    retention archive of the documents the system issues
      *    outside the journal -- kept so they stay searchable by
      *    date, amount and counterparty instead of living only in
      *    the print queue.  EBA-KIND 1 = invoice (BIL100, one per
      *    bill-to per month, EBA-DOCNO the billing month),
      *    2 = supplier transfer (TPY100, EBA-DOCNO the due date),
      *    3 = expense-claim reimbursement (TPY100, EBA-DOCNO the
      *    claim number).  EBA-SEQ 0 is the document head (EBA-HDR
      *    view), with the voucher/line it posted under in SIWAKH
      *    (zero when nothing posted); an invoice's per-store detail
      *    follows as EBA-SEQ 1 up (EBA-DTL view).  rows are only
      *    ever inserted, never changed.
       01  EBAF.
           02  EBAF_PNAME1            PIC  X(006) VALUE "EBAF".
           02  F                      PIC  X(001).
           02  EBAF_LNAME             PIC  X(004) VALUE "EBAF".
           02  F                      PIC  X(001).
           02  EBAF_KEY1              PIC  X(100) VALUE SPACE.
           02  EBAF_SORT              PIC  X(100) VALUE SPACE.
           02  EBAF_IDLST             PIC  X(100) VALUE SPACE.
           02  EBAF_RES               USAGE  POINTER.
       01  EBA-R.
           02  EBA-KEY.
               03  EBA-KIND           PIC  9(01).                       書類区分
               03  EBA-DATE           PIC  9(08).                       書類日付
               03  EBA-CUST           PIC  9(05).                       取引先C
               03  EBA-DOCNO          PIC  9(08).                       書類番号
               03  EBA-SEQ            PIC  9(03).                       行番号
           02  EBA-HDR.
               03  EBA-AMT            PIC S9(10).                       金額
               03  EBA-INVNO          PIC  X(14).                       登録番号
               03  EBA-JUNLNO         PIC  9(06).                       伝票番号
               03  EBA-LINENO         PIC  9(02).                       伝票行
               03  EBA-BANK           PIC  9(04).                       銀行番号
               03  EBA-STN            PIC  9(03).                       支店番号
               03  EBA-KOZKB          PIC  9(01).                       預金種目
               03  EBA-KOZNO          PIC  9(07).                       口座番号
               03  EBA-DLVKBN         PIC  9(01).                       送付区分
               03  EBA-DCNT           PIC  9(03).                       明細件数
               03  EBA-USER           PIC  X(06).                       作成者
               03  EBA-RUNDT          PIC  9(08).                       作成日
               03  FILLER             PIC  X(15).
           02  EBA-DTL  REDEFINES  EBA-HDR.
               03  EBA-D-TCD          PIC  9(04).                       得意先C
               03  EBA-D-CCD          PIC  9(03).                       直送先C
               03  EBA-D-AMT          PIC S9(10).                       金額
               03  FILLER             PIC  X(63).
       77  F                          PIC  X(001).
