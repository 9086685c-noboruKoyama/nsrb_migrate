      ************************************
      *****     経 費 精 算 フ ァ イ ル               *****
      ************************************
      *    employee expense claims -- one claim per employee and
      *    claim-form number.  EXP-SEQ 0 is the claim header
      *    (EXP-HDR view: line count, tax-inclusive total, who
      *    keyed it, who approved it, the approval and the payment
      *    vouchers); EXP-SEQ 1 up are the receipt lines (EXP-DTL
      *    view), each with its KMK-M expense account and tax
      *    class: 0 = non-taxable, 1 = standard rate 10% (HTAXKB
      *    "1"), 2 = reduced rate 8% (HTAXKB "2"), the amount
      *    keyed as the receipt shows it, tax included.
      *    EXP-STAT: 0 = awaiting approval, 1 = approved and
      *    posted, 2 = reimbursed by TPY100, 9 = rejected.
       01  EXPF.
           02  EXPF_PNAME1            PIC  X(006) VALUE "EXPF".
           02  F                      PIC  X(001).
           02  EXPF_LNAME             PIC  X(004) VALUE "EXPF".
           02  F                      PIC  X(001).
           02  EXPF_KEY1              PIC  X(100) VALUE SPACE.
           02  EXPF_SORT              PIC  X(100) VALUE SPACE.
           02  EXPF_IDLST             PIC  X(100) VALUE SPACE.
           02  EXPF_RES               USAGE  POINTER.
       01  EXP-R.
           02  EXP-KEY.
               03  EXP-EMP            PIC  9(05).                       社員コード
               03  EXP-CLNO           PIC  9(06).                       精算書番号
               03  EXP-SEQ            PIC  9(02).                       行番号
           02  EXP-DTL.
               03  EXP-ACCT           PIC  9(04).                       経費科目C
               03  EXP-TAXKB          PIC  9(01).                       課税区分
               03  EXP-RCDT           PIC  9(08).                       領収日
               03  EXP-AMT            PIC  9(09).                       金額(税込)
               03  EXP-TEKIYO         PIC  N(20).                       摘要
               03  FILLER             PIC  X(20).
           02  EXP-HDR  REDEFINES  EXP-DTL.
               03  EXP-ENTDT          PIC  9(08).                       申請日
               03  EXP-LINES          PIC  9(02).                       明細行数
               03  EXP-TOTAL          PIC  9(10).                       合計金額
               03  EXP-STAT           PIC  9(01).                       状態
               03  EXP-BY             PIC  X(06).                       入力者
               03  EXP-APPBY          PIC  X(06).                       承認者
               03  EXP-APPDT          PIC  9(08).                       承認日
               03  EXP-PJUNL          PIC  9(06).                       計上伝票NO
               03  EXP-PAYDT          PIC  9(08).                       支払日
               03  EXP-YJUNL          PIC  9(06).                       支払伝票NO
               03  FILLER             PIC  X(21).
       77  F                          PIC  X(001).
