      ************************************
      *****     源 泉 徴 収 フ ァ イ ル              *****
      ************************************
      *    income-tax withholding file -- one row per payment
      *    TPY100 made net of withholding to a T-WHT payee, keyed
      *    payment date + payee + the due-date bucket it settled,
      *    so a rerun over the same bucket cannot land twice.
      *    WHT-GROSS is the fee owed, WHT-TAX the income tax kept
      *    back under the payee's T-WHK class at the time, WHT-NET
      *    what went out on the zengin file.  WHT100 reads it for
      *    the monthly remittance to the tax office and for the
      *    year-end payment-record statements.
       01  WHTF.
           02  WHTF_PNAME1            PIC  X(006) VALUE "WHTF".
           02  F                      PIC  X(001).
           02  WHTF_LNAME             PIC  X(004) VALUE "WHTF".
           02  F                      PIC  X(001).
           02  WHTF_KEY1              PIC  X(100) VALUE SPACE.
           02  WHTF_SORT              PIC  X(100) VALUE SPACE.
           02  WHTF_IDLST             PIC  X(100) VALUE SPACE.
           02  WHTF_RES               USAGE  POINTER.
       01  WHT-R.
           02  WHT-KEY.
               03  WHT-NGP            PIC  9(08).                       支払日
               03  WHT-TCD            PIC  9(04).                       支払先コード
               03  WHT-DUED           PIC  9(08).                       支払予定日
           02  WHT-WHK                PIC  9(01).                       源泉税率区分
           02  WHT-GROSS              PIC  9(10).                       支払金額
           02  WHT-TAX                PIC  9(09).                       源泉徴収税額
           02  WHT-NET                PIC  9(10).                       差引支払額
           02  WHT-JUNLNO             PIC  9(06).                       伝票番号
           02  FILLER                 PIC  X(10).
       77  F                          PIC  X(001).
