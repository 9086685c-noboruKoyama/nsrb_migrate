      ************************************
      *****     仕 入 請 求 書 フ ァ イ ル              *****
      ************************************
      *    supplier invoice register -- one row per invoice as the
      *    supplier issued it, keyed supplier plus the supplier's
      *    own invoice number, so the same paper keyed twice finds
      *    itself.  SIV100 writes the row and posts the payable;
      *    every SIWAKH line it raises carries this key on HDOCREF.
      *    the net/tax split follows the HTAXKB rate classes the
      *    lines post under: 10 = standard rate (HTAXKB "1"),
      *    8 = reduced rate (HTAXKB "2"), 0 = non-taxable.
      *    a foreign-currency supplier's invoice carries its total
      *    in SIV-FTOT at SIV-RATE and posts non-taxable.
      *    SIV-REGWN = 1 when the registration number on the paper
      *    differed from T-INVNO at entry.
       01  SIVF.
           02  SIVF_PNAME1            PIC  X(006) VALUE "SIVF".
           02  F                      PIC  X(001).
           02  SIVF_LNAME             PIC  X(004) VALUE "SIVF".
           02  F                      PIC  X(001).
           02  SIVF_KEY1              PIC  X(100) VALUE SPACE.
           02  SIVF_SORT              PIC  X(100) VALUE SPACE.
           02  SIVF_IDLST             PIC  X(100) VALUE SPACE.
           02  SIVF_RES               USAGE  POINTER.
       01  SIV-R.
           02  SIV-KEY.
               03  SIV-TCD            PIC  9(04).                       仕入先コード
               03  SIV-INVNO          PIC  X(20).                       請求書番号
           02  SIV-IDATE              PIC  9(08).                       請求日
           02  SIV-REGNO              PIC  X(14).                       登録番号
           02  SIV-REGWN              PIC  9(01).                       登録番号相違
           02  SIV-NET10              PIC  9(09).                       10%対象額
           02  SIV-TAX10              PIC  9(08).                       10%税額
           02  SIV-NET8               PIC  9(09).                       8%対象額
           02  SIV-TAX8               PIC  9(08).                       8%税額
           02  SIV-NET0               PIC  9(09).                       非課税額
           02  SIV-TOTAL              PIC  9(10).                       請求合計
           02  SIV-CUR                PIC  X(03).                       通貨
           02  SIV-FTOT               PIC  9(09)V99.                    外貨合計
           02  SIV-RATE               PIC  9(04)V9(04).                 換算レート
           02  SIV-JUNLNO             PIC  9(06).                       伝票番号
           02  SIV-USER               PIC  X(06).
           02  FILLER                 PIC  X(10).
       77  F                          PIC  X(001).
