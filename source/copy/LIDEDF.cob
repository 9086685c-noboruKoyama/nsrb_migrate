      ************************************
      *****     入 金 控 除 フ ァ イ ル                *****
      ************************************
      *    customer deduction register -- one row per short-paid
      *    deposit, keyed by the DEPSUS suspense row the deposit sat
      *    on, so the deduction and the deposit it came off can
      *    always be walked between.  DED100 writes the row when
      *    the operator applies the deposit against the invoice:
      *    DED-AMT = DED-INVAMT - DED-DEPAMT, moved off the
      *    customer's AR into the deductions-pending account so the
      *    aging and DUN100 stop seeing it.
      *    DED-RSN: 1 = pricing dispute, 2 = shortage claim,
      *    3 = damage allowance, 4 = co-op advertising charge,
      *    9 = other.  DED-CLREF is the chain's own claim number.
      *    DED-STAT: 0 = open, 1 = valid (written off to the
      *    allowance account), 2 = invalid (re-billed to AR).
       01  DEDF.
           02  DEDF_PNAME1            PIC  X(006) VALUE "DEDF".
           02  F                      PIC  X(001).
           02  DEDF_LNAME             PIC  X(004) VALUE "DEDF".
           02  F                      PIC  X(001).
           02  DEDF_KEY1              PIC  X(100) VALUE SPACE.
           02  DEDF_SORT              PIC  X(100) VALUE SPACE.
           02  DEDF_IDLST             PIC  X(100) VALUE SPACE.
           02  DEDF_RES               USAGE  POINTER.
       01  DED-R.
           02  DED-KEY.
               03  DED-SDATE          PIC  9(06).                       入金取込日
               03  DED-STIME          PIC  9(06).                       入金取込時刻
               03  DED-SSEQ           PIC  9(06).                       入金行番号
           02  DED-TCD                PIC  9(04).                       得意先コード
           02  DED-DDATE              PIC  9(08).                       入金日
           02  DED-BILNG              PIC  9(06).                       請求年月
           02  DED-INVAMT             PIC  9(10).                       請求金額
           02  DED-DEPAMT             PIC  9(10).                       入金額
           02  DED-AMT                PIC  9(10).                       控除額
           02  DED-RSN                PIC  9(01).                       控除理由
           02  DED-CLREF              PIC  X(20).                       先方クレーム番号
           02  DED-STAT               PIC  9(01).                       状態
           02  DED-RESDT              PIC  9(08).                       処理日
           02  DED-JUNLNO             PIC  9(06).                       計上伝票番号
           02  DED-RESJN              PIC  9(06).                       処理伝票番号
           02  DED-USER               PIC  X(06).
           02  DED-RESUSR             PIC  X(06).
           02  FILLER                 PIC  X(10).
       77  F                          PIC  X(001).
