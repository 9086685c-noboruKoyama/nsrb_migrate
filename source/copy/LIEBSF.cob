      ************************************
      *****     仕 訳 封 印 フ ァ イ ル                  *****
      ************************************
      *    one seal per posted SIWAKH voucher (HTRDATE + HJUNLNO),
      *    written by EBS100's sealing run: the voucher's line
      *    count, its HAMOUNT total and a check value computed over
      *    every byte of every line.  EBS-STAT 0 = being built by
      *    the run stamped in EBS-RUN (a run that did not finish),
      *    1 = sealed.  the verification run recomputes the same
      *    three figures into EBS-VCNT/EBS-VAMT/EBS-VHASH under its
      *    own stamp (EBS-VRUN) and records the outcome: EBS-VRES
      *    0 = unchanged, 1 = lines changed since sealing, 2 = no
      *    lines left on SIWAKH.
       01  EBSF.
           02  EBSF_PNAME1            PIC  X(006) VALUE "EBSF".
           02  F                      PIC  X(001).
           02  EBSF_LNAME             PIC  X(004) VALUE "EBSF".
           02  F                      PIC  X(001).
           02  EBSF_KEY1              PIC  X(100) VALUE SPACE.
           02  EBSF_SORT              PIC  X(100) VALUE SPACE.
           02  EBSF_IDLST             PIC  X(100) VALUE SPACE.
           02  EBSF_RES               USAGE  POINTER.
       01  EBS-R.
           02  EBS-KEY.
               03  EBS-DATE           PIC  9(08).                       伝票日付
               03  EBS-JUNLNO         PIC  9(06).                       伝票番号
           02  EBS-STAT               PIC  9(01).                       封印状態
           02  EBS-RUN                PIC  9(14).                       封印処理印
           02  EBS-LCNT               PIC  9(04).                       行数
           02  EBS-AMT                PIC S9(12).                       金額合計
           02  EBS-HASH               PIC  9(10).                       検証値
           02  EBS-SEALDT             PIC  9(08).                       封印日
           02  EBS-USER               PIC  X(06).                       封印者
           02  EBS-VRUN               PIC  9(14).                       検証処理印
           02  EBS-VCNT               PIC  9(04).                       検証行数
           02  EBS-VAMT               PIC S9(12).                       検証金額
           02  EBS-VHASH              PIC  9(10).                       検証値再計算
           02  EBS-VRES               PIC  9(01).                       検証結果
           02  EBS-VDT                PIC  9(08).                       検証日
           02  FILLER                 PIC  X(10).
       77  F                          PIC  X(001).
