      ************************************
      *****     貸 倒 償 却 フ ァ イ ル                *****
      ************************************
      *    bad-debt write-off register -- one row per customer
      *    balance BDA100 wrote off against the allowance for
      *    doubtful accounts, keyed customer + write-off date.
      *    BDW-REC accumulates what BDA100's recovery mode has since
      *    collected (posted to recovery income, never back to AR);
      *    BDW-STAT: 0 = open for recovery, 1 = fully recovered.
       01  BDWF.
           02  BDWF_PNAME1            PIC  X(006) VALUE "BDWF".
           02  F                      PIC  X(001).
           02  BDWF_LNAME             PIC  X(004) VALUE "BDWF".
           02  F                      PIC  X(001).
           02  BDWF_KEY1              PIC  X(100) VALUE SPACE.
           02  BDWF_SORT              PIC  X(100) VALUE SPACE.
           02  BDWF_IDLST             PIC  X(100) VALUE SPACE.
           02  BDWF_RES               USAGE  POINTER.
       01  BDW-R.
           02  BDW-KEY.
               03  BDW-TCD            PIC  9(04).                       得意先コード
               03  BDW-DATE           PIC  9(08).                       償却日
           02  BDW-AMT                PIC  9(10).                       償却額
           02  BDW-REC                PIC  9(10).                       回収累計額
           02  BDW-RSN                PIC  N(20).                       償却理由
           02  BDW-JUNLNO             PIC  9(06).                       償却伝票番号
           02  BDW-LRDT               PIC  9(08).                       最終回収日
           02  BDW-STAT               PIC  9(01).                       状態
           02  BDW-USER               PIC  X(06).
           02  FILLER                 PIC  X(10).
       77  F                          PIC  X(001).
