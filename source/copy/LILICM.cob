      ************************************
      *****     ラ イ セ ン ス 契 約 マ ス タ         *****
      ************************************
      *    licence agreements for the lines made under licence --
      *    one row per agreement, keyed through LIC100.  LIC-TCD is
      *    the licensor's T-M supplier code (the royalty is owed to
      *    it and posts against it), LIC-RATE the royalty percent of
      *    net sales, LIC-MG the minimum guarantee per agreement
      *    year in yen, LIC-PER the reporting period in months (3 =
      *    quarterly; zero reads as 3) and LIC-YSM the month the
      *    agreement year opens.  items are assigned to a licence
      *    through SHM-LIC; RYL100 runs the statement and accrual.
       01  LICM.
           02  LICM_PNAME1            PIC  X(004) VALUE "LICM".
           02  F                      PIC  X(001).
           02  LICM_LNAME             PIC  X(004) VALUE "LICM".
           02  F                      PIC  X(001).
           02  LICM_KEY1              PIC  X(100) VALUE SPACE.
           02  LICM_SORT              PIC  X(100) VALUE SPACE.
           02  LICM_IDLST             PIC  X(100) VALUE SPACE.
           02  LICM_RES               USAGE  POINTER.
       01  LIC-R.
           02  LIC-KEY.
               03  LIC-CD             PIC  9(03).                       ライセンスコード
           02  LIC-NAME               PIC  N(12).                       ブランド名
           02  LIC-TCD                PIC  9(04).                       ライセンサー
           02  LIC-RATE               PIC  9(02)V99.                    ロイヤリティ率
           02  LIC-MG                 PIC  9(10).                       最低保証額
           02  LIC-PER                PIC  9(02).                       報告期間
           02  LIC-YSM                PIC  9(02).                       契約年度開始月
           02  LIC-USER               PIC  X(06).                       入力者
           02  LIC-DATE               PIC  9(08).                       入力日
           02  FILLER                 PIC  X(10).
       77  F                          PIC  X(001).
