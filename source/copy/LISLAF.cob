      ************************************
      *****     担 当 者 割 当 履 歴                  *****
      ************************************
      *    salesperson assignment history -- one row per head-office
      *    customer per reassignment, keyed on the customer and the
      *    date the assignment takes effect, so a reassignment adds
      *    a row instead of rewriting the old one and a past month
      *    is always credited to whoever held the account then.
      *    TC-M's TC-SLSCD/TC-SLSDT mirror the latest row for the
      *    screens; SLR100 works from this history.
       01  SLAF.
           02  SLAF_PNAME1            PIC  X(004) VALUE "SLAF".
           02  F                      PIC  X(001).
           02  SLAF_LNAME             PIC  X(004) VALUE "SLAF".
           02  F                      PIC  X(001).
           02  SLAF_KEY1              PIC  X(100) VALUE SPACE.
           02  SLAF_SORT              PIC  X(100) VALUE SPACE.
           02  SLAF_IDLST             PIC  X(100) VALUE SPACE.
           02  SLAF_RES               USAGE  POINTER.
       01  SLA-R.
           02  SLA-KEY.
               03  SLA-TCD            PIC  9(04).                       得意先コード
               03  SLA-EFFDT          PIC  9(08).                       適用開始日
           02  SLA-SLSCD              PIC  9(04).                       担当者コード
           02  SLA-OLDSLS             PIC  9(04).                       旧担当者
           02  SLA-USER               PIC  X(06).                       登録者
           02  SLA-ENTDT              PIC  9(08).                       登録日
           02  FILLER                 PIC  X(10).
       77  F                          PIC  X(001).
