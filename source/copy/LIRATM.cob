      ************************************
      *****     為 替 レ ー ト マ ス タ              *****
      ************************************
      *    dated exchange-rate master -- one row per currency per
      *    effective date, RAT-RATE the yen value of one unit of
      *    the currency.  the rate in force on a given day is the
      *    row of that currency with the latest RAT-NGP on or
      *    before it, so a rate keyed once stands until the next
      *    one is keyed; RAT100 maintains it.  the month-end
      *    closing rate is simply the row dated the last day of
      *    the month (or the latest one before it).
       01  RATM.
           02  RATM_PNAME1            PIC  X(006) VALUE "RATM".
           02  F                      PIC  X(001).
           02  RATM_LNAME             PIC  X(004) VALUE "RATM".
           02  F                      PIC  X(001).
           02  RATM_KEY1              PIC  X(100) VALUE SPACE.
           02  RATM_SORT              PIC  X(100) VALUE SPACE.
           02  RATM_IDLST             PIC  X(100) VALUE SPACE.
           02  RATM_RES               USAGE  POINTER.
       01  RAT-R.
           02  RAT-KEY.
               03  RAT-CUR            PIC  X(03).                       通貨コード
               03  RAT-NGP            PIC  9(08).                       適用日
           02  RAT-RATE               PIC  9(04)V9(04).                 換算レート
           02  RAT-USER               PIC  X(06).
           02  FILLER                 PIC  X(10).
       77  F                          PIC  X(001).
