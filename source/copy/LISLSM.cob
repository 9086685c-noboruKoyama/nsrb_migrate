      ************************************
      *****     担 当 者 マ ス タ                    *****
      ************************************
      *    salesperson master -- one row per SLS-KEY.  SLS-DEPT is
      *    the BNM-M department the salesperson's commission accrual
      *    is charged to; SLS-RATE is the commission rate, a
      *    percentage of the gross margin on the customers assigned
      *    to the salesperson; SLS-TGT the monthly billed-sales
      *    target SLR100 reports achievement against.  SLS-STAT
      *    0 = active, 9 = left (no new assignments).
       01  SLS-M.
           02  SLS-M_PNAME1           PIC  X(006) VALUE "SLS-M".
           02  F                      PIC  X(001).
           02  SLS-M_LNAME            PIC  X(005) VALUE "SLS-M".
           02  F                      PIC  X(001).
           02  SLS-M_KEY1             PIC  X(100) VALUE SPACE.
           02  SLS-M_SORT             PIC  X(100) VALUE SPACE.
           02  SLS-M_IDLST            PIC  X(100) VALUE SPACE.
           02  SLS-M_RES              USAGE  POINTER.
       01  SLS-R.
           02  SLS-KEY                PIC  9(04).                       担当者コード
           02  SLS-NAME               PIC  N(10).                       担当者名
           02  SLS-DEPT               PIC  9(04).                       部門コード
           02  SLS-RATE               PIC  9(02)V9(02).                 歩合率
           02  SLS-TGT                PIC  9(10).                       月間売上目標
           02  SLS-STAT               PIC  9(01).                       状態
           02  FILLER                 PIC  X(15).
       77  F                          PIC  X(001).
