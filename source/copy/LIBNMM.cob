      ************************************
      *****     部 門 マ ス タ                        *****
      ************************************
      *    department master -- one row per BNM-KEY, the four-digit
      *    code the journal carries as HSECTCD.  importers that
      *    post departmental lines from outside (PAY100) check the
      *    department here before they post.  BNM-STAT 0 = active,
      *    9 = closed (no new postings).
       01  BNM-M.
           02  BNM-M_PNAME1           PIC  X(006) VALUE "BNM-M".
           02  F                      PIC  X(001).
           02  BNM-M_LNAME            PIC  X(005) VALUE "BNM-M".
           02  F                      PIC  X(001).
           02  BNM-M_KEY1             PIC  X(100) VALUE SPACE.
           02  BNM-M_SORT             PIC  X(100) VALUE SPACE.
           02  BNM-M_IDLST            PIC  X(100) VALUE SPACE.
           02  BNM-M_RES              USAGE  POINTER.
       01  BNM-R.
           02  BNM-KEY                PIC  9(04).                       部門コード
           02  BNM-NAME               PIC  N(10).                       部門名
           02  BNM-STAT               PIC  9(01).                       状態
           02  FILLER                 PIC  X(15).
       77  F                          PIC  X(001).
