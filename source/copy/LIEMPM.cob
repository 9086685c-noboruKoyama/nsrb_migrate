      ************************************
      *****     社 員 マ ス タ                        *****
      ************************************
      *    employee master for expense-claim reimbursement -- the
      *    owning department (EMP-DEPT, posted as HSECTCD on every
      *    line of the employee's claims), the user id of the
      *    manager who approves them in EXP100 (EMP-APPID; blank
      *    lets any other operator approve), and the salary
      *    account TPY100 remits approved claims to -- the same
      *    bank/branch/account-type/number/kana-name shape as the
      *    T-M transfer fields.  EMP-BANK zero has no transfer
      *    details on file and is left to manual payment.
      *    EMP-STAT 0 = active, 9 = left (no new claims).
       01  EMP-M.
           02  EMP-M_PNAME1           PIC  X(006) VALUE "EMP-M".
           02  F                      PIC  X(001).
           02  EMP-M_LNAME            PIC  X(005) VALUE "EMP-M".
           02  F                      PIC  X(001).
           02  EMP-M_KEY1             PIC  X(100) VALUE SPACE.
           02  EMP-M_SORT             PIC  X(100) VALUE SPACE.
           02  EMP-M_IDLST            PIC  X(100) VALUE SPACE.
           02  EMP-M_RES              USAGE  POINTER.
       01  EMP-R.
           02  EMP-KEY                PIC  9(05).                       社員コード
           02  EMP-NAME               PIC  N(10).                       氏名
           02  EMP-DEPT               PIC  9(04).                       所属部門C
           02  EMP-APPID              PIC  X(06).                       承認者ID
           02  EMP-BANK               PIC  9(04).                       銀行コード
           02  EMP-STN                PIC  9(03).                       支店コード
           02  EMP-KOZKB              PIC  9(01).                       預金種目
           02  EMP-KOZNO              PIC  9(07).                       口座番号
           02  EMP-KOZNM              PIC  X(30).                       口座名義ｶﾅ
           02  EMP-STAT               PIC  9(01).                       状態
           02  FILLER                 PIC  X(10).
       77  F                          PIC  X(001).
