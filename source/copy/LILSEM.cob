      ************************************
      *****     リ ー ス 契 約 マ ス タ                *****
      ************************************
      *    lease contract register -- one row per leased truck,
      *    forklift or building: lessor (a T-M supplier, so the
      *    monthly charge lands on the lessor's payable for TPY100
      *    to pay), term, monthly payment and owning department.
      *    LSE-CLS 1 = finance lease: capitalised at LSE-PV with an
      *    annual interest rate LSE-RATE for the principal/interest
      *    split, the right-of-use asset carried on FA-M under
      *    LSE-FAKEY so FAD100 depreciates it and lists it on the
      *    asset schedule; 2 = operating lease, plain monthly rent.
      *    LSE-BAL (outstanding lease liability), LSE-RECOG, LSE-
      *    PAID and LSE-LSTNG are owned by LSE100's monthly run, the
      *    way FA-ACCUM is owned by FAD100.  LSE-STAT 0 = live,
      *    1 = ended (last payment posted), 9 = cancelled.
       01  LSE-M.
           02  LSE-M_PNAME1           PIC  X(006) VALUE "LSE-M".
           02  F                      PIC  X(001).
           02  LSE-M_LNAME            PIC  X(005) VALUE "LSE-M".
           02  F                      PIC  X(001).
           02  LSE-M_KEY1             PIC  X(100) VALUE SPACE.
           02  LSE-M_SORT             PIC  X(100) VALUE SPACE.
           02  LSE-M_IDLST            PIC  X(100) VALUE SPACE.
           02  LSE-M_RES              USAGE  POINTER.
       01  LSE-R.
           02  LSE-KEY                PIC  9(05).                       契約コード
           02  LSE-NAME               PIC  N(20).                       物件名
           02  LSE-TCD                PIC  9(04).                       リース会社
           02  LSE-STDT               PIC  9(08).                       開始日
           02  LSE-ENDT               PIC  9(08).                       終了日
           02  LSE-PAY                PIC  9(10).                       月額リース料
           02  LSE-CLS                PIC  9(01).                       リース区分
           02  LSE-DEPT               PIC  9(04).                       部門C
           02  LSE-RATE               PIC  9(02)V9(03).                 年利率
           02  LSE-PV                 PIC  9(10).                       リース債務計上額
           02  LSE-FAKEY              PIC  9(05).                       資産コード
           02  LSE-BAL                PIC  9(10).                       リース債務残高
           02  LSE-RECOG              PIC  9(01).                       計上済
           02  LSE-PAID               PIC  9(03).                       支払回数
           02  LSE-LSTNG              PIC  9(06).                       最終計上年月
           02  LSE-STAT               PIC  9(01).                       状態
           02  FILLER                 PIC  X(10).
       77  F                          PIC  X(001).
