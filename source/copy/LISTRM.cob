      ************************************
      *****     店 舗 属 性 マ ス タ                  *****
      ************************************
      *    store attributes -- one row per store, keyed the same
      *    four-digit store code as JCON3-02 (the three-digit store
      *    codes on JSUMF, STY-F, TANAM and the shipment files
      *    match it by value).  STR-CLOSE zero means still trading;
      *    a store whose close date has arrived is dropped by
      *    STU100, RPL100 and ALO100.  STR-AREA is selling floor in
      *    tsubo to one decimal.  STR-FMT: 1 = flagship, 2 = standard,
      *    3 = outlet, 4 = kiosk, 5 = shop-in-shop.  STR-TCD is the
      *    customer the store trades under (JSJD-021); zero leaves
      *    the store matched on its own code alone.  kept by STA100,
      *    reported by SCS100.
       01  STR-M.
           02  STR-M_PNAME1           PIC  X(006) VALUE "STR-M".
           02  F                      PIC  X(001).
           02  STR-M_LNAME            PIC  X(005) VALUE "STR-M".
           02  F                      PIC  X(001).
           02  STR-M_KEY1             PIC  X(100) VALUE SPACE.
           02  STR-M_SORT             PIC  X(100) VALUE SPACE.
           02  STR-M_IDLST            PIC  X(100) VALUE SPACE.
           02  STR-M_RES              USAGE  POINTER.
       01  STR-R.
           02  STR-KEY.
               03  STR-CD             PIC  9(04).                       店舗コード
           02  STR-OPEN               PIC  9(08).                       開店日
           02  STR-CLOSE              PIC  9(08).                       閉店日
           02  STR-RGN                PIC  9(02).                       地区
           02  STR-AREA               PIC  9(04)V9.                     売場坪数
           02  STR-FMT                PIC  9(01).                       業態
           02  STR-TCD                PIC  9(04).                       得意先コード
           02  STR-USER               PIC  X(06).                       入力者
           02  STR-DATE               PIC  9(08).                       更新日
           02  FILLER                 PIC  X(10).
       77  F                          PIC  X(001).
