      ************************************
      *****     返 品 許 容 契 約                      *****
      ************************************
      *    customer returns-allowance agreement -- one record per
      *    bill-to head office (the ship-to's TC-HQTCD, else itself,
      *    BIL100's rule), so every store of a chain counts against
      *    the one contract.  returns are allowed up to RA-PCT
      *    percent of what was shipped to the chain in the
      *    measurement period, counted in pairs (RA-BASIS 1) or at
      *    value (RA-BASIS 2, pairs at the THTM any-size price).
      *    RA-PMON is the period length in months -- 1, 2, 3, 4, 6
      *    or 12 -- laid end to end from January, so 6 is the
      *    spring/autumn season and 12 the calendar year.  RA-RSN
      *    lists the JSJDH-RSN return reasons the contract accepts;
      *    all zero = any reason.  RA-STAT 0 = in force, 9 =
      *    withdrawn.
       01  RAF.
           02  RAF_PNAME1             PIC  X(006) VALUE "RAF".
           02  F                      PIC  X(001).
           02  RAF_LNAME              PIC  X(003) VALUE "RAF".
           02  F                      PIC  X(001).
           02  RAF_KEY1               PIC  X(100) VALUE SPACE.
           02  RAF_SORT               PIC  X(100) VALUE SPACE.
           02  RAF_IDLST              PIC  X(100) VALUE SPACE.
           02  RAF_RES                USAGE  POINTER.
       01  RA-R.
           02  RA-KEY.
               03  RA-TCD             PIC  9(04).                       本部得意先
           02  RA-PCT                 PIC  9(02)V9(02).                 許容率
           02  RA-BASIS               PIC  9(01).                       基準
           02  RA-PMON                PIC  9(02).                       期間月数
           02  RA-RSNT.
               03  RA-RSN   OCCURS  8 PIC  9(02).                       許容理由
           02  RA-STAT                PIC  9(01).                       状態
           02  RA-UDATE               PIC  9(08).                       更新日
           02  RA-USER                PIC  X(06).
           02  FILLER                 PIC  X(10).
       77  F                          PIC  X(001).
