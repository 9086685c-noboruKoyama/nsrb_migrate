      *    life in years, owning department, and the accumulated
      *    depreciation FAD100 maintains as it posts.  FA-STAT 0 =
      *    live, 1 = fully depreciated (down to the 1-yen
      *    memorandum value), 9 = retired/disposed.  FA-CXNO is the
      *    CXF capital expenditure request the asset was bought
      *    under, zero when none was raised -- blank on rows
      *    registered before requests were kept, read as zero.
       01  FA-M.
           02  FA-M_PNAME1            PIC  X(006) VALUE "FA-M".
           02  F                      PIC  X(001).
           02  FA-DEPT                PIC  9(04).                       部門C
           02  FA-ACCUM               PIC  9(10).                       償却累計
           02  FA-STAT                PIC  9(01).                       状態
           02  FA-CXNO                PIC  9(06).                       申請番号
           02  FILLER                 PIC  X(04).
       77  F                          PIC  X(001).
