      ************************************
      *****     棚 卸 締 切 管 理                      *****
      ************************************
      *    physical stocktake event -- one record per store (the
      *    TANAM-03 location) per stocktake, keyed store + cutoff
      *    date.  STK-CTIME is the cutoff time of day; STK-PEDATE
      *    the period end the roll-forward carries the count to.
      *    STK-STAT 0 = planned, 1 = frozen (STK100 has copied the
      *    store's TANAM book quantities into STSF at the cutoff;
      *    STK-FDATE/STK-FTIME when, STK-FCNT how many records),
      *    9 = closed.  a store has at most one event not closed,
      *    and while it is frozen TAR100 measures the count against
      *    the frozen book instead of the moving one.
       01  STKF.
           02  STKF_PNAME1            PIC  X(006) VALUE "STKF".
           02  F                      PIC  X(001).
           02  STKF_LNAME             PIC  X(004) VALUE "STKF".
           02  F                      PIC  X(001).
           02  STKF_KEY1              PIC  X(100) VALUE SPACE.
           02  STKF_SORT              PIC  X(100) VALUE SPACE.
           02  STKF_IDLST             PIC  X(100) VALUE SPACE.
           02  STKF_RES               USAGE  POINTER.
       01  STK-R.
           02  STK-KEY.
               03  STK-STR            PIC  9(03).                       店舗
               03  STK-CDATE          PIC  9(08).                       締切日
           02  STK-CTIME              PIC  9(06).                       締切時刻
           02  STK-PEDATE             PIC  9(08).                       期末日
           02  STK-STAT               PIC  9(01).                       状態
           02  STK-FDATE              PIC  9(08).                       凍結日
           02  STK-FTIME              PIC  9(06).                       凍結時刻
           02  STK-FCNT               PIC  9(06).                       凍結件数
           02  STK-USER               PIC  X(06).
           02  FILLER                 PIC  X(10).
       77  F                          PIC  X(001).
