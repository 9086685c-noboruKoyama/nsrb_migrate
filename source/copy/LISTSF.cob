      ************************************
      *****     棚 卸 帳 簿 凍 結                      *****
      ************************************
      *    the book side of a stocktake, frozen at the cutoff --
      *    one row per TANAM item/reason of the event's store,
      *    keyed store + cutoff date (the STKF event) + item +
      *    reason, so one event's rows read back together in item
      *    order.  STS-BOOK is TANAM-051 as it stood at the freeze.
      *    STS-CNT is the physical count keyed through TAM100 or
      *    TAC100 after the cutoff (STS-CNTF 1 = counted, with the
      *    date in STS-CNTDT), held here apart from TANAM-052 so a
      *    later TRN100 transfer or RDS100 restock cannot move it.
      *    an item counted that was not on the book at the freeze
      *    gets a row with STS-BOOK zero.
       01  STSF.
           02  STSF_PNAME1            PIC  X(006) VALUE "STSF".
           02  F                      PIC  X(001).
           02  STSF_LNAME             PIC  X(004) VALUE "STSF".
           02  F                      PIC  X(001).
           02  STSF_KEY1              PIC  X(100) VALUE SPACE.
           02  STSF_SORT              PIC  X(100) VALUE SPACE.
           02  STSF_IDLST             PIC  X(100) VALUE SPACE.
           02  STSF_RES               USAGE  POINTER.
       01  STS-R.
           02  STS-KEY.
               03  STS-STR            PIC  9(03).                       店舗
               03  STS-CDATE          PIC  9(08).                       締切日
               03  STS-ITEM           PIC  9(06).                       品番コード
               03  STS-RSN            PIC  9(01).                       理由
           02  STS-BOOK               PIC S9(06).                       凍結帳簿数
           02  STS-CNT                PIC S9(06).                       実棚数
           02  STS-CNTF               PIC  9(01).                       実棚区分
           02  STS-CNTDT              PIC  9(08).                       実棚日
           02  FILLER                 PIC  X(10).
       77  F                          PIC  X(001).
