      ************************************
      *****     仕 入 予 算 フ ァ イ ル              *****
      ************************************
      *    open-to-buy plan -- one row per SHM-07 item class and
      *    calendar month, keyed through OTM100.  OTB-SLS is the
      *    planned sales and OTB-EOM the planned end-of-month stock,
      *    both at cost in yen.  the budget still open for a class
      *    and month is planned sales + planned end stock - stock
      *    at the start of the month - open order cost due in the
      *    month; the start-of-month stock is today's TANAM on-hand
      *    for the current month and the previous month's planned
      *    OTB-EOM for every month after it.  OTR100 reports it and
      *    PON100 checks each new order line against it.  a row
      *    with both figures zero is no plan at all.
       01  OTBF.
           02  OTBF_PNAME1            PIC  X(004) VALUE "OTBF".
           02  F                      PIC  X(001).
           02  OTBF_LNAME             PIC  X(004) VALUE "OTBF".
           02  F                      PIC  X(001).
           02  OTBF_KEY1              PIC  X(100) VALUE SPACE.
           02  OTBF_SORT              PIC  X(100) VALUE SPACE.
           02  OTBF_IDLST             PIC  X(100) VALUE SPACE.
           02  OTBF_RES               USAGE  POINTER.
       01  OTB-R.
           02  OTB-KEY.
               03  OTB-CLS            PIC  9(03).                       分類
               03  OTB-NG             PIC  9(06).                       計画年月
           02  OTB-SLS                PIC  9(10).                       計画売上原価
           02  OTB-EOM                PIC  9(10).                       計画月末在庫
           02  OTB-USER               PIC  X(06).                       入力者
           02  OTB-DATE               PIC  9(08).                       入力日
           02  FILLER                 PIC  X(10).
       77  F                          PIC  X(001).
