      ************************************
      *****     仕 入 先 返 品 フ ァ イ ル              *****
      ************************************
      *    return-to-vendor file -- one row per RTV100 entry, keyed
      *    by a date+time id the way TRF-F keys a transfer; the id
      *    is printed on the RTV slip and is what the operator keys
      *    back when the supplier's credit note arrives.
      *    RTV-SRC: 1 = a customer return RDS100 ruled verdict 3
      *               (RTV-RKEY carries its JSJDHF key),
      *             2 = a defect found in the warehouse (RTV-STR /
      *               RTV-RSN carry the TANAM book it came off),
      *             3 = a LOTF lot QCI100 rejected at incoming
      *               inspection (RTV-LKEY carries its LOT-KEY,
      *               RTV-STR / RTV-RSN the TANAM book as for 2).
      *    RTV-AMT is the yen debit note posted against RTV-TCD;
      *    RTV-FAMT the same in the supplier's RTV-CUR, zero for
      *    a yen supplier.
      *    RTV-STAT: 0 = debit note raised, supplier not yet
      *              credited (open), 1 = supplier credit received.
       01  RTVF.
           02  RTVF_PNAME1            PIC  X(006) VALUE "RTVF".
           02  F                      PIC  X(001).
           02  RTVF_LNAME             PIC  X(004) VALUE "RTVF".
           02  F                      PIC  X(001).
           02  RTVF_KEY1              PIC  X(100) VALUE SPACE.
           02  RTVF_SORT              PIC  X(100) VALUE SPACE.
           02  RTVF_IDLST             PIC  X(100) VALUE SPACE.
           02  RTVF_RES               USAGE  POINTER.
       01  RTV-R.
           02  RTV-KEY.
               03  RTV-DATE           PIC  9(06).                       返品日
               03  RTV-TIME           PIC  9(06).                       時刻
           02  RTV-SRC                PIC  9(01).                       発生区分
           02  RTV-TCD                PIC  9(04).                       仕入先コード
           02  RTV-HCD                PIC  9(06).                       品番コード
           02  RTV-STR                PIC  9(03).                       倉庫
           02  RTV-RSN                PIC  9(01).                       理由
           02  RTV-QTY                PIC  9(05).                       返品数
           02  RTV-TAN                PIC  9(05).                       単価
           02  RTV-AMT                PIC  9(09).                       金額
           02  RTV-CUR                PIC  X(03).                       通貨
           02  RTV-FAMT               PIC  9(09)V99.                    外貨金額
           02  RTV-RKEY.
               03  RTV-R01            PIC  9(01).
               03  RTV-R021           PIC  9(04).
               03  RTV-R022           PIC  9(03).
               03  RTV-R03            PIC  9(06).
               03  RTV-RNGP           PIC  9(08).
               03  RTV-R04            PIC  9(03).
           02  RTV-LKEY  REDEFINES  RTV-RKEY.
               03  RTV-LNO            PIC  X(10).
               03  RTV-LSEQ           PIC  9(03).
               03  FILLER             PIC  X(12).
           02  RTV-JUNLNO             PIC  9(06).                       伝票番号
           02  RTV-STAT               PIC  9(01).                       状態
           02  RTV-CRDT               PIC  9(08).                       受領日
           02  RTV-CNNO               PIC  X(10).                       赤伝番号
           02  RTV-USER               PIC  X(06).
           02  FILLER                 PIC  X(10).
       77  F                          PIC  X(001).
