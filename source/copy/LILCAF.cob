      ************************************
      *****     輸 入 付 随 費 配 賦 フ ァ イ ル      *****
      ************************************
      *    landed-cost allocation file -- one row per LOTF receipt
      *    (LOT-NO/LOT-SEQ) taken into an import shipment, keyed
      *    the shipment reference plus a line number the same two-
      *    level way POF keys a PO.  LCA100 adds the lots first,
      *    then spreads the shipment's freight, duty and broker
      *    charges across them by value (LCA-BASE, the lot at its
      *    supplier's THTM price) or by pairs (LCA-QTY) as the
      *    operator chooses, and stamps each row's share here.
      *    LCA-STAT: 0 = lot taken in, awaiting charges,
      *              1 = charges allocated and capitalised.
       01  LCAF.
           02  LCAF_PNAME1            PIC  X(006) VALUE "LCAF".
           02  F                      PIC  X(001).
           02  LCAF_LNAME             PIC  X(004) VALUE "LCAF".
           02  F                      PIC  X(001).
           02  LCAF_KEY1              PIC  X(100) VALUE SPACE.
           02  LCAF_SORT              PIC  X(100) VALUE SPACE.
           02  LCAF_IDLST             PIC  X(100) VALUE SPACE.
           02  LCAF_RES               USAGE  POINTER.
       01  LCA-R.
           02  LCA-KEY.
               03  LCA-SHNO           PIC  X(10).                       輸入案件番号
               03  LCA-LN             PIC  9(02).                       行番号
           02  LCA-LOTNO              PIC  X(10).                       ロット番号
           02  LCA-LOTSEQ             PIC  9(03).                       枝番
           02  LCA-HCD                PIC  9(06).                       品番コード
           02  LCA-TCD                PIC  9(04).                       仕入先コード
           02  LCA-QTY                PIC  9(06).                       受入数
           02  LCA-BASE               PIC  9(10).                       受入金額
           02  LCA-MTHD               PIC  9(01).                       配賦方法
           02  LCA-FRT                PIC  9(09).                       運賃
           02  LCA-DUTY               PIC  9(09).                       関税
           02  LCA-BRK                PIC  9(09).                       通関手数料
           02  LCA-STAT               PIC  9(01).                       状態
           02  LCA-NGP                PIC  9(08).                       配賦日
           02  LCA-USER               PIC  X(06).
           02  FILLER                 PIC  X(10).
       77  F                          PIC  X(001).
