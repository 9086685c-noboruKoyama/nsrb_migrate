      ************************************
      *****     品 目 原 価 フ ァ イ ル              *****
      ************************************
      *    per-item running weighted-average cost -- one row per
      *    SHM-01, keyed the same six digits.  every receipt folds
      *    in at what was actually paid (POR100 at the order's
      *    POF-TN, LOT100 at the supplier's THTM price), so CST-VAL
      *    over CST-QTY is the average of everything still on the
      *    books; CST100's daily cost-of-sales run relieves both at
      *    the average, which leaves the average itself unchanged.
      *    CST-AVG carries two decimals so a fold of small receipts
      *    does not round the average away a yen at a time.  a row
      *    whose quantity basis has run to zero or below keeps its
      *    last average for the next shipment to draw on.
       01  CST-M.
           02  CST-M_PNAME1           PIC  X(006) VALUE "CST-M".
           02  F                      PIC  X(001).
           02  CST-M_LNAME            PIC  X(005) VALUE "CST-M".
           02  F                      PIC  X(001).
           02  CST-M_KEY1             PIC  X(100) VALUE SPACE.
           02  CST-M_SORT             PIC  X(100) VALUE SPACE.
           02  CST-M_IDLST            PIC  X(100) VALUE SPACE.
           02  CST-M_RES              USAGE  POINTER.
       01  CST-R.
           02  CST-KEY.
               03  CST-HCD            PIC  9(06).                       品番コード
           02  CST-QTY                PIC S9(07).                       在庫数量
           02  CST-VAL                PIC S9(11).                       在庫金額
           02  CST-AVG                PIC  9(05)V99.                    平均単価
           02  CST-LRDT               PIC  9(08).                       最終入庫日
           02  CST-LRTN               PIC  9(05).                       最終入庫単価
           02  CST-USER               PIC  X(06).
           02  FILLER                 PIC  X(10).
       77  F                          PIC  X(001).
