      ************************************
      *****     棚 番 マ ス タ                  *****
      ************************************
      *    bin-location master -- one row per bin in a warehouse,
      *    keyed warehouse plus bin code, kept by BIN100.  BIN-SEQ
      *    is the bin's place on the warehouse walk (the order a
      *    picker or putaway crew passes it, lowest first) and
      *    BIN-ZONE the walk zone it stands in -- A at the front by
      *    the dock and pack bench, B behind it, C at the far end.
      *    BIN-TYPE 1 is an item's home bin, BIN-HCD the item it is
      *    assigned to (one home bin per item per warehouse); type 2
      *    is an overflow bin, BIN-HCD the item now in it, zero when
      *    empty.  BIN-CAP is the pairs the bin holds (zero = no
      *    limit) and BIN-QTY the pairs in it: PUT100 adds every
      *    confirmed putaway, and a count keyed through BIN100 resets
      *    it.  BIN-STAT 9 closes a bin to new putaways.
      *    ABC100's re-slotting swaps the item and pairs of two
      *    home bins when an approved proposal is applied.
       01  BIN-M.
           02  BIN-M_PNAME1           PIC  X(006) VALUE "BIN-M".
           02  F                      PIC  X(001).
           02  BIN-M_LNAME            PIC  X(005) VALUE "BIN-M".
           02  F                      PIC  X(001).
           02  BIN-M_KEY1             PIC  X(100) VALUE SPACE.
           02  BIN-M_SORT             PIC  X(100) VALUE SPACE.
           02  BIN-M_IDLST            PIC  X(100) VALUE SPACE.
           02  BIN-M_RES              USAGE  POINTER.
       01  BIN-R.
           02  BIN-KEY.
               03  BIN-WH             PIC  9(01).                       倉庫コード
               03  BIN-CD             PIC  X(06).                       棚番
           02  BIN-ZONE               PIC  X(01).                       ゾーン
           02  BIN-SEQ                PIC  9(05).                       歩行順
           02  BIN-TYPE               PIC  9(01).                       棚区分
           02  BIN-HCD                PIC  9(06).                       品番コード
           02  BIN-CAP                PIC  9(05).                       収容数
           02  BIN-QTY                PIC  9(05).                       在棚数
           02  BIN-STAT               PIC  9(01).                       状態
           02  BIN-USER               PIC  X(06).                       入力者
           02  BIN-DATE               PIC  9(08).                       更新日
           02  FILLER                 PIC  X(10).
       77  F                          PIC  X(001).
