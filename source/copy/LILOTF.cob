           02  LOT-NGP                PIC  9(08).                       受入日
           02  LOT-QTY                PIC  9(06).                       受入数
           02  LOT-USER               PIC  X(06).
      *    incoming-inspection status -- LOT100 writes every new
      *    lot "0" (on QC hold) and QCI100's verdict moves it on:
      *    "1" released, "2" released on concession, "9" rejected,
      *    "8" rejected and raised back to the supplier by RTV100.
      *    SPACE on every lot received before inspection began,
      *    read as released.  ALO100 and RPL100 keep "0" and "9"
      *    pairs out of available stock.
           02  LOT-QCST               PIC  X(01).                       検品区分
           02  FILLER                 PIC  X(09).
       77  F                          PIC  X(001).
