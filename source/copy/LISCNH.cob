      ************************************
      *****     検 品 ス キ ャ ン 履 歴              *****
      ************************************
      *    outbound scan history -- every handheld scan record
      *    SCN100 imports, kept with the picker who made it and the
      *    handheld's own scan date and time, keyed the shipping
      *    date, slip and scan moment, so a rerun of the same day's
      *    import finds its scans already here and adds nothing.
      *    SCNH-WH/SCNH-RT are the slip's warehouse and TC-ROUTE --
      *    the WAV100 wave it was picked in -- taken from its JSJDRF
      *    lines at import, zero when the slip had none.  SCNH-HCD
      *    zero is a barcode that resolved to no item.  PKR100
      *    reports picker productivity and accuracy from it.
       01  SCNH.
           02  SCNH_PNAME1            PIC  X(006) VALUE "SCNH".
           02  F                      PIC  X(001).
           02  SCNH_LNAME             PIC  X(004) VALUE "SCNH".
           02  F                      PIC  X(001).
           02  SCNH_KEY1              PIC  X(100) VALUE SPACE.
           02  SCNH_SORT              PIC  X(100) VALUE SPACE.
           02  SCNH_IDLST             PIC  X(100) VALUE SPACE.
           02  SCNH_RES               USAGE  POINTER.
       01  SCNH-R.
           02  SCNH-KEY.
               03  SCNH-NGP           PIC  9(08).                       出荷日
               03  SCNH-03            PIC  9(06).                       伝票番号
               03  SCNH-SDATE         PIC  9(08).                       スキャン日
               03  SCNH-STIME         PIC  9(06).                       スキャン時刻
               03  SCNH-STIMER  REDEFINES  SCNH-STIME.
                   04  SCNH-SHH       PIC  9(02).
                   04  SCNH-SMI       PIC  9(02).
                   04  SCNH-SSS       PIC  9(02).
               03  SCNH-PICK          PIC  X(06).                       ピッカー
               03  SCNH-JAN           PIC  X(13).                       ＪＡＮ
           02  SCNH-HCD               PIC  9(06).                       品番コード
           02  SCNH-QTY               PIC  9(04).                       数量
           02  SCNH-WH                PIC  9(01).                       倉庫コード
           02  SCNH-RT                PIC  9(02).                       配送ルート
           02  SCNH-USER              PIC  X(06).                       入力者
           02  FILLER                 PIC  X(10).
       77  F                          PIC  X(001).
