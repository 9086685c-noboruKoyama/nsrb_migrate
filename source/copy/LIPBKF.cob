      ************************************
      *****     先 行 受 注 フ ァ イ ル              *****
      ************************************
      *    pre-season indent bookings -- one row per customer/store,
      *    item, size slot (0-9, the JSJD-1211 scheme) and requested
      *    delivery month, keyed through PBM100 and tied to the
      *    inbound POF line expected to cover it (PBK-PONO/POLN,
      *    zero while no order is linked).  PBK-RLQ is what POR100
      *    has already turned into JSJDSF suspense as the linked
      *    line was received; a booking released in full goes to
      *    status 1.  PBK-STAT: 0 = open, 1 = released, 9 =
      *    cancelled.
       01  PBKF.
           02  PBKF_PNAME1            PIC  X(004) VALUE "PBKF".
           02  F                      PIC  X(001).
           02  PBKF_LNAME             PIC  X(004) VALUE "PBKF".
           02  F                      PIC  X(001).
           02  PBKF_KEY1              PIC  X(100) VALUE SPACE.
           02  PBKF_SORT              PIC  X(100) VALUE SPACE.
           02  PBKF_IDLST             PIC  X(100) VALUE SPACE.
           02  PBKF_RES               USAGE  POINTER.
       01  PBK-R.
           02  PBK-KEY.
               03  PBK-TCD            PIC  9(04).                       得意先コード
               03  PBK-CCD            PIC  9(03).                       直送先コード
               03  PBK-HCD            PIC  9(06).                       品名コード
               03  PBK-SIZ            PIC  9(01).                       サイズ
               03  PBK-DNG            PIC  9(06).                       希望納期年月
           02  PBK-WH                 PIC  9(01).                       倉庫
           02  PBK-QTY                PIC S9(05).                       予約数
           02  PBK-PONO               PIC  9(06).                       発注番号
           02  PBK-POLN               PIC  9(02).                       発注行番号
           02  PBK-RLQ                PIC S9(05).                       引当済数
           02  PBK-STAT               PIC  9(01).                       状態
           02  PBK-NGP                PIC  9(08).                       受付日
           02  PBK-LRDT               PIC  9(08).                       最終引当日
           02  PBK-USER               PIC  X(06).
           02  FILLER                 PIC  X(10).
       77  F                          PIC  X(001).
