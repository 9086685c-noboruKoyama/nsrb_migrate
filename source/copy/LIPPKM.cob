      ************************************
      *****     ア ソ ー ト ケ ー ス マ ス タ         *****
      ************************************
      *    prepack master -- the sealed assorted-size cases an item
      *    ships in, one row per item and case code, keyed through
      *    PPM100.  PPK-Q is the pairs of each size slot (0-9, the
      *    JSJD-1111 scheme) packed in one case and PPK-PPC the
      *    pairs per case, their sum.  JSI100 explodes a case-
      *    quantity order line through it; a row keyed back to all
      *    zero slots is no prepack and is refused there.
       01  PPKM.
           02  PPKM_PNAME1            PIC  X(004) VALUE "PPKM".
           02  F                      PIC  X(001).
           02  PPKM_LNAME             PIC  X(004) VALUE "PPKM".
           02  F                      PIC  X(001).
           02  PPKM_KEY1              PIC  X(100) VALUE SPACE.
           02  PPKM_SORT              PIC  X(100) VALUE SPACE.
           02  PPKM_IDLST             PIC  X(100) VALUE SPACE.
           02  PPKM_RES               USAGE  POINTER.
       01  PPK-R.
           02  PPK-KEY.
               03  PPK-HCD            PIC  9(06).                       品名コード
               03  PPK-CASE           PIC  9(02).                       ケースコード
           02  PPK-QTY.
               03  PPK-Q              PIC  9(03)  OCCURS 10.            サイズ別入数
           02  PPK-PPC                PIC  9(04).                       ケース入数
           02  PPK-USER               PIC  X(06).                       入力者
           02  PPK-DATE               PIC  9(08).                       入力日
           02  FILLER                 PIC  X(10).
       77  F                          PIC  X(001).
