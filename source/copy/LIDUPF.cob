      ************************************
      *****     重 複 疑 い 登 録 ファイル            *****
      ************************************
      *    one row per suspicious pair DUP100's weekly sweep has
      *    turned up, so a pair is reported once however many weeks
      *    it keeps matching.  DUP-KIND says what matched:
      *      1 = customers (TC-CCD 1) with near-identical TC-KANA;
      *      2 = suppliers with near-identical T-NAME;
      *      3 = suppliers paid into the same T-BANK/T-STN/T-KOZNO;
      *      4 = customers sharing one TC-INVNO;
      *      5 = suppliers sharing one T-INVNO;
      *      6 = SHM items sharing one SHM-10 JAN code.
      *    DUP-CD1 is always the lower of the two codes.  DUP-RVW
      *    is set from DUP100's review screen: 0 = not yet looked
      *    at, 1 = reviewed and still under investigation (keeps
      *    printing), 9 = accepted as a legitimate pair (never
      *    printed again).
       01  DUP-F.
           02  DUP-F_PNAME1           PIC  X(006) VALUE "DUP-F".
           02  F                      PIC  X(001).
           02  DUP-F_LNAME            PIC  X(005) VALUE "DUP-F".
           02  F                      PIC  X(001).
           02  DUP-F_KEY1             PIC  X(100) VALUE SPACE.
           02  DUP-F_SORT             PIC  X(100) VALUE SPACE.
           02  DUP-F_IDLST            PIC  X(100) VALUE SPACE.
           02  DUP-F_RES              USAGE  POINTER.
       01  DUP-R.
           02  DUP-KEY.
               03  DUP-KIND           PIC  9(01).                       検出区分
               03  DUP-CD1            PIC  9(06).                       コード１
               03  DUP-CD2            PIC  9(06).                       コード２
           02  DUP-RVW                PIC  9(01).                       確認区分
           02  DUP-FDATE              PIC  9(08).                       初回検出日
           02  DUP-LDATE              PIC  9(08).                       最終検出日
           02  DUP-USER               PIC  X(06).                       確認者
           02  DUP-RDATE              PIC  9(08).                       確認日
           02  FILLER                 PIC  X(10).
       77  F                          PIC  X(001).
