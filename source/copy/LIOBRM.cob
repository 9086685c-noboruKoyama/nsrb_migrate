      ************************************
      *****     陳 腐 化 引 当 率 マ ス タ          *****
      ************************************
      *    obsolescence reserve rates -- one row per SHM-07 item
      *    class, kept through OBS100's rate entry.  OBR-PCT is the
      *    percent of cost reserved against stock in each age band
      *    (1 = up to 6 months since receipt, 2 = 7-12, 3 = 13-18,
      *    4 = 19-24, 5 = over 24 months or of unknown age);
      *    OBR-DPCT is the single rate every band takes once the
      *    item is discontinued (SHM-11 "1").  class 000 is the
      *    house default for any class without a row of its own.
       01  OBR-M.
           02  OBR-M_PNAME1           PIC  X(006) VALUE "OBR-M".
           02  F                      PIC  X(001).
           02  OBR-M_LNAME            PIC  X(005) VALUE "OBR-M".
           02  F                      PIC  X(001).
           02  OBR-M_KEY1             PIC  X(100) VALUE SPACE.
           02  OBR-M_SORT             PIC  X(100) VALUE SPACE.
           02  OBR-M_IDLST            PIC  X(100) VALUE SPACE.
           02  OBR-M_RES              USAGE  POINTER.
       01  OBR-R.
           02  OBR-KEY.
               03  OBR-CLS            PIC  9(03).                       分類コード
           02  OBR-PCTT.
               03  OBR-PCT            PIC  9(03)  OCCURS 5.             引当率
           02  OBR-DPCT               PIC  9(03).                       廃番引当率
           02  OBR-USER               PIC  X(06).                       入力者
           02  OBR-DATE               PIC  9(08).                       更新日
           02  FILLER                 PIC  X(10).
       77  F                          PIC  X(001).
