      ************************************
      *****     職 務 分 掌 ル ー ル マ ス タ          *****
      ************************************
      *    one row per pair of programs a single operator should not
      *    hold together in OPAM (TM100 with TPY100, PON100 with
      *    POR100...).  SOD-PGM1 is always the lower of the two
      *    program ids so a pair has one key whichever way round it
      *    was keyed.  SOD-STAT 0 = in force, 9 = dropped (kept for
      *    the record, not checked).  maintained and reported by
      *    SOD100.
       01  SOD-M.
           02  SOD-M_PNAME1           PIC  X(006) VALUE "SOD-M".
           02  F                      PIC  X(001).
           02  SOD-M_LNAME            PIC  X(005) VALUE "SOD-M".
           02  F                      PIC  X(001).
           02  SOD-M_KEY1             PIC  X(100) VALUE SPACE.
           02  SOD-M_SORT             PIC  X(100) VALUE SPACE.
           02  SOD-M_IDLST            PIC  X(100) VALUE SPACE.
           02  SOD-M_RES              USAGE  POINTER.
       01  SOD-R.
           02  SOD-KEY.
               03  SOD-PGM1           PIC  X(08).                       プログラム１
               03  SOD-PGM2           PIC  X(08).                       プログラム２
           02  SOD-DESC               PIC  X(30).                       理由
           02  SOD-STAT               PIC  9(01).                       状態
           02  SOD-USER               PIC  X(06).                       登録者
           02  SOD-DATE               PIC  9(08).                       登録日
           02  FILLER                 PIC  X(10).
       77  F                          PIC  X(001).
