      ************************************
      *****     コ ー ド 統 合 マ ス タ                *****
      ************************************
      *    one row per customer or item code CMG100 has merged away
      *    or renumbered: CMP-OLD no longer exists on its master and
      *    every record that carried it now carries CMP-NEW.  an
      *    inquiry keyed with a retired code reads this row and
      *    carries on under the new one.  CMP-KIND 1 = TC-M customer
      *    (TC-TCD, right-justified in CMP-OLD/CMP-NEW), 2 = SHM
      *    item.  when a code that earlier codes were merged into is
      *    itself merged, those rows are re-pointed as well so a
      *    redirect is never more than one step.  CMP-RCNT is how
      *    many records the run moved.
       01  CMP-M.
           02  CMP-M_PNAME1           PIC  X(006) VALUE "CMP-M".
           02  F                      PIC  X(001).
           02  CMP-M_LNAME            PIC  X(005) VALUE "CMP-M".
           02  F                      PIC  X(001).
           02  CMP-M_KEY1             PIC  X(100) VALUE SPACE.
           02  CMP-M_SORT             PIC  X(100) VALUE SPACE.
           02  CMP-M_IDLST            PIC  X(100) VALUE SPACE.
           02  CMP-M_RES              USAGE  POINTER.
       01  CMP-R.
           02  CMP-KEY.
               03  CMP-KIND           PIC  9(01).                       区分
               03  CMP-OLD            PIC  9(06).                       旧コード
           02  CMP-NEW                PIC  9(06).                       新コード
           02  CMP-USER               PIC  X(06).                       実行者
           02  CMP-DATE               PIC  9(08).                       実行日
           02  CMP-RCNT               PIC  9(07).                       移行件数
           02  FILLER                 PIC  X(10).
       77  F                          PIC  X(001).
