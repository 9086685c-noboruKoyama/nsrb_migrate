      ************************************
      *****     マ ス タ 世 代 ス ナ ッ プ             *****
      ************************************
      *    one row per master record per snapshot generation, written
      *    by SNP100 and read back by its difference report and by
      *    SNR100's restore.  SNP-FILE 1 = SHM, 2 = TC-M, 3 = T-M,
      *    4 = THTM, 5 = THTC, 6 = KMK-M, 7 = JCON, 8 = TANAM.
      *    SNP-RKEY is the master's primary key bytes, left-justified
      *    and space-filled, so SNP-F reads back in the master's own
      *    key order within a generation and file.  SNP-DATA is the
      *    whole master record as it stood, space-filled.
      *    SNP-PRG "9" = purged with its generation: kept in place,
      *    passed over by every reader, and written over when the
      *    generation number comes round again.
       01  SNP-F.
           02  SNP-F_PNAME1           PIC  X(006) VALUE "SNP-F".
           02  F                      PIC  X(001).
           02  SNP-F_LNAME            PIC  X(005) VALUE "SNP-F".
           02  F                      PIC  X(001).
           02  SNP-F_KEY1             PIC  X(100) VALUE SPACE.
           02  SNP-F_SORT             PIC  X(100) VALUE SPACE.
           02  SNP-F_IDLST            PIC  X(100) VALUE SPACE.
           02  SNP-F_RES              USAGE  POINTER.
       01  SNP-R.
           02  SNP-KEY.
               03  SNP-GEN            PIC  9(04).                       世代
               03  SNP-FILE           PIC  9(01).                       ファイル
               03  SNP-RKEY           PIC  X(20).                       レコードキー
           02  SNP-DATA               PIC  X(250).                      レコード
           02  SNP-PRG                PIC  X(01).                       削除
       77  F                          PIC  X(001).
