      ************************************
      *****     ス ナ ッ プ 世 代 管 理               *****
      ************************************
      *    one row per SNP-F generation SNP100 has taken: when, by
      *    whom and how many records of each of the eight masters
      *    (SNG-CNT in SNP-FILE order).  generation 0000 is the
      *    control row (SNG0-REC): how many generations are kept and
      *    the last one taken.  generation numbers run 0001 to 9999
      *    and then start again at 0001.  SNG-PRG "9" = a
      *    generation purged past the number kept; it reads as not
      *    taken until its number is used again.
       01  SNG.
           02  SNG_PNAME1             PIC  X(006) VALUE "SNG".
           02  F                      PIC  X(001).
           02  SNG_LNAME              PIC  X(003) VALUE "SNG".
           02  F                      PIC  X(001).
           02  SNG_KEY1               PIC  X(100) VALUE SPACE.
           02  SNG_SORT               PIC  X(100) VALUE SPACE.
           02  SNG_IDLST              PIC  X(100) VALUE SPACE.
           02  SNG_RES                USAGE  POINTER.
       01  SNG-R.
           02  SNG-KEY.
               03  SNG-GEN            PIC  9(04).                       世代
           02  SNG-DATE               PIC  9(08).                       作成日
           02  SNG-TIME               PIC  9(06).                       作成時刻
           02  SNG-USER               PIC  X(06).                       作成者
           02  SNG-CNT                PIC  9(07)  OCCURS 8.             件数
           02  SNG-PRG                PIC  X(01).                       削除
           02  FILLER                 PIC  X(09).
       01  SNG0-REC  REDEFINES  SNG-R.
           02  SNG0-KEY               PIC  9(04).
           02  SNG0-KEEP              PIC  9(02).                       保存世代数
           02  SNG0-LAST              PIC  9(04).                       最終世代
           02  FILLER                 PIC  X(80).
       77  F                          PIC  X(001).
