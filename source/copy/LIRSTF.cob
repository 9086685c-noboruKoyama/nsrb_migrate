      ************************************
      *****     月 次 処 理 再 開 ファイル            *****
      ************************************
      *    restart record for the monthly customer runs (BIL100
      *    billing, STM100 statements), KBY100's CKP-F idea taken
      *    down to one row per customer.  RST-CUST 00000 is the
      *    run's control row (RSTC-REC): 1 = run in progress (a
      *    rerun resumes it), 9 = finished; the attempt number, and
      *    for BIL100 the voucher number and last line posted so a
      *    resumed run carries on the same voucher series.  every
      *    other row is one customer (bill-to) finished -- printed or
      *    mailed, and for BIL100 posted -- with the attempt that
      *    finished it; a resumed run skips those and prints the
      *    restart report from them.  running a finished month
      *    again voids its customer rows in place (RST-VOID "9")
      *    rather than removing them -- the restart read and the
      *    report pass a void row over, and the new run's own
      *    checkpoint for that customer writes over it.
       01  RSTF.
           02  RSTF_PNAME1            PIC  X(006) VALUE "RSTF".
           02  F                      PIC  X(001).
           02  RSTF_LNAME             PIC  X(004) VALUE "RSTF".
           02  F                      PIC  X(001).
           02  RSTF_KEY1              PIC  X(100) VALUE SPACE.
           02  RSTF_SORT              PIC  X(100) VALUE SPACE.
           02  RSTF_IDLST             PIC  X(100) VALUE SPACE.
           02  RSTF_RES               USAGE  POINTER.
       01  RST-R.
           02  RST-KEY.
               03  RST-PGM            PIC  X(08).                       プログラム
               03  RST-NG             PIC  9(06).                       年月
               03  RST-CUST           PIC  9(05).                       得意先
           02  RST-RUN                PIC  9(02).                       処理回
           02  RST-USER               PIC  X(06).                       実行者
           02  RST-DATE               PIC  9(08).                       完了日
           02  RST-TIME               PIC  9(06).                       完了時刻
           02  RST-JUNLNO             PIC  9(06).                       伝票番号
           02  RST-LINENO             PIC  9(02).                       行番号
           02  RST-AMT                PIC S9(10).                       金額
           02  RST-VOID               PIC  X(01).                       取消
           02  FILLER                 PIC  X(09).
       01  RSTC-REC  REDEFINES  RST-R.
           02  RSTC-KEY               PIC  X(19).
           02  RSTC-STAT              PIC  9(01).                       状態
           02  RSTC-RUN               PIC  9(02).                       処理回
           02  RSTC-USER              PIC  X(06).                       実行者
           02  RSTC-JUNLNO            PIC  9(06).                       伝票番号
           02  RSTC-LINENO            PIC  9(02).                       最終行
           02  RSTC-CNT               PIC  9(04).                       完了件数
           02  FILLER                 PIC  X(29).
       77  F                          PIC  X(001).
