      ************************************
      *****     見 積 フ ァ イ ル                      *****
      ************************************
      *    customer quotation register -- one record per quote
      *    line, keyed quote number + line number the way POF is.
      *    line 01 carries the quote's header (customer, quote
      *    date, valid-to date, the TC-SLSCD salesperson at entry)
      *    and QTE100 copies it onto every other line of the quote,
      *    so any line read alone still says whose quote it is.
      *    QT-SIZ 9 = any size, the THTC convention.  QT-BRKQ is the
      *    quantity break the line's price starts at (zero = from
      *    the first pair); QT-QQTY the volume the customer quoted
      *    for, read against actual shipments by the hit-rate
      *    report.  QT-STAT: 0 = open, 1 = won (prices parked for
      *    THTC approval), 2 = lost, 9 = expired unanswered past
      *    QT-VDATE; QT-CDATE the date it was closed.
       01  QTF.
           02  QTF_PNAME1             PIC  X(006) VALUE "QTF".
           02  F                      PIC  X(001).
           02  QTF_LNAME              PIC  X(003) VALUE "QTF".
           02  F                      PIC  X(001).
           02  QTF_KEY1               PIC  X(100) VALUE SPACE.
           02  QTF_SORT               PIC  X(100) VALUE SPACE.
           02  QTF_IDLST              PIC  X(100) VALUE SPACE.
           02  QTF_RES                USAGE  POINTER.
       01  QT-R.
           02  QT-KEY.
               03  QT-QNO             PIC  9(06).                       見積番号
               03  QT-LNO             PIC  9(02).                       行番号
           02  QT-TCD                 PIC  9(04).                       得意先コード
           02  QT-SLS                 PIC  9(04).                       担当者コード
           02  QT-QDATE               PIC  9(08).                       見積日
           02  QT-VDATE               PIC  9(08).                       有効期限
           02  QT-HCD                 PIC  9(06).                       品番コード
           02  QT-SIZ                 PIC  9(01).                       サイズ
           02  QT-T                   PIC  9(05).                       見積単価
           02  QT-BRKQ                PIC  9(06).                       数量区切
           02  QT-QQTY                PIC  9(07).                       見積数量
           02  QT-STAT                PIC  9(01).                       状態
           02  QT-CDATE               PIC  9(08).                       決着日
           02  QT-USER                PIC  X(06).
           02  FILLER                 PIC  X(10).
       77  F                          PIC  X(001).
