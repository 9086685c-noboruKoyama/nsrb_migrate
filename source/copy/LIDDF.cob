      ************************************
      *****     口 座 振 替 フ ァ イ ル              *****
      ************************************
      *    direct-debit file -- one row per customer per billing
      *    month DDB100 asked the bank to draw, keyed month +
      *    head-office customer; the 10-digit key rides out on
      *    the zengin request as the customer number and comes
      *    back on the bank's result record, so the result finds
      *    its row without a name match.
      *    DD-STAT: 0 = requested, result not yet in,
      *             1 = collected (receipt posted, DD-JUNLNO),
      *             2 = not collected, DD-RSN the bank's result
      *               code (1 insufficient funds, 2 no account,
      *               3 stopped by payer, 4 no authority,
      *               8 stopped by us, 9 other).
      *    DD-DUN = 1 once DUN100 has sent the letter for a
      *    failed debit.
       01  DDF.
           02  DDF_PNAME1             PIC  X(006) VALUE "DDF".
           02  F                      PIC  X(001).
           02  DDF_LNAME              PIC  X(003) VALUE "DDF".
           02  F                      PIC  X(001).
           02  DDF_KEY1               PIC  X(100) VALUE SPACE.
           02  DDF_SORT               PIC  X(100) VALUE SPACE.
           02  DDF_IDLST              PIC  X(100) VALUE SPACE.
           02  DDF_RES                USAGE  POINTER.
       01  DD-R.
           02  DD-KEY.
               03  DD-NG              PIC  9(06).                       請求年月
               03  DD-TCD             PIC  9(04).                       得意先コード
           02  DD-DDATE               PIC  9(08).                       引落日
           02  DD-AMT                 PIC  9(10).                       引落金額
           02  DD-STAT                PIC  9(01).                       状態
           02  DD-RSN                 PIC  9(01).                       振替結果コード
           02  DD-JUNLNO              PIC  9(06).                       伝票番号
           02  DD-DUN                 PIC  9(01).                       督促済
           02  FILLER                 PIC  X(10).
       77  F                          PIC  X(001).
