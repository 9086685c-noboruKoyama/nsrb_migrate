      ************************************
      *****     電 子 記 録 債 権 フ ァ イ ル          *****
      ************************************
      *    densai (electronically recorded receivable) register --
      *    one row per record number the densai network assigned,
      *    written by DNS100's import of the bank's notification
      *    file and kept apart from the paper-bill lines TGS100 and
      *    TGM100 read off HTEG-BAN.  DNS-NTC is the notice the row
      *    came in on: 1 = issued to us (発生), 2 = transferred to
      *    us (譲渡).  DNS-TCD is the customer it was matched to --
      *    zero until matched -- and DNS-PST = 1 once its receipt
      *    has been posted against that customer's AR.
      *    DNS-STAT: 0 = held, 1 = settled at maturity, 2 = passed
      *    on to supplier DNS-XTCD on DNS-XDATE (譲渡).  a split
      *    (分割) leaves the parent held at the reduced amount and
      *    adds a child row under the new record number, DNS-PARENT
      *    naming the row it was cut from; DNS-ORGAMT keeps the
      *    amount the row started with.
       01  DNSF.
           02  DNSF_PNAME1            PIC  X(006) VALUE "DNSF".
           02  F                      PIC  X(001).
           02  DNSF_LNAME             PIC  X(004) VALUE "DNSF".
           02  F                      PIC  X(001).
           02  DNSF_KEY1              PIC  X(100) VALUE SPACE.
           02  DNSF_SORT              PIC  X(100) VALUE SPACE.
           02  DNSF_IDLST             PIC  X(100) VALUE SPACE.
           02  DNSF_RES               USAGE  POINTER.
       01  DNS-R.
           02  DNS-KEY.
               03  DNS-RECNO          PIC  X(20).                       記録番号
           02  DNS-NTC                PIC  9(01).                       通知区分
           02  DNS-TCD                PIC  9(04).                       得意先コード
           02  DNS-NAME               PIC  N(20).                       債務者名ｶﾅ
           02  DNS-AMT                PIC  9(10).                       債権金額
           02  DNS-ORGAMT             PIC  9(10).                       当初金額
           02  DNS-RECDT              PIC  9(08).                       発生記録日
           02  DNS-DUEDT              PIC  9(08).                       支払期日
           02  DNS-STAT               PIC  9(01).                       状態
           02  DNS-PST                PIC  9(01).                       入金計上済
           02  DNS-PARENT             PIC  X(20).                       分割元記録番号
           02  DNS-XTCD               PIC  9(04).                       譲渡先仕入先
           02  DNS-XDATE              PIC  9(08).                       譲渡日
           02  DNS-RCVJN              PIC  9(06).                       入金伝票番号
           02  DNS-SETJN              PIC  9(06).                       決済伝票番号
           02  DNS-USER               PIC  X(06).
           02  FILLER                 PIC  X(10).
       77  F                          PIC  X(001).
