      ************************************
      *****     E D I 請 求 送 信 管 理 フ ァ イ ル      *****
      ************************************
      *    one row per chain-store EDI invoice BIL100 has sent --
      *    keyed billing month and bill-to, which is also the
      *    invoice number on the file (EIV-INVID, month then
      *    bill-to).  EIV-FID is the data file it went out on, the
      *    net/tax pairs its rate split (10 = standard rate, 8 =
      *    reduced, 0 = non-taxable, SIV100's classes).  EIV-ACK
      *    0 = awaiting the chain's acknowledgement, 1 = accepted,
      *    2 = rejected (EIV-ARSN the chain's reason code), set by
      *    EIV100's acknowledgement import, which also lists the
      *    invoices still awaiting one.  a month billed again
      *    resends and resets the row to 0.
       01  EIVF.
           02  EIVF_PNAME1            PIC  X(006) VALUE "EIVF".
           02  F                      PIC  X(001).
           02  EIVF_LNAME             PIC  X(004) VALUE "EIVF".
           02  F                      PIC  X(001).
           02  EIVF_KEY1              PIC  X(100) VALUE SPACE.
           02  EIVF_SORT              PIC  X(100) VALUE SPACE.
           02  EIVF_IDLST             PIC  X(100) VALUE SPACE.
           02  EIVF_RES               USAGE  POINTER.
       01  EIV-R.
           02  EIV-KEY.
               03  EIV-NG             PIC  9(06).                       請求年月
               03  EIV-HQ             PIC  9(04).                       請求先コード
           02  EIV-FID                PIC  X(12).                       送信ファイル名
           02  EIV-RCVR               PIC  X(13).                       先方企業コード
           02  EIV-SDATE              PIC  9(08).                       送信日
           02  EIV-STIME              PIC  9(06).                       送信時刻
           02  EIV-LCNT               PIC  9(06).                       明細件数
           02  EIV-NET10              PIC  9(10).                       10%対象額
           02  EIV-TAX10              PIC  9(09).                       10%税額
           02  EIV-NET8               PIC  9(10).                       8%対象額
           02  EIV-TAX8               PIC  9(09).                       8%税額
           02  EIV-NET0               PIC  9(10).                       非課税額
           02  EIV-TOT                PIC  9(10).                       請求金額
           02  EIV-ACK                PIC  9(01).                       受領区分
           02  EIV-ADATE              PIC  9(08).                       受領日
           02  EIV-ARSN               PIC  X(04).                       不受理理由
           02  EIV-ACNT               PIC  9(02).                       受領回数
           02  EIV-USER               PIC  X(06).                       送信者
           02  FILLER                 PIC  X(10).
       77  F                          PIC  X(001).
