               03  TC-TCD             PIC  9(04).                       取引先コード
               03  TC-CCD             PIC  9(03).                       子会社コード
           02  TC-NAME                PIC  N(26).                       得意先名
           02  TC-DLVKBN              PIC  9(01).                       伝票発行区分 0:印刷 1:PDFメール 2:EDI
           02  TC-MAIL                PIC  X(19).                       メールアドレス
      *    furigana reading of TC-NAME, maintained alongside it so
      *    TCS100 can search the customer master phonetically instead
      *    a ship-to).  zero = ordinary customer.  grew the record
      *    again; same one-time-conversion caveat.
           02  TC-ICKBN               PIC  9(01).
      *    direct-debit (account transfer) collection -- TC-DDKBN
      *    1 has the customer's invoice balance drawn from its own
      *    account by DDB100's zengin account-transfer request
      *    instead of waiting for the customer to remit; the
      *    bank/branch/type/number/kana-name block is the payer's
      *    account, the same shape as T-M's bank fields.  read on
      *    the head-office (TC-CCD = 1) row only.  grew the record
      *    again; same one-time-conversion caveat.
           02  TC-DDKBN               PIC  9(01).                       口座振替区分
           02  TC-DDBANK              PIC  9(04).                       銀行コード
           02  TC-DDSTN               PIC  9(03).                       支店コード
           02  TC-DDKOZKB             PIC  9(01).                       預金種目
           02  TC-DDKOZNO             PIC  9(07).                       口座番号
           02  TC-DDKOZNM             PIC  X(30).                       口座名義ｶﾅ
      *    bad-debt flag -- TC-BDKBN 1 marks a customer whose
      *    balance BDA100 has written off against the allowance for
      *    doubtful accounts on TC-BDDATE; ARA100, DUN100 and STM100
      *    skip a flagged customer so nobody chases it.  read on
      *    the head-office (TC-CCD = 1) row only.  grew the record
      *    again; same one-time-conversion caveat.
           02  TC-BDKBN               PIC  9(01).                       貸倒区分
           02  TC-BDDATE              PIC  9(08).                       貸倒処理日
      *    salesperson currently assigned to the account and the
      *    date that assignment took effect -- a mirror of the
      *    latest SLAF history row, kept here for the screens; SLA100
      *    owns both.  read on the head-office (TC-CCD = 1) row only.
      *    grew the record again; same one-time-conversion caveat.
           02  TC-SLSCD               PIC  9(04).                       担当者コード
           02  TC-SLSDT               PIC  9(08).                       担当適用日
      *    cash-on-delivery flag -- TC-CODKBN 1 has this customer's
      *    slips collected by the carrier on delivery instead of
      *    billed on account: COD100 prices each slip into CODF at
      *    the billing price with tax, JTO35L prints the amount on
      *    the slip, CEX100 hands it to the carrier and BIL100
      *    leaves the slip off the invoice.  read on the head-
      *    office (TC-CCD = 1) row only.  grew the record again;
      *    same one-time-conversion caveat.
           02  TC-CODKBN              PIC  9(01).                       代引区分
      *    chain-store EDI -- TC-DLVKBN 2 on the head-office row has
      *    BIL100 send the monthly invoice as the chain's invoice
      *    data file instead of printing or mailing it (shipment
      *    slips still print).  TC-EDIVND is the supplier code the
      *    chain knows us by, read on the head-office row only;
      *    TC-EDISTR is the chain's own code for this row -- its
      *    company code on the head-office row, its store code on
      *    a store row.  grew the record again; same one-time-
      *    conversion caveat.
           02  TC-EDIVND              PIC  X(13).                       取引先コード(EDI)
           02  TC-EDISTR              PIC  X(13).                       店舗コード(EDI)
       77  F                          PIC  X(001).
