           02  T-STN                  PIC  9(03).                       支店コード
           02  T-KOZKB                PIC  9(01).                       預金種目
           02  T-KOZNO                PIC  9(07).                       口座番号
      *    invoicing currency (ISO code, USD/CNY...) carved out of
      *    the spare bytes -- blank or JPY is a yen supplier and
      *    everything downstream behaves as it always has; any
      *    other code is looked up on RATM for PON100's order
      *    conversion, POR100's payable and the revaluation run.
           02  T-CUR                  PIC  X(03).                       通貨コード
      *    income-tax withholding on fees paid to an individual
      *    payee (designer, sole-proprietor agent, tax accountant)
      *    -- the last two spare bytes.  T-WHT 1 = subject, TPY100
      *    remits the fee net and books the tax withheld; T-WHK is
      *    the rate class:
      *      1 = fees (manuscript/design/professional): 10.21% of
      *          each payment up to 1,000,000, 20.42% over it;
      *      2 = sales-agent commission: 10.21% of each payment
      *          less the 120,000 deduction.
      *    spaces on a record keyed before the fields existed read
      *    as not subject.
           02  T-WHT                  PIC  9(01).                       源泉徴収区分
           02  T-WHK                  PIC  9(01).                       源泉税率区分
           02  T-KOZNM                PIC  X(30).                       口座名義ｶﾅ
      *    qualified-invoice registration number (T+13 digits) for
      *    TXE100's filing export; grew the record again, 118 to
      *    132 bytes -- the same one-time-conversion caveat as the
      *    bank fields above.
           02  T-INVNO                PIC  X(14).
      *    EDI trading partner -- 1 = the supplier takes EDI100's
      *    PO file and sends advance ship notices; 0 (or a record
      *    keyed before the field existed) stays on fax.  grew the
      *    record 132 to 133 bytes, the same one-time-conversion
      *    caveat as above.
           02  T-EDI                  PIC  9(01).                       ＥＤＩ区分
       77  F                          PIC  X(001).
