      ***  仕訳ヒストリ     (194/3)
       01  SH-REC.
           02  SH-KEY3.
             03  HKACD1.
      *    billing run) so TXE100's filing export does not have to
      *    re-derive it.
           02  HINVNO           PIC X(14).
      *    foreign-currency amount behind HAMOUNT, in the currency
      *    of the HCUSTCD supplier's T-CUR, carved out of the same
      *    spare filler -- zero on every yen line, filled by SIV100
      *    on a foreign-currency invoice, by RTV100 on its debit
      *    note and by TPY100 when it pays, so the revaluation run
      *    can net the open foreign balance per supplier alongside
      *    its yen book value.
           02  HFAMT            PIC S9(9)V99.                           ｶﾞｲｶｷﾝｶﾞｸ
           02  HETAX            PIC X(01).
           02  HCOM             PIC 9(1).                               ｾﾞｲｹｲｻﾝC
      *    source-document reference -- the key of the document the
      *    line was raised from (the SIVF supplier invoice a payable
      *    posts from, an LCAF shipment, an RTVF return), so a
      *    payable balance can be walked back to the papers behind
      *    it.  blank on every line posted before the field existed.
      *    NOTE: these 24 bytes grew the record; the SIWAKH data
      *    file needs a one-time conversion when they roll out.
           02  HDOCREF          PIC X(24).
