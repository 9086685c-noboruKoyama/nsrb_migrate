      ************************************
      *****     代 金 引 換 フ ァ イ ル              *****
      ************************************
      *    cash-on-delivery slips -- one row per JSJD-03 slip and
      *    shipping date of a TC-CODKBN customer, priced by COD100
      *    at the billing price (BIL100's PRMF / THTC / THTM order)
      *    with consumption tax on top, fractions cut.  COD-AMT is
      *    what the carrier collects: JTO35L prints it on the slip
      *    and CEX100 sends it with the shipment data.  the sale
      *    posts once (COD-SPOST) as a receivable from the carrier,
      *    and the carrier's remittance statement fills in what was
      *    collected and the fee charged.  COD-STAT 0 = awaiting
      *    remittance, 1 = remitted in full, 2 = remitted short,
      *    3 = returned uncollected.
       01  CODF.
           02  CODF_PNAME1            PIC  X(006) VALUE "CODF".
           02  F                      PIC  X(001).
           02  CODF_LNAME             PIC  X(004) VALUE "CODF".
           02  F                      PIC  X(001).
           02  CODF_KEY1              PIC  X(100) VALUE SPACE.
           02  CODF_SORT              PIC  X(100) VALUE SPACE.
           02  CODF_IDLST             PIC  X(100) VALUE SPACE.
           02  CODF_RES               USAGE  POINTER.
       01  COD-R.
           02  COD-KEY.
               03  COD-03             PIC  9(06).                       伝票番号
               03  COD-NGP            PIC  9(08).                       出荷日
           02  COD-TCD                PIC  9(04).                       得意先C
           02  COD-CCD                PIC  9(03).                       直送先C
           02  COD-NET                PIC  9(09).                       税抜金額
           02  COD-TAX                PIC  9(08).                       消費税
           02  COD-AMT                PIC  9(09).                       代引金額
           02  COD-STAT               PIC  9(01).                       状態
           02  COD-RAMT               PIC  9(09).                       回収金額
           02  COD-FEE                PIC  9(06).                       代引手数料
           02  COD-RDATE              PIC  9(08).                       入金日
           02  COD-SPOST              PIC  9(01).                       売上計上
           02  COD-SJUN               PIC  9(06).                       売上伝票
           02  COD-RJUN               PIC  9(06).                       入金伝票
           02  COD-USER               PIC  X(06).                       入力者
           02  FILLER                 PIC  X(10).
       77  F                          PIC  X(001).
