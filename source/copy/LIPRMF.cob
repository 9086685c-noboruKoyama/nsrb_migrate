      ************************************
      *****     販 促 価 格 フ ァ イ ル              *****
      ************************************
      *    promotional price campaigns -- one row per campaign
      *    code, customer, item and size slot with the campaign
      *    price and its CCYYMMDD start/end window, keyed through
      *    PRM100.  PRM-TCD is the ordering customer or a bill-to
      *    head office (TC-HQTCD), the latter covering every store
      *    billed under it; PRM-SIZ 9 is the any-size row, the
      *    THTC convention.  BIL100 and GMR100 price a JSJDRF line
      *    shipped (JSJD-NGP) inside the window at PRM-T ahead of
      *    THTC and THTM; PRL100 reports the lift once the window
      *    has closed.  a row keyed back to price zero is out of
      *    the campaign.
       01  PRMF.
           02  PRMF_PNAME1            PIC  X(004) VALUE "PRMF".
           02  F                      PIC  X(001).
           02  PRMF_LNAME             PIC  X(004) VALUE "PRMF".
           02  F                      PIC  X(001).
           02  PRMF_KEY1              PIC  X(100) VALUE SPACE.
           02  PRMF_SORT              PIC  X(100) VALUE SPACE.
           02  PRMF_IDLST             PIC  X(100) VALUE SPACE.
           02  PRMF_RES               USAGE  POINTER.
       01  PRM-R.
           02  PRM-KEY.
               03  PRM-CD             PIC  9(04).                       販促コード
               03  PRM-TCD            PIC  9(04).                       得意先コード
               03  PRM-HCD            PIC  9(06).                       品名コード
               03  PRM-SIZ            PIC  9(01).                       サイズ
           02  PRM-T                  PIC  9(05).                       販促単価
           02  PRM-FROM               PIC  9(08).                       開始日
           02  PRM-TO                 PIC  9(08).                       終了日
           02  PRM-USER               PIC  X(06).                       入力者
           02  PRM-DATE               PIC  9(08).                       入力日
           02  FILLER                 PIC  X(10).
       77  F                          PIC  X(001).
