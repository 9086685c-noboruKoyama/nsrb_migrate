      ************************************
      *****     送 り 状 番 号 フ ァ イ ル          *****
      ************************************
      *    carrier tracking numbers -- one row per carton of a
      *    JSJD-03 slip and shipping date, as the carrier's own
      *    terminal returned it after the CEX100 shipment-data
      *    upload.  carton number is the CTN100 "n OF m" n.  a
      *    re-imported row for the same carton (a reissued label)
      *    replaces the number.  shown on POD100's screen and
      *    CTN100's packing list.
       01  TRKF.
           02  TRKF_PNAME1            PIC  X(006) VALUE "TRKF".
           02  F                      PIC  X(001).
           02  TRKF_LNAME             PIC  X(004) VALUE "TRKF".
           02  F                      PIC  X(001).
           02  TRKF_KEY1              PIC  X(100) VALUE SPACE.
           02  TRKF_SORT              PIC  X(100) VALUE SPACE.
           02  TRKF_IDLST             PIC  X(100) VALUE SPACE.
           02  TRKF_RES               USAGE  POINTER.
       01  TRK-R.
           02  TRK-KEY.
               03  TRK-03             PIC  9(06).                       伝票番号
               03  TRK-NGP            PIC  9(08).                       出荷日
               03  TRK-CTN            PIC  9(03).                       箱番号
           02  TRK-CAR                PIC  9(03).                       運送会社C
           02  TRK-NO                 PIC  X(14).                       送り状番号
           02  TRK-IDATE              PIC  9(08).                       取込日
           02  TRK-USER               PIC  X(06).                       入力者
           02  FILLER                 PIC  X(10).
       77  F                          PIC  X(001).
