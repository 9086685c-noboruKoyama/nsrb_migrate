      ************************************
      *****     需 要 予 測 フ ァ イ ル              *****
      ************************************
      *    demand forecast -- one row per item and forecast month,
      *    written by FCS100's monthly run for the twelve months
      *    after the last closed month.  FCS-STAT is the statistical
      *    figure, rewritten by every run; FCS-OVR is the buyer's own
      *    figure keyed through FCO100 and is never touched by the
      *    run, so the two stay apart.  a reader takes FCS-OVR when
      *    FCS-OVRF = 1, else FCS-STAT.  once the month has closed
      *    the next run stamps the shipped pairs into FCS-ACT for
      *    the accuracy measurement; FCS-BASNG is the last closed
      *    month the FCS-STAT figure was built from.
       01  FCSTF.
           02  FCSTF_PNAME1           PIC  X(005) VALUE "FCSTF".
           02  F                      PIC  X(001).
           02  FCSTF_LNAME            PIC  X(005) VALUE "FCSTF".
           02  F                      PIC  X(001).
           02  FCSTF_KEY1             PIC  X(100) VALUE SPACE.
           02  FCSTF_SORT             PIC  X(100) VALUE SPACE.
           02  FCSTF_IDLST            PIC  X(100) VALUE SPACE.
           02  FCSTF_RES              USAGE  POINTER.
       01  FCS-R.
           02  FCS-KEY.
               03  FCS-HCD            PIC  9(06).                       品名コード
               03  FCS-NG             PIC  9(06).                       予測年月
           02  FCS-CLS                PIC  9(03).                       分類
           02  FCS-STAT               PIC S9(08).                       統計予測数
           02  FCS-BASNG              PIC  9(06).                       基準年月
           02  FCS-OVRF               PIC  9(01).                       修正区分
           02  FCS-OVR                PIC S9(08).                       修正予測数
           02  FCS-OVRUSR             PIC  X(06).                       修正者
           02  FCS-OVRDT              PIC  9(08).                       修正日
           02  FCS-ACTF               PIC  9(01).                       実績区分
           02  FCS-ACT                PIC S9(08).                       出荷実績
           02  FILLER                 PIC  X(10).
       77  F                          PIC  X(001).
