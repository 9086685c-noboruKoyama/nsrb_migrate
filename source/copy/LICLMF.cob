      ************************************
      *****     運 送 事 故 ク レ ー ム             *****
      ************************************
      *    carrier damage/loss claim register -- one claim per
      *    POD100 exception, keyed the way PODF keys it (JSJD-03
      *    slip + shipping date), opened by CLM100 only where the
      *    slip's POD carries a nonzero POD-EXC, which is copied
      *    here as the claim's exception type.  up to five affected
      *    items, each valued at the CST-M average cost when keyed;
      *    CLM-AMT is their total, the amount claimed.
      *    CLM-STAT: 1 = filed, 2 = accepted by the carrier,
      *              3 = rejected, 4 = paid (CLM-PAID received,
      *              possibly short of CLM-AMT).
      *    CLM-RPOST = 1 once CLM100's posting run has raised the
      *    receivable from the carrier (voucher CLM-RJUN); from
      *    then on the items and amount are frozen.  CLM-SPOST = 1
      *    once a paid or rejected claim has been cleared off the
      *    receivable (voucher CLM-SJUN) -- a closed claim.
       01  CLMF.
           02  CLMF_PNAME1            PIC  X(006) VALUE "CLMF".
           02  F                      PIC  X(001).
           02  CLMF_LNAME             PIC  X(004) VALUE "CLMF".
           02  F                      PIC  X(001).
           02  CLMF_KEY1              PIC  X(100) VALUE SPACE.
           02  CLMF_SORT              PIC  X(100) VALUE SPACE.
           02  CLMF_IDLST             PIC  X(100) VALUE SPACE.
           02  CLMF_RES               USAGE  POINTER.
       01  CLM-R.
           02  CLM-KEY.
               03  CLM-03             PIC  9(06).                       伝票番号
               03  CLM-NGP            PIC  9(08).                       出荷日
           02  CLM-EXC                PIC  9(02).                       事故区分
           02  CLM-CAR                PIC  9(03).                       運送会社C
           02  CLM-REF                PIC  X(20).                       先方受付番号
           02  CLM-PHOTO              PIC  X(20).                       写真参照
           02  CLM-ITM    OCCURS  5.
               03  CLM-HCD            PIC  9(06).                       品番コード
               03  CLM-QTY            PIC  9(04).                       数量
               03  CLM-VAL            PIC  9(08).                       原価金額
           02  CLM-AMT                PIC  9(09).                       請求金額
           02  CLM-STAT               PIC  9(01).                       状態
           02  CLM-PAID               PIC  9(09).                       入金額
           02  CLM-FDATE              PIC  9(08).                       申請日
           02  CLM-SDATE              PIC  9(08).                       状態変更日
           02  CLM-RPOST              PIC  9(01).                       未収計上済
           02  CLM-RJUN               PIC  9(06).                       計上伝票
           02  CLM-SPOST              PIC  9(01).                       精算済
           02  CLM-SJUN               PIC  9(06).                       精算伝票
           02  CLM-USER               PIC  X(06).                       入力者
           02  FILLER                 PIC  X(10).
       77  F                          PIC  X(001).
