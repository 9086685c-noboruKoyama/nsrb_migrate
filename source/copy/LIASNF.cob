      ************************************
      *****     事 前 出 荷 明 細 フ ァ イ ル          *****
      ************************************
      *    supplier advance ship notice, pre-staged by EDI100's
      *    import -- one row per PO line per notice, keyed the POF
      *    line plus a sequence so a line shipped in several lots
      *    keeps every notice.  ASN-EQ is what the supplier says is
      *    on the truck, the same 10-slot size scheme as POF-OQ;
      *    ASN-PQ what was still open on the PO line when it came.
      *    receiving confirms or adjusts it: POR100's match records
      *    the received slots on ASN-RQ (ASN-PRC 1), LOT100's lot
      *    entry the received pairs on ASN-LQTY (ASN-LRC 1).
      *    ASN-STAT 0 = expected, 1 = received (both of them).
      *    ASN-PVAR 1 = the notice did not agree with the PO line
      *    (item, or pairs against what was still open), set at
      *    import; ASN-RVAR 1 = what arrived did not agree with the
      *    notice, set at receipt.  EDI100 lists both, TSC100
      *    counts them on the supplier's scorecard.
       01  ASNF.
           02  ASNF_PNAME1            PIC  X(006) VALUE "ASNF".
           02  F                      PIC  X(001).
           02  ASNF_LNAME             PIC  X(004) VALUE "ASNF".
           02  F                      PIC  X(001).
           02  ASNF_KEY1              PIC  X(100) VALUE SPACE.
           02  ASNF_SORT              PIC  X(100) VALUE SPACE.
           02  ASNF_IDLST             PIC  X(100) VALUE SPACE.
           02  ASNF_RES               USAGE  POINTER.
       01  ASN-R.
           02  ASN-KEY.
               03  ASN-PONO           PIC  9(06).                       発注番号
               03  ASN-LINE           PIC  9(02).                       行番号
               03  ASN-SEQ            PIC  9(02).                       枝番
           02  ASN-TCD                PIC  9(04).                       仕入先コード
           02  ASN-HCD                PIC  9(06).                       品番コード
           02  ASN-SNO                PIC  X(10).                       出荷案内番号
           02  ASN-SDATE              PIC  9(08).                       出荷日
           02  ASN-CTN                PIC  9(04).                       ケース数
           02  ASN-LOT                PIC  X(10).                       ロット番号
           02  ASN-LSEQ               PIC  9(03).                       ロット枝番
           02  ASN-EQTY.
               03  ASN-EQ             PIC S9(04)  OCCURS 10.            出荷予定数
           02  ASN-PQTY.
               03  ASN-PQ             PIC S9(04)  OCCURS 10.            発注残数
           02  ASN-RQTY.
               03  ASN-RQ             PIC S9(04)  OCCURS 10.            入荷数
           02  ASN-LQTY               PIC  9(06).                       ロット受入数
           02  ASN-PRC                PIC  9(01).                       入荷照合
           02  ASN-LRC                PIC  9(01).                       ロット受入
           02  ASN-STAT               PIC  9(01).                       状態
           02  ASN-PVAR               PIC  9(01).                       発注差異
           02  ASN-RVAR               PIC  9(01).                       入荷差異
           02  ASN-IDATE              PIC  9(08).                       取込日
           02  ASN-RDATE              PIC  9(08).                       入荷日
           02  ASN-USER               PIC  X(06).
           02  FILLER                 PIC  X(10).
       77  F                          PIC  X(001).
