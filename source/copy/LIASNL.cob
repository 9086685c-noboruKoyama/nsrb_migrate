      ************************************
      *****     事 前 出 荷 ロ ッ ト 索 引            *****
      ************************************
      *    lot index onto ASNF -- one row per notice line that
      *    named a lot, keyed the lot number and the receipt
      *    sequence EDI100 gave it (the next LOT-SEQ the lot will
      *    take on LOTF), pointing at the ASNF row.  LOT100 reads
      *    it on the lot and sequence keyed from the delivery note
      *    to bring up the staged receipt.
       01  ASNL.
           02  ASNL_PNAME1            PIC  X(006) VALUE "ASNL".
           02  F                      PIC  X(001).
           02  ASNL_LNAME             PIC  X(004) VALUE "ASNL".
           02  F                      PIC  X(001).
           02  ASNL_KEY1              PIC  X(100) VALUE SPACE.
           02  ASNL_SORT              PIC  X(100) VALUE SPACE.
           02  ASNL_IDLST             PIC  X(100) VALUE SPACE.
           02  ASNL_RES               USAGE  POINTER.
       01  ASNL-R.
           02  ASNL-KEY.
               03  ASNL-LOT           PIC  X(10).                       ロット番号
               03  ASNL-LSEQ          PIC  9(03).                       ロット枝番
           02  ASNL-AKEY.
               03  ASNL-PONO          PIC  9(06).                       発注番号
               03  ASNL-LINE          PIC  9(02).                       行番号
               03  ASNL-SEQ           PIC  9(02).                       枝番
           02  FILLER                 PIC  X(10).
       77  F                          PIC  X(001).
