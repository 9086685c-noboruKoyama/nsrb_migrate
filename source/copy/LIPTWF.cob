      ************************************
      *****     格 納 指 示 フ ァ イ ル              *****
      ************************************
      *    putaway task file -- one row per receipt waiting to go
      *    from the dock into a bin.  LOT100 writes one for every
      *    confirmed lot and POR100 one for every receipt it matches
      *    to an order line, keyed the receipt's date and clock time
      *    (HHMMSS plus hundredths) and a line number within it, so
      *    PTW-DATE/PTW-TIME is also when the cartons reached the
      *    dock.  PTW-REF is the source document -- lot number and
      *    sequence for source 1, order number and line for source
      *    2.  PTW-WH zero means the receipt did not say (the JT-W170
      *    work file carries no warehouse); PUT100's task list takes
      *    such rows into the warehouse it is run for.
      *    PTW-STAT 0 is on the dock, not yet listed; 1 listed, with
      *    PUT100's suggested bin in PTW-SBIN; 2 put away, PTW-ABIN
      *    the bin it went to and PTW-AQTY the pairs.  a part
      *    putaway closes the row for what went and leaves the rest
      *    on the dock as a new row under the same date and time.
       01  PTWF.
           02  PTWF_PNAME1            PIC  X(006) VALUE "PTWF".
           02  F                      PIC  X(001).
           02  PTWF_LNAME             PIC  X(004) VALUE "PTWF".
           02  F                      PIC  X(001).
           02  PTWF_KEY1              PIC  X(100) VALUE SPACE.
           02  PTWF_SORT              PIC  X(100) VALUE SPACE.
           02  PTWF_IDLST             PIC  X(100) VALUE SPACE.
           02  PTWF_RES               USAGE  POINTER.
       01  PTW-R.
           02  PTW-KEY.
               03  PTW-DATE           PIC  9(08).                       受入日
               03  PTW-TIME           PIC  9(08).                       受入時刻
               03  PTW-TIMER  REDEFINES  PTW-TIME.
                   04  PTW-HH         PIC  9(02).
                   04  PTW-MI         PIC  9(02).
                   04  FILLER         PIC  X(04).
               03  PTW-LN             PIC  9(04).                       行番号
           02  PTW-SRC                PIC  9(01).                       発生元区分
           02  PTW-REF                PIC  X(13).                       発生元番号
           02  PTW-LREF  REDEFINES  PTW-REF.
               03  PTW-RLNO           PIC  X(10).
               03  PTW-RLSEQ          PIC  9(03).
           02  PTW-PREF  REDEFINES  PTW-REF.
               03  PTW-RPONO          PIC  9(06).
               03  PTW-RPOLN          PIC  9(02).
               03  FILLER             PIC  X(05).
           02  PTW-HCD                PIC  9(06).                       品番コード
           02  PTW-WH                 PIC  9(01).                       倉庫コード
           02  PTW-QTY                PIC  9(06).                       入荷数
           02  PTW-SBIN               PIC  X(06).                       指示棚番
           02  PTW-ABIN               PIC  X(06).                       格納棚番
           02  PTW-AQTY               PIC  9(06).                       格納数
           02  PTW-STAT               PIC  9(01).                       状態
           02  PTW-CDATE              PIC  9(08).                       格納日
           02  PTW-CTIME              PIC  9(04).                       格納時刻
           02  PTW-USER               PIC  X(06).                       入力者
           02  FILLER                 PIC  X(10).
       77  F                          PIC  X(001).
