      *    POF-TN is the THTM unit price per slot captured at entry
      *    time, so a later THM100 price change cannot silently
      *    reprice an order already sent to the supplier.
      *    POF-STAT: 0 = open, 1 = fully received, 8 = held for
      *    open-to-buy approval (not yet sent), 9 = cancelled.
       01  POF.
           02  POF_PNAME1             PIC  X(006) VALUE "POF".
           02  F                      PIC  X(001).
               03  POF-TN             PIC  9(05)  OCCURS 10.            単価
           02  POF-STAT               PIC  9(01).                       状態
           02  POF-USER               PIC  X(06).
      *    a foreign-currency supplier's line (T-CUR other than
      *    blank/JPY) carries the keyed unit price in that currency
      *    here, carved out of the spare FILLER; POF-TN then holds
      *    its yen conversion at the RATM rate of the order date so
      *    every yen reader of the line is unchanged.  POF-CUR is
      *    blank and POF-FTN zero on a yen line.
           02  POF-CUR                PIC  X(03).                       通貨コード
           02  POF-FTN                PIC  9(05)V99.                    外貨単価
       77  F                          PIC  X(001).
