      *    existing record (still active); set to "1" by SHM100 once
      *    an item is discontinued.
           02   SHM-11             PIC X(01).
      *    licence the item is made under (LICM's LIC-CD), zero for
      *    our own lines; RYL100 totals a licence's royalty over the
      *    items carrying it.  NOTE: these three bytes grew the
      *    record; the SHM data file needs a one-time conversion
      *    when the field rolls out, zero-filled.
           02   SHM-LIC            PIC 9(03).
       77  F                       PIC  X(001).
