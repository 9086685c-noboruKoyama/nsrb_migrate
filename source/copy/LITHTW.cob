           02  THW-T                  PIC  9(05).                       新単価
           02  THW-STAT               PIC  9(01).                       状態
           02  THW-USER               PIC  X(06).
      *    the markdown percent behind an MKD100 proposal, zero on
      *    a PSM100 draft; carved from the spare FILLER, so a row
      *    written before it existed reads not-numeric and is
      *    taken as zero.  OBS100 counts an applied markdown as
      *    reserve already taken against the item.
           02  THW-DISC               PIC  9(02).                       値下率
           02  FILLER                 PIC  X(07).
       77  F                          PIC  X(001).
