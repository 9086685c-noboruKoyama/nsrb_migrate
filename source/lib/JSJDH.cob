      *    file needs a one-time conversion when they roll out.
           02  JSJDH-DSP          PIC 9(01).
           02  JSJDH-DSPF         PIC 9(01).
      *    the supervisor who let the return through JHN100's
      *    returns-allowance warning (over the RAF allowance or a
      *    reason the agreement does not accept); blank = no warning.
      *    grew the record again; same one-time-conversion caveat.
           02  JSJDH-OVRBY        PIC X(06).
       77  F                      PIC X(01).
