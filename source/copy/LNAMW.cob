      *    NAME-MTCH-RTN); WN-DCHK comes back 1 when the search
      *    reading occurs anywhere in the candidate's reading.  WN-
      *    NAME carries the matched customer's kanji name through to
      *    the report line.  DUP100's duplicate sweep squeezes the
      *    blanks out of a reading from WN-WNAME into WN-NAME and
      *    then compares the two, longer in WN-NAME.  WN-KUM is
      *    carried over from the original work area but is not
      *    needed today.
       01  WN-AREA.
           02  WN-DCHK        PIC  9(001).
           02  WN-CNT1        PIC  9(002).
