      *    PRINTER TYPE    :  JIPS                             *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/09/02                         *
      *        CHANGE      :  26/10/15  SKIP HELD PO LINES     *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    match run ahead of TPD100's payment-due sweep: for an
           IF  POF-NGP < PV-FROMD OR > PV-TOD
               GO TO PV-POF-010
           END-IF
           IF  POF-STAT = 9  OR  8
               GO TO PV-POF-010
           END-IF
           MOVE  POF-TCD  TO PV-WTCD.
