      *    PRINTER TYPE    :  JIPS                             *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/09/02                         *
      *        CHANGE      :  26/10/15  SKIP SALES SAMPLES     *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    our own fill-rate number before the chains quote theirs:
           IF  JSJD-09 NOT < 999900
               GO TO FL-SCAN-010
           END-IF
      *    a sales sample (JSJD-05 = 6) was never a customer order.
           IF  JSJD-05 = 6
               GO TO FL-SCAN-010
           END-IF
           COMPUTE  FL-WNG = JSJD-NGP / 100.
           IF  FL-WNG < FL-FROMNG  OR  > FL-NG
               GO TO FL-SCAN-010
