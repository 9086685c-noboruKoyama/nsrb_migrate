      *    PRINTER TYPE    :  JIPS                             *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/09/02                         *
      *        CHANGE      :  26/10/15  PREPACK CASE CARRY     *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    the step between ALO100's reservation and JTO35L's
      *    run releases short (allocated under ordered) stay
      *    short -- the shortage already printed on ALO100's
      *    report; the remainder re-transmits as a new order.
      *    a prepack-case line carries its case code and pairs per
      *    case across onto JSJD-CASE/CPPC for CTN100's labels.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           MOVE  JO-NGP     TO JSJD-NGP.
           MOVE  1          TO JSJD-158.
           MOVE  ZERO       TO JSJD-16.
           IF  JSJDS-CQTY NOT = ZERO
               MOVE  JSJDS-CASE  TO JSJD-CASE
               COMPUTE  JSJD-CPPC = JSJDS-112 / JSJDS-CQTY
           END-IF
           CALL "DB_Insert" USING
            JSJDRF_PNAME1 JSJDRF_LNAME JSJD-REC RETURNING RET.
           MOVE  9  TO JSJDS-STAT.
