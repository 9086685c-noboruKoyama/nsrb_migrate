      *    PRINTER TYPE    :  JIPS                             *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/09/02                         *
      *        CHANGE      :  26/10/15  KEEP MARKDOWN PERCENT  *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    a starting proposal instead of a blank page every
      *    same draft generation PSM100 simulates and applies.  an
      *    item with no recent sales at all ranks first with the
      *    full 50 -- that is exactly the stock a clearance is for.
      *    each draft carries its markdown percent (THW-DISC) so
      *    OBS100 can count an applied markdown against the item's
      *    obsolescence reserve.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           MOVE  MK-NEWT   TO THW-T.
           MOVE  ZERO      TO THW-STAT.
           MOVE  USER_ID   TO THW-USER.
           MOVE  MK-DISC(MK-IX)  TO THW-DISC.
           CALL "DB_Insert" USING
            THTW_PNAME1 THTW_LNAME THW-R RETURNING RET.
           ADD  1  TO MK-DRF.
