      *    PRINTER TYPE    :  JIPS                             *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/09/02                         *
      *        CHANGE      :  26/10/15  ZERO MARKDOWN PERCENT  *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    shows merchandising the money before a price round goes
           MOVE  A-T      TO THW-T.
           MOVE  ZERO     TO THW-STAT.
           MOVE  USER_ID  TO THW-USER.
      *    a price keyed here is no MKD100 markdown -- a draft MKD100
      *    made loses its markdown percent once re-keyed.
           MOVE  ZERO     TO THW-DISC.
           IF  M-FOUND = 1
               CALL "DB_Update" USING
                THTW_PNAME1 THTW_LNAME THW-R RETURNING RET
