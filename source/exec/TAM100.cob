      *    PRINTER TYPE    :  ------                           *
      *    SCREEN          :  ******                            *
      *        CHANGE      :  26/08/09                         *
      *        CHANGE      :  26/10/15  COUNT TO STOCKTAKE     *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
       ENVIRONMENT DIVISION.
           02  WORK-TD-YY         PIC  9(002).
           02  WORK-TD-MM         PIC  9(002).
           02  WORK-TD-DD         PIC  9(002).
      *    the store's frozen stocktake, when there is one --
      *    the count keyed here is then also held against the
      *    frozen book in STSF (STS-PUT-RTN).
       01  M-STKF                 PIC  9(001)      VALUE ZERO.
       01  M-CDATE                PIC  9(008)      VALUE ZERO.
       01  M-TODAY                PIC  9(008)      VALUE ZERO.
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
      *FD  TANAM
      *    to unposted -- TAP100 is what rolls a posted variance into
      *    the TANAM-06R history and advances TANAM-08.
           COPY TANAM.
      *FD  STKF
      *    stocktake events, scanned for the store's frozen one.
           COPY LISTKF.
      *FD  STSF
      *    the frozen book of a stocktake; a count keyed while the
      *    store's stocktake is frozen is written here as well.
           COPY LISTSF.
      *
       77  ESTAT                  PIC  X(002).
       77  RESU                   PIC  9(001).
      *
           CALL "DB_F_Open" USING
            "I-O" TANAM_PNAME1 "SHARED" BY REFERENCE TANAM_IDLST "1".
           CALL "DB_F_Open" USING
            "I-O" STSF_PNAME1 "SHARED" BY REFERENCE STSF_IDLST "1"
            "STS-KEY" BY REFERENCE STS-KEY.
      *
       M-05.
           MOVE    SPACE    TO  ERR-STAT.
               CALL "DB_Insert" USING
                TANAM_PNAME1 TANAM_LNAME TANAM-R RETURNING RET
           END-IF.
           PERFORM  STS-PUT-RTN  THRU  STS-PUT-RTN-EXIT.
           GO TO M-05.
      *
      *    STS-PUT-RTN  -  when the store has a frozen stocktake
      *    (STKF status 1), the counted quantity just saved goes
      *    onto the item/reason's STSF row as the physical count,
      *    a row with a zero frozen book when the item was not on
      *    the book at the freeze.
      *
       STS-PUT-RTN.
           MOVE  ZERO  TO M-STKF M-CDATE.
           CALL "DB_F_Open" USING
            "INPUT" STKF_PNAME1 " " BY REFERENCE STKF_IDLST "0".
       STS-PUT-010.
           CALL "DB_Read" USING
            "AT END" STKF_PNAME1 BY REFERENCE STK-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO STS-PUT-020
           END-IF
           IF  STK-STR = TANAM-03  AND  STK-STAT = 1
               MOVE  1          TO M-STKF
               MOVE  STK-CDATE  TO M-CDATE
           END-IF
           GO TO STS-PUT-010.
       STS-PUT-020.
           CALL "DB_F_Close" USING
            BY REFERENCE STKF_IDLST STKF_PNAME1.
           IF  M-STKF = 0
               GO TO STS-PUT-RTN-EXIT
           END-IF
           COMPUTE  M-TODAY = TANAM-041 * 10000 + TANAM-042.
           MOVE  SPACE     TO STS-R.
           MOVE  TANAM-03  TO STS-STR.
           MOVE  M-CDATE   TO STS-CDATE.
           MOVE  TANAM-01  TO STS-ITEM.
           MOVE  TANAM-02  TO STS-RSN.
           CALL "DB_Read" USING
            "INVALID KEY" STSF_PNAME1 BY REFERENCE STS-R " "
            RETURNING RET.
           IF  RET = 1
               MOVE  SPACE     TO STS-R
               MOVE  TANAM-03  TO STS-STR
               MOVE  M-CDATE   TO STS-CDATE
               MOVE  TANAM-01  TO STS-ITEM
               MOVE  TANAM-02  TO STS-RSN
               MOVE  ZERO      TO STS-BOOK
           END-IF
           MOVE  A-TANM052  TO STS-CNT.
           MOVE  1          TO STS-CNTF.
           MOVE  M-TODAY    TO STS-CNTDT.
           IF  RET = 0
               CALL "DB_Update" USING
                STSF_PNAME1 STSF_LNAME STS-R RETURNING RET
           ELSE
               CALL "DB_Insert" USING
                STSF_PNAME1 STSF_LNAME STS-R RETURNING RET
           END-IF.
       STS-PUT-RTN-EXIT.
           EXIT.
       M-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_F_Close" USING
            BY REFERENCE TANAM_IDLST TANAM_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE STSF_IDLST STSF_PNAME1.
           CALL "DB_Close".
           STOP RUN.
