      *    PRINTER TYPE    :  JIPS                             *
      *    SCREEN          :  ******                            *
      *        CHANGE      :  26/08/09                         *
      *        CHANGE      :  26/10/15  FROZEN STOCKTAKE BOOK  *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
       ENVIRONMENT DIVISION.
      *    confirm-then-print shape as BUR100's/SHR100's R-05/R-20,
      *    with no extra entry fields since this report always covers
      *    every TANAM record on file.
      *    a store whose stocktake is frozen (STKF status 1) is
      *    measured against the book as it stood at the cutoff:
      *    the book quantity is the STSF frozen book (zero for an
      *    item not on the book then) and the counted quantity the
      *    count keyed after the cutoff, held on STSF, so shipments
      *    and transfers around the count do not show as shrink.
      *    such lines are marked CUTOFF.  an item not yet counted
      *    keeps TANAM-052 as its counted quantity.
       01  R-DMM                  PIC  9(001)      VALUE ZERO.
       01  R-CNT                  PIC  9(006)      VALUE ZERO.
       01  R-VARIANCE             PIC S9(006)      VALUE ZERO.
           02  ST-ENT   OCCURS  200.
               03  ST-CD          PIC  9(003).
               03  ST-AMT         PIC S9(008).
       01  R-BOOK                 PIC S9(006)      VALUE ZERO.
       01  R-COUNT                PIC S9(006)      VALUE ZERO.
       01  R-FRZ                  PIC  9(001)      VALUE ZERO.
       01  EV-CNT                 PIC  9(003)      VALUE ZERO.
       01  EV-IX                  PIC  9(003)      VALUE ZERO.
       01  EV-TBL.
           02  EV-ENT   OCCURS  200.
               03  EV-STR         PIC  9(003).
               03  EV-CDATE       PIC  9(008).
       01  ST-TMP.
           02  ST-TMP-CD          PIC  9(003).
           02  ST-TMP-AMT         PIC S9(008).
       01  WORK-TAR-HD            PIC  X(050)      VALUE
            "*** TANAM SHRINK/DISCREPANCY REPORT ***".
       01  WORK-TAR-COLHD         PIC  X(060)      VALUE
            "ITEM CODE RC STORE    BOOK  COUNTED  VARIANCE  BASIS".
       01  WORK-TAR.
           02  WORK-TAR-01        PIC  9(006).
           02  F                  PIC  X(02).
           02  WORK-TAR-052       PIC  -9(06).
           02  F                  PIC  X(02).
           02  WORK-TAR-VAR       PIC  -9(06).
           02  F                  PIC  X(02).
           02  WORK-TAR-FRZ       PIC  X(06).
       01  WORK-TAR-REASHD        PIC  X(040)      VALUE
            "--- VARIANCE BY REASON CODE ---".
       01  WORK-TAR-REAS.
           COPY  LSTAT.
      *FD  TANAM
           COPY TANAM.
      *FD  STKF
           COPY LISTKF.
      *FD  STSF
           COPY LISTSF.
      *
       77  RET                    PIC  9(001)      VALUE ZERO.
       77  USER_ID                PIC  X(006)      VALUE SPACE.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  WORK-TAR-COLHD TO PRN-R (11:60).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           PERFORM  EV-LOAD-RTN  THRU  EV-LOAD-RTN-EXIT.
           CALL "DB_F_Open" USING
            "INPUT" STSF_PNAME1 "SHARED" BY REFERENCE STSF_IDLST "1"
            "STS-KEY" BY REFERENCE STS-KEY.
           CALL "DB_F_Open" USING
            "INPUT" TANAM_PNAME1 " " BY REFERENCE TANAM_IDLST "0".
       TAR-SCAN-010.
           IF  RET = 1
               GO TO TAR-SCAN-020
           END-IF
           PERFORM  FRZ-RTN  THRU  FRZ-RTN-EXIT.
           COMPUTE  R-VARIANCE = R-BOOK - R-COUNT.
           IF  R-VARIANCE = 0
               GO TO TAR-SCAN-010
           END-IF
           MOVE  TANAM-01          TO WORK-TAR-01.
           MOVE  TANAM-02          TO WORK-TAR-02.
           MOVE  TANAM-03          TO WORK-TAR-03.
           MOVE  R-BOOK            TO WORK-TAR-051.
           MOVE  R-COUNT           TO WORK-TAR-052.
           MOVE  R-VARIANCE        TO WORK-TAR-VAR.
           IF  R-FRZ = 1
               MOVE  "CUTOFF"      TO WORK-TAR-FRZ
           END-IF
           MOVE  WORK-TAR          TO PRN-R (11:65).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           GO TO TAR-SCAN-010.
       TAR-SCAN-020.
           CALL "DB_F_Close" USING
            BY REFERENCE TANAM_IDLST TANAM_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE STSF_IDLST STSF_PNAME1.
           IF  R-CNT = 0
               CALL "PR_Close" RETURNING RESP
               CALL "SD_Output" USING
           CALL "PR_Close" RETURNING RESP.
           GO TO R-05.
      ******************************************************************
      *    EV-LOAD-RTN  -  the frozen stocktakes, one per store at
      *    most, into EV-TBL.
      ******************************************************************
       EV-LOAD-RTN.
           MOVE  ZERO  TO EV-CNT.
           CALL "DB_F_Open" USING
            "INPUT" STKF_PNAME1 " " BY REFERENCE STKF_IDLST "0".
       EV-LOAD-010.
           CALL "DB_Read" USING
            "AT END" STKF_PNAME1 BY REFERENCE STK-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO EV-LOAD-020
           END-IF
           IF  STK-STAT NOT = 1  OR  EV-CNT NOT < 200
               GO TO EV-LOAD-010
           END-IF
           ADD  1  TO EV-CNT.
           MOVE  STK-STR    TO EV-STR(EV-CNT).
           MOVE  STK-CDATE  TO EV-CDATE(EV-CNT).
           GO TO EV-LOAD-010.
       EV-LOAD-020.
           CALL "DB_F_Close" USING
            BY REFERENCE STKF_IDLST STKF_PNAME1.
       EV-LOAD-RTN-EXIT.
           EXIT.
      ******************************************************************
      *    FRZ-RTN  -  the book and counted quantities the current
      *    TANAM-R is measured on: TANAM-051/052, or the STSF frozen
      *    book and stocktake count when its store is in EV-TBL.
      ******************************************************************
       FRZ-RTN.
           MOVE  TANAM-051  TO R-BOOK.
           MOVE  TANAM-052  TO R-COUNT.
           MOVE  ZERO       TO R-FRZ.
           MOVE  1          TO EV-IX.
       FRZ-010.
           IF  EV-IX > EV-CNT
               GO TO FRZ-RTN-EXIT
           END-IF
           IF  EV-STR(EV-IX) NOT = TANAM-03
               ADD  1  TO EV-IX
               GO TO FRZ-010
           END-IF
           MOVE  1     TO R-FRZ.
           MOVE  ZERO  TO R-BOOK.
           MOVE  TANAM-03         TO STS-STR.
           MOVE  EV-CDATE(EV-IX)  TO STS-CDATE.
           MOVE  TANAM-01         TO STS-ITEM.
           MOVE  TANAM-02         TO STS-RSN.
           CALL "DB_Read" USING
            "INVALID KEY" STSF_PNAME1 BY REFERENCE STS-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO TO FRZ-RTN-EXIT
           END-IF
           MOVE  STS-BOOK  TO R-BOOK.
           IF  STS-CNTF = 1
               MOVE  STS-CNT  TO R-COUNT
           END-IF.
       FRZ-RTN-EXIT.
           EXIT.
      ******************************************************************
      *    ST-ACC-RTN  -  find-or-insert accumulation of R-VARIANCE
      *    into ST-TBL under the current TANAM-03, the same technique
      *    as SWB100's TB-ACC-RTN.
