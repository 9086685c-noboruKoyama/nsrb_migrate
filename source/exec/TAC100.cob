      *    PROGRAM         :  TANAM PHYSICAL COUNT CSV IMPORT   *
      *    PRINTER TYPE    :  JIPS                             *
      *        CHANGE      :  26/08/21                         *
      *        CHANGE      :  26/10/15  COUNT TO STOCKTAKE     *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
       ENVIRONMENT DIVISION.
               03  EXC-TEXT       PIC  X(040).
       01  EXC-CNT                 PIC  9(003)      VALUE ZERO.
       01  EXC-IX                  PIC  9(003)      VALUE ZERO.
      *
      *    the frozen stocktakes (STKF status 1), one per store at
      *    most, loaded once at open: a count line for one of these
      *    stores is also written to the event's STSF row.
       01  EV-CNT                  PIC  9(003)      VALUE ZERO.
       01  EV-IX                   PIC  9(003)      VALUE ZERO.
       01  EV-TBL.
           02  EV-ENT   OCCURS  200.
               03  EV-STR          PIC  9(003).
               03  EV-CDATE        PIC  9(008).
       01  EV-TODAY                PIC  9(008)      VALUE ZERO.
      *
       01  WORK-TODATE.
           02  WORK-TD-YY         PIC  9(002).
       01  ERR-STAT               PIC  X(002).
      *FD  TANAM
           COPY TANAM.
      *FD  STKF
           COPY LISTKF.
      *FD  STSF
           COPY LISTSF.
       PROCEDURE DIVISION.
       MAINLINE-ROUTINE.
           PERFORM OPEN-RTN THRU OPEN-RTN-EXIT.
            "INPUT" TACSV_PNAME1 " " BY REFERENCE TACSV_IDLST "0".
           CALL "DB_F_Open" USING
            "I-O" TANAM_PNAME1 "SHARED" BY REFERENCE TANAM_IDLST "1".
           CALL "DB_F_Open" USING
            "I-O" STSF_PNAME1 "SHARED" BY REFERENCE STSF_IDLST "1"
            "STS-KEY" BY REFERENCE STS-KEY.
           CALL "PR_Open" RETURNING RESP.
           MOVE  ZERO  TO  READCNT INSCNT UPDCNT SKPCNT EXC-CNT HDR-SW.
           MOVE  ZERO  TO  EV-CNT.
           CALL "DB_F_Open" USING
            "INPUT" STKF_PNAME1 " " BY REFERENCE STKF_IDLST "0".
       OPEN-010.
           CALL "DB_Read" USING
            "AT END" STKF_PNAME1 BY REFERENCE STK-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO OPEN-020
           END-IF
           IF  STK-STAT NOT = 1  OR  EV-CNT NOT < 200
               GO TO OPEN-010
           END-IF
           ADD  1  TO EV-CNT.
           MOVE  STK-STR    TO EV-STR(EV-CNT).
           MOVE  STK-CDATE  TO EV-CDATE(EV-CNT).
           GO TO OPEN-010.
       OPEN-020.
           CALL "DB_F_Close" USING
            BY REFERENCE STKF_IDLST STKF_PNAME1.
       OPEN-RTN-EXIT.
           EXIT.
      ******************************************************************
                TANAM_PNAME1 TANAM_LNAME TANAM-R RETURNING RET
               ADD  1  TO INSCNT
           END-IF
           PERFORM  STS-PUT-RTN  THRU  STS-PUT-RTN-EXIT.
           GO TO READ-RTN.
       READ-RTN-EXIT.
           EXIT.
      ******************************************************************
      *    STS-PUT-RTN  -  a line for a store whose stocktake is
      *    frozen also goes onto the item/reason's STSF row as the
      *    physical count -- TAM100's STS-PUT-RTN, the event found
      *    in EV-TBL instead of by a pass of STKF.
      ******************************************************************
       STS-PUT-RTN.
           MOVE  1  TO EV-IX.
       STS-PUT-010.
           IF  EV-IX > EV-CNT
               GO TO STS-PUT-RTN-EXIT
           END-IF
           IF  EV-STR(EV-IX) NOT = TANAM-03
               ADD  1  TO EV-IX
               GO TO STS-PUT-010
           END-IF
           COMPUTE  EV-TODAY = TANAM-041 * 10000 + TANAM-042.
           MOVE  SPACE            TO STS-R.
           MOVE  TANAM-03         TO STS-STR.
           MOVE  EV-CDATE(EV-IX)  TO STS-CDATE.
           MOVE  TANAM-01         TO STS-ITEM.
           MOVE  TANAM-02         TO STS-RSN.
           CALL "DB_Read" USING
            "INVALID KEY" STSF_PNAME1 BY REFERENCE STS-R " "
            RETURNING RET.
           IF  RET = 1
               MOVE  SPACE            TO STS-R
               MOVE  TANAM-03         TO STS-STR
               MOVE  EV-CDATE(EV-IX)  TO STS-CDATE
               MOVE  TANAM-01         TO STS-ITEM
               MOVE  TANAM-02         TO STS-RSN
               MOVE  ZERO             TO STS-BOOK
           END-IF
           MOVE  TANAM-052  TO STS-CNT.
           MOVE  1          TO STS-CNTF.
           MOVE  EV-TODAY   TO STS-CNTDT.
           IF  RET = 0
               CALL "DB_Update" USING
                STSF_PNAME1 STSF_LNAME STS-R RETURNING RET
           ELSE
               CALL "DB_Insert" USING
                STSF_PNAME1 STSF_LNAME STS-R RETURNING RET
           END-IF.
       STS-PUT-RTN-EXIT.
           EXIT.
      ******************************************************************
      *    EXCP-RTN  -  prints the run summary and, when any line was
      *    rejected, the exception detail list under it.
      ******************************************************************
            BY REFERENCE TACSV_IDLST TACSV_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE TANAM_IDLST TANAM_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE STSF_IDLST STSF_PNAME1.
           CALL "PR_Close" RETURNING RESP.
           CALL "DB_Close".
       CLSE-RTN-EXIT.
