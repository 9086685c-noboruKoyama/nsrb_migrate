      *    PRINTER TYPE    :  JIPS                             *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/09/02                         *
      *        CHANGE      :  26/10/15  FOLD RECEIPT TO CST-M  *
      *        CHANGE      :  26/10/15  POST FOREIGN PAYABLE   *
      *        CHANGE      :  26/10/15  PAYABLE VIA SIV100     *
      *        CHANGE      :  26/10/15  PRE-BOOK RELEASE       *
      *        CHANGE      :  26/10/15  PUTAWAY TASK           *
      *        CHANGE      :  26/10/15  RECEIPT ONTO ASN       *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    relieves PON100's open purchase-order lines from the
      *    job could own.  a receipt with no open POF line to take
      *    it is listed on the exception report for purchasing to
      *    chase, not guessed into some other order.
      *    every matched receipt also folds into the item's CST-M
      *    running weighted-average cost at the order's own POF-TN
      *    slot prices -- what was actually agreed with the
      *    supplier -- so CST100's cost of sales and GMR100's margin
      *    stop following THTM list-price changes.
      *    the supplier's payable is not raised here: every
      *    supplier's invoice, foreign-currency ones included, posts
      *    its payable from the SIV100 invoice register.
      *    a receipt against a line PBM100's pre-season bookings are
      *    tied to releases those bookings out of it: each open
      *    booking takes its size slot from the receipt in the
      *    booker's TC-PRI order (zero after every keyed priority,
      *    ALO100's rule), booking date within it, and what it gets
      *    is staged as a JSJDSF suspense line (JSJDS-SRC = 1) under
      *    a run-generated slip number, the RPL100 way, for ALO100
      *    to allocate ahead of every imported order.  PBK-RLQ keeps
      *    the running release; a booking released in full closes.
      *    every matched receipt also leaves a PTWF putaway task for
      *    PUT100, keyed this run's date and start time and a line
      *    number in the run; the work file names no warehouse, so
      *    the task carries none until PUT100's list gives it one.
      *    a line the supplier announced on an advance ship notice
      *    (EDI100's ASNF) takes the receipt's size buckets onto the
      *    oldest notice on it not yet matched, flagged when any
      *    slot differs from what the notice said was shipped.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  W-LX                   PIC  9(002)      VALUE ZERO.
       01  W-FULL                 PIC  9(001)      VALUE ZERO.
       01  W-FOUND                PIC  9(001)      VALUE ZERO.
      *    receipt quantity/value handed to CST-FOLD-RTN.
       01  W-RQTY                 PIC S9(006)      VALUE ZERO.
       01  W-RVAL                 PIC S9(010)      VALUE ZERO.
       01  W-CFND                 PIC  9(001)      VALUE ZERO.
       01  W-ASQ                  PIC  9(002)      VALUE ZERO.
      *    pre-book release work -- PBK-RLS-RTN's bookings for the
      *    matched line, sorted size slot / priority / booking date,
      *    and the receipt's pairs per slot still to hand out.
       01  W-PRTF                 PIC  9(001)      VALUE ZERO.
       01  RLS-CNT                PIC  9(006)      VALUE ZERO.
       01  W-SLIP                 PIC  9(006)      VALUE ZERO.
       01  W-PCNT                 PIC  9(004)      VALUE ZERO.
       01  RL-CNT                 PIC  9(004)      VALUE ZERO.
       01  RL-IX                  PIC  9(004)      VALUE ZERO.
      *    putaway task key -- run start time and line in the run.
       01  W-PTIME                PIC  9(008)      VALUE ZERO.
       01  W-PTLN                 PIC  9(004)      VALUE ZERO.
       01  RL-JX                  PIC  9(004)      VALUE ZERO.
       01  RL-LIMIT               PIC  9(004)      VALUE ZERO.
       01  RL-SX                  PIC  9(002)      VALUE ZERO.
       01  RL-AVL-TBL.
           02  RL-AVL             PIC S9(005)  OCCURS  10.
       01  RL-TBL.
           02  RL-ENT   OCCURS  200.
               03  RL-SRTKEY.
                   04  RL-SIZ     PIC  9(001).
                   04  RL-PRI     PIC  9(002).
                   04  RL-NGP     PIC  9(008).
               03  RL-TCD         PIC  9(004).
               03  RL-CCD         PIC  9(003).
               03  RL-HCD         PIC  9(006).
               03  RL-DNG         PIC  9(006).
               03  RL-WH          PIC  9(001).
               03  RL-OPEN        PIC S9(005).
               03  RL-REL         PIC S9(005).
       01  RL-TMP                 PIC  X(041).
      *    run date stamped onto each PORLOG row, built the same
      *    century-add way TAM100 stamps TANAM-04.
       01  WORK-TODATE.
           02  WORK-REJ-MCNT      PIC  9(006).
           02  F                  PIC  X(10)  VALUE  " REJECTED ".
           02  WORK-REJ-RCNT      PIC  9(006).
           02  F                  PIC  X(10)  VALUE  " RELEASED ".
           02  WORK-REJ-LCNT      PIC  9(006).
       01  WORK-RLS.
           02  F                  PIC  X(18)  VALUE
                "PRE-BOOK RELEASE  ".
           02  WORK-RLS-PONO      PIC  9(006).
           02  F                  PIC  X(01)  VALUE  "-".
           02  WORK-RLS-POLN      PIC  9(002).
           02  F                  PIC  X(02).
           02  WORK-RLS-TCD       PIC  9(004).
           02  F                  PIC  X(01)  VALUE  "-".
           02  WORK-RLS-CCD       PIC  9(003).
           02  F                  PIC  X(02).
           02  WORK-RLS-HCD       PIC  9(006).
           02  F                  PIC  X(02).
           02  WORK-RLS-SIZ       PIC  9(001).
           02  F                  PIC  X(02).
           02  WORK-RLS-QTY       PIC  ZZZZ9.
           02  F                  PIC  X(02).
           02  WORK-RLS-WH        PIC  9(001).
           02  F                  PIC  X(01)  VALUE  "-".
           02  WORK-RLS-SLIP      PIC  9(006).
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
      *FD  JT-W170
           COPY LJT170.
      *FD  POF
           COPY LIPOF.
      *FD  CST-M
           COPY LICSTM.
      *FD  PBKF
           COPY LIPBKF.
      *FD  TC-M
           COPY LITCM.
      *FD  PTWF
           COPY LIPTWF.
      *FD  ASNF
           COPY LIASNF.
      *FD  JSJDSF
       01  JSJDSF_POR100.
           02  JSJDSF_PNAME1      PIC  X(006) VALUE "JSJDSF".
           02  F                  PIC  X(001).
           02  JSJDSF_LNAME       PIC  X(013) VALUE "JSJDSF_POR100".
           02  F                  PIC  X(001).
           02  JSJDSF_KEY1        PIC  X(100) VALUE SPACE.
           02  JSJDSF_SORT        PIC  X(100) VALUE SPACE.
           02  JSJDSF_IDLST       PIC  X(100) VALUE SPACE.
           02  JSJDSF_RES         USAGE  POINTER.
           COPY JSJDS.
      *FD  PORLOG
      *    already-matched JTW-KEY1 log -- a JTW-R line whose key is
      *    on file here was taken into POF by a prior run, so this
           ACCEPT  WORK-TODATE  FROM  DATE.
           COMPUTE  W-TODAY = (2000 + WORK-TD-YY) * 10000
                            + WORK-TD-MM * 100 + WORK-TD-DD.
           ACCEPT  W-SLIP  FROM  TIME.
           ACCEPT  W-PTIME  FROM  TIME.
      *
       P-05.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           MOVE  ZERO  TO MTCH-CNT REJ-CNT RLS-CNT W-PRTF W-PCNT
                          W-PTLN.
       P-10.
           MOVE  JT-W170_LNAME  TO  JT-W170_PNAME1.
           CALL "DB_F_Open" USING
           CALL "DB_F_Open" USING
            "I-O" POF_PNAME1 "SHARED" BY REFERENCE POF_IDLST "1"
            "POF-KEY" BY REFERENCE POF-KEY.
           CALL "DB_F_Open" USING
            "I-O" CST-M_PNAME1 "SHARED" BY REFERENCE CST-M_IDLST "1"
            "CST-KEY" BY REFERENCE CST-KEY.
           CALL "DB_F_Open" USING
            "INPUT" TC-M_PNAME1 "SHARED" BY REFERENCE TC-M_IDLST "1"
            "TC-KEY" BY REFERENCE TC-KEY.
           CALL "DB_F_Open" USING
            "I-O" JSJDSF_PNAME1 "SHARED" BY REFERENCE JSJDSF_IDLST
            "1" "JSJDS-KEY" BY REFERENCE JSJDS-KEY.
           CALL "DB_F_Open" USING
            "I-O" PTWF_PNAME1 "SHARED" BY REFERENCE PTWF_IDLST "1"
            "PTW-KEY" BY REFERENCE PTW-KEY.
           CALL "DB_F_Open" USING
            "I-O" ASNF_PNAME1 "SHARED" BY REFERENCE ASNF_IDLST "1"
            "ASN-KEY" BY REFERENCE ASN-KEY.
       P-20.
           CALL "DB_Read" USING
            "AT END" JT-W170_PNAME1 BY REFERENCE JTW-R " "
           ADD  1  TO  REJ-CNT.
           GO TO MTCH-RTN-EXIT.
       MTCH-030.
           MOVE  ZERO  TO W-RQTY W-RVAL.
           MOVE  1  TO W-IX.
       MTCH-040.
           IF  W-IX NOT > 10
               ADD  JTW-081(W-IX)  TO POF-RQ(W-IX)
               ADD  JTW-081(W-IX)  TO W-RQTY
               COMPUTE  W-RVAL = W-RVAL
                      + JTW-081(W-IX) * POF-TN(W-IX)
               ADD  1  TO W-IX
               GO TO MTCH-040
           END-IF
           MOVE  USER_ID   TO  PORLOG-USER.
           CALL "DB_Insert" USING
            PORLOG_PNAME1 PORLOG_LNAME PORLOG-REC RETURNING RET.
           PERFORM  ASN-RCV-RTN  THRU  ASN-RCV-RTN-EXIT.
           IF  W-RQTY NOT = ZERO
               PERFORM  CST-FOLD-RTN  THRU  CST-FOLD-RTN-EXIT
               PERFORM  PBK-RLS-RTN   THRU  PBK-RLS-RTN-EXIT
           END-IF
           IF  W-RQTY > ZERO
               PERFORM  PTW-ADD-RTN   THRU  PTW-ADD-RTN-EXIT
           END-IF
           ADD  1  TO MTCH-CNT.
       MTCH-RTN-EXIT.
           EXIT.
      *
      *    ASN-RCV-RTN  -  the receipt's JTW-081 buckets onto the
      *    line's first notice POR100 has not yet matched; none on
      *    the line, nothing to do.
      *
       ASN-RCV-RTN.
           MOVE  1  TO W-ASQ.
       ASN-RCV-010.
           IF  W-ASQ > 99
               GO TO ASN-RCV-RTN-EXIT
           END-IF
           MOVE  POF-01  TO ASN-PONO.
           MOVE  POF-02  TO ASN-LINE.
           MOVE  W-ASQ   TO ASN-SEQ.
           CALL "DB_Read" USING
            "INVALID KEY" ASNF_PNAME1 BY REFERENCE ASN-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO ASN-RCV-RTN-EXIT
           END-IF
           IF  ASN-PRC = 1
               ADD  1  TO W-ASQ
               GO TO ASN-RCV-010
           END-IF
           MOVE  1  TO W-IX.
       ASN-RCV-020.
           IF  W-IX NOT > 10
               ADD  JTW-081(W-IX)  TO ASN-RQ(W-IX)
               IF  ASN-RQ(W-IX) NOT = ASN-EQ(W-IX)
                   MOVE  1  TO ASN-RVAR
               END-IF
               ADD  1  TO W-IX
               GO TO ASN-RCV-020
           END-IF
           MOVE  1        TO ASN-PRC.
           IF  ASN-LRC = 1
               MOVE  1  TO ASN-STAT
           END-IF
           MOVE  W-TODAY  TO ASN-RDATE.
           CALL "DB_Update" USING
            ASNF_PNAME1 ASNF_LNAME ASN-R RETURNING RET.
       ASN-RCV-RTN-EXIT.
           EXIT.
      *
      *    PTW-ADD-RTN  -  the matched receipt's putaway task, no
      *    warehouse.
      *
       PTW-ADD-RTN.
           ADD  1  TO W-PTLN.
           INITIALIZE PTW-R.
           MOVE  W-TODAY  TO PTW-DATE.
           MOVE  W-PTIME  TO PTW-TIME.
           MOVE  W-PTLN   TO PTW-LN.
           MOVE  2        TO PTW-SRC.
           MOVE  SPACE    TO PTW-REF.
           MOVE  POF-01   TO PTW-RPONO.
           MOVE  POF-02   TO PTW-RPOLN.
           MOVE  POF-HCD  TO PTW-HCD.
           MOVE  ZERO     TO PTW-WH PTW-STAT.
           MOVE  W-RQTY   TO PTW-QTY.
           MOVE  SPACE    TO PTW-SBIN PTW-ABIN PTW-USER.
           CALL "DB_Insert" USING
            PTWF_PNAME1 PTWF_LNAME PTW-R RETURNING RET.
       PTW-ADD-RTN-EXIT.
           EXIT.
      *
      *    CST-FOLD-RTN  -  folds the receipt (W-RQTY pairs worth
      *    W-RVAL) into the item's CST-M running weighted average,
      *    inserting the row on an item's first receipt.  a basis
      *    still at or below zero after the fold (shipments costed
      *    ahead of their receipt) takes the receipt's own unit
      *    price as the average instead of dividing through it.
      *
       CST-FOLD-RTN.
           MOVE  POF-HCD  TO CST-HCD.
           CALL "DB_Read" USING
            "INVALID KEY" CST-M_PNAME1 BY REFERENCE CST-R " "
            RETURNING RET.
           IF  RET = 1
               MOVE  0  TO W-CFND
               INITIALIZE CST-R
               MOVE  POF-HCD  TO CST-HCD
           ELSE
               MOVE  1  TO W-CFND
           END-IF
           ADD  W-RQTY  TO CST-QTY.
           ADD  W-RVAL  TO CST-VAL.
           COMPUTE  CST-LRTN ROUNDED = W-RVAL / W-RQTY.
           IF  CST-QTY > ZERO
               COMPUTE  CST-AVG ROUNDED = CST-VAL / CST-QTY
           ELSE
               COMPUTE  CST-AVG ROUNDED = W-RVAL / W-RQTY
           END-IF
           MOVE  W-TODAY  TO CST-LRDT.
           MOVE  USER_ID  TO CST-USER.
           IF  W-CFND = 1
               CALL "DB_Update" USING
                CST-M_PNAME1 CST-M_LNAME CST-R RETURNING RET
           ELSE
               CALL "DB_Insert" USING
                CST-M_PNAME1 CST-M_LNAME CST-R RETURNING RET
           END-IF.
       CST-FOLD-RTN-EXIT.
           EXIT.
      *
      *
      *    PBK-RLS-RTN  -  releases the open bookings tied to the
      *    matched POF line out of this receipt's JTW-081 pairs.
      *    the bookings are gathered on a sequential pass of PBKF,
      *    sorted, handed their slot's pairs in turn, staged into
      *    JSJDSF one suspense line each, and their PBK-RLQ moved
      *    on through a keyed reopen.
      *
       PBK-RLS-RTN.
           INITIALIZE RL-TBL.
           MOVE  ZERO  TO RL-CNT.
           CALL "DB_F_Open" USING
            "INPUT" PBKF_PNAME1 " " BY REFERENCE PBKF_IDLST "0".
       PBK-RLS-010.
           CALL "DB_Read" USING
            "AT END" PBKF_PNAME1 BY REFERENCE PBK-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO PBK-RLS-020
           END-IF
           IF  PBK-PONO NOT = POF-01  OR  PBK-POLN NOT = POF-02
               GO TO PBK-RLS-010
           END-IF
           IF  PBK-STAT NOT = 0  OR  PBK-QTY NOT > PBK-RLQ
               GO TO PBK-RLS-010
           END-IF
           IF  RL-CNT NOT < 200
               GO TO PBK-RLS-010
           END-IF
           ADD   1         TO RL-CNT.
           MOVE  PBK-SIZ   TO RL-SIZ(RL-CNT).
           MOVE  PBK-NGP   TO RL-NGP(RL-CNT).
           MOVE  PBK-TCD   TO RL-TCD(RL-CNT) TC-TCD.
           MOVE  PBK-CCD   TO RL-CCD(RL-CNT).
           MOVE  PBK-HCD   TO RL-HCD(RL-CNT).
           MOVE  PBK-DNG   TO RL-DNG(RL-CNT).
           MOVE  PBK-WH    TO RL-WH(RL-CNT).
           COMPUTE  RL-OPEN(RL-CNT) = PBK-QTY - PBK-RLQ.
           MOVE  1         TO TC-CCD.
           CALL "DB_Read" USING
            "INVALID KEY" TC-M_PNAME1 BY REFERENCE TC-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  ZERO  TO TC-PRI
           END-IF
           IF  TC-PRI = ZERO
               MOVE  10      TO RL-PRI(RL-CNT)
           ELSE
               MOVE  TC-PRI  TO RL-PRI(RL-CNT)
           END-IF
           GO TO PBK-RLS-010.
       PBK-RLS-020.
           CALL "DB_F_Close" USING
            BY REFERENCE PBKF_IDLST PBKF_PNAME1.
           IF  RL-CNT = ZERO
               GO TO PBK-RLS-RTN-EXIT
           END-IF
           IF  RL-CNT < 2
               GO TO PBK-RLS-040
           END-IF
           COMPUTE  RL-LIMIT = RL-CNT - 1.
           MOVE  1  TO RL-IX.
       PBK-RLS-025.
           IF  RL-IX > RL-LIMIT
               GO TO PBK-RLS-040
           END-IF
           COMPUTE  RL-JX = RL-IX + 1.
       PBK-RLS-030.
           IF  RL-JX > RL-CNT
               ADD  1  TO RL-IX
               GO TO PBK-RLS-025
           END-IF
           IF  RL-SRTKEY(RL-JX) < RL-SRTKEY(RL-IX)
               MOVE  RL-ENT(RL-IX)  TO RL-TMP
               MOVE  RL-ENT(RL-JX)  TO RL-ENT(RL-IX)
               MOVE  RL-TMP         TO RL-ENT(RL-JX)
           END-IF
           ADD  1  TO RL-JX.
           GO TO PBK-RLS-030.
       PBK-RLS-040.
           MOVE  1  TO RL-SX.
       PBK-RLS-045.
           IF  RL-SX NOT > 10
               MOVE  JTW-081(RL-SX)  TO RL-AVL(RL-SX)
               ADD  1  TO RL-SX
               GO TO PBK-RLS-045
           END-IF
           CALL "DB_F_Open" USING
            "I-O" PBKF_PNAME1 "SHARED" BY REFERENCE PBKF_IDLST "1"
            "PBK-KEY" BY REFERENCE PBK-KEY.
           MOVE  1  TO RL-IX.
       PBK-RLS-050.
           IF  RL-IX > RL-CNT
               GO TO PBK-RLS-090
           END-IF
           COMPUTE  RL-SX = RL-SIZ(RL-IX) + 1.
           IF  RL-AVL(RL-SX) NOT > ZERO
               GO TO PBK-RLS-080
           END-IF
           IF  RL-AVL(RL-SX) < RL-OPEN(RL-IX)
               MOVE  RL-AVL(RL-SX)   TO RL-REL(RL-IX)
           ELSE
               MOVE  RL-OPEN(RL-IX)  TO RL-REL(RL-IX)
           END-IF
           SUBTRACT  RL-REL(RL-IX)  FROM RL-AVL(RL-SX).
           ADD  1  TO W-PCNT.
           INITIALIZE JSJDS-REC.
           MOVE  RL-WH(RL-IX)     TO JSJDS-01.
           MOVE  RL-TCD(RL-IX)    TO JSJDS-021.
           MOVE  RL-CCD(RL-IX)    TO JSJDS-022.
           COMPUTE  JSJDS-03 = W-SLIP + W-PCNT.
           MOVE  1                TO JSJDS-04.
           MOVE  RL-HCD(RL-IX)    TO JSJDS-09.
           MOVE  W-TODAY          TO JSJDS-NGP.
           MOVE  RL-REL(RL-IX)    TO JSJDS-1111(RL-SX).
           MOVE  RL-REL(RL-IX)    TO JSJDS-112.
           MOVE  ZERO             TO JSJDS-STAT.
           MOVE  1                TO JSJDS-SRC.
           CALL "DB_Insert" USING
            JSJDSF_PNAME1 JSJDSF_LNAME JSJDS-REC RETURNING RET.
           MOVE  RL-TCD(RL-IX)    TO PBK-TCD.
           MOVE  RL-CCD(RL-IX)    TO PBK-CCD.
           MOVE  RL-HCD(RL-IX)    TO PBK-HCD.
           MOVE  RL-SIZ(RL-IX)    TO PBK-SIZ.
           MOVE  RL-DNG(RL-IX)    TO PBK-DNG.
           CALL "DB_Read" USING
            "INVALID KEY" PBKF_PNAME1 BY REFERENCE PBK-R " "
            RETURNING RET.
           IF  RET = 0
               ADD   RL-REL(RL-IX)  TO PBK-RLQ
               MOVE  W-TODAY        TO PBK-LRDT
               IF  PBK-RLQ NOT < PBK-QTY
                   MOVE  1  TO PBK-STAT
               END-IF
               CALL "DB_Update" USING
                PBKF_PNAME1 PBKF_LNAME PBK-R RETURNING RET
           END-IF
           PERFORM  RLS-PRT-RTN  THRU  RLS-PRT-RTN-EXIT.
           ADD  1  TO RLS-CNT.
       PBK-RLS-080.
           ADD  1  TO RL-IX.
           GO TO PBK-RLS-050.
       PBK-RLS-090.
           CALL "DB_F_Close" USING
            BY REFERENCE PBKF_IDLST PBKF_PNAME1.
       PBK-RLS-RTN-EXIT.
           EXIT.
      *
       P-30.
           CALL "DB_F_Close" USING
            BY REFERENCE PORLOG_IDLST PORLOG_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE POF_IDLST POF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE CST-M_IDLST CST-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE TC-M_IDLST TC-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE JSJDSF_IDLST JSJDSF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE PTWF_IDLST PTWF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE ASNF_IDLST ASNF_PNAME1.
           IF  W-PRTF = 1
               PERFORM  REJ-TOT-RTN  THRU  REJ-TOT-RTN-EXIT
           END-IF
           CALL "SD_Output" USING
           STOP RUN.
      *
      *    REJ-PRT-RTN  -  prints the exception list header the first
      *    time a rejected receipt line or a pre-book release is
      *    to be printed, then the line itself, the same open-on-
      *    first-reject idiom as JTK170.
      *
       REJ-PRT-RTN.
           IF  W-PRTF = 0
               PERFORM  PRT-OPN-RTN  THRU  PRT-OPN-RTN-EXIT
           END-IF
           MOVE  WORK-REJ  TO  PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
       REJ-PRT-RTN-EXIT.
           EXIT.
      *
       RLS-PRT-RTN.
           IF  W-PRTF = 0
               PERFORM  PRT-OPN-RTN  THRU  PRT-OPN-RTN-EXIT
           END-IF
           MOVE  POF-01           TO  WORK-RLS-PONO.
           MOVE  POF-02           TO  WORK-RLS-POLN.
           MOVE  RL-TCD(RL-IX)    TO  WORK-RLS-TCD.
           MOVE  RL-CCD(RL-IX)    TO  WORK-RLS-CCD.
           MOVE  RL-HCD(RL-IX)    TO  WORK-RLS-HCD.
           MOVE  RL-SIZ(RL-IX)    TO  WORK-RLS-SIZ.
           MOVE  RL-REL(RL-IX)    TO  WORK-RLS-QTY.
           MOVE  RL-WH(RL-IX)     TO  WORK-RLS-WH.
           MOVE  JSJDS-03         TO  WORK-RLS-SLIP.
           MOVE  WORK-RLS  TO  PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
       RLS-PRT-RTN-EXIT.
           EXIT.
      *
       PRT-OPN-RTN.
           CALL "PR_Open" RETURNING RESP.
           MOVE  1  TO W-PRTF.
           MOVE  WORK-REJ-HD      TO  PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  WORK-REJ-COLHD   TO  PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
       PRT-OPN-RTN-EXIT.
           EXIT.
      *
      *    REJ-TOT-RTN  -  closes out the exception list with the
      *    matched/rejected counts for the run.
       REJ-TOT-RTN.
           MOVE  MTCH-CNT  TO  WORK-REJ-MCNT.
           MOVE  REJ-CNT   TO  WORK-REJ-RCNT.
           MOVE  RLS-CNT   TO  WORK-REJ-LCNT.
           MOVE  WORK-REJ-TOT  TO  PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "PR_Close" RETURNING RESP.
