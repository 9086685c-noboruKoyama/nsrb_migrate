      *    PRINTER TYPE    :  JIPS                             *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/09/02                         *
      *        CHANGE      :  26/10/15  PRE-BOOK FIRST         *
      *        CHANGE      :  26/10/15  WHOLE PREPACK CASES    *
      *        CHANGE      :  26/10/15  HOLD QC LOTS BACK      *
      *        CHANGE      :  26/10/15  SKIP CLOSED STORES     *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    reserves available stock against the open (JSJDS-STAT=0)
      *    JSJDS-STAT = 1.  everything shorted prints on the
      *    shortage report for dispatch to review before JTO35L's
      *    print run commits anything to paper.
      *    a line POR100 staged from a pre-season booking (JSJDS-SRC
      *    = 1) sorts ahead of every imported order, so the pairs
      *    that arrived for the bookers go to them, still in TC-PRI
      *    order among themselves.
      *    a line ordered in PPKM prepack cases (JSJDS-CQTY) is
      *    never broken open: it takes as many whole cases as the
      *    item's availability covers, each slot getting the case's
      *    own pairs times that count.
      *    a LOTF lot still on incoming-inspection hold (LOT-QCST
      *    "0") or rejected and not yet raised back to the supplier
      *    ("9") is on the book but not for sale: its pairs come
      *    off the item's availability with the reservations.
      *    a line for a store STR-M shows closed (close date
      *    arrived) is left open and unallocated.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  OL-TBL.
           02  OL-ENT   OCCURS  500.
               03  OL-SRTKEY.
                   04  OL-PBK     PIC  9(001).
                   04  OL-PRI     PIC  9(002).
                   04  OL-RT      PIC  9(002).
                   04  OL-NGP     PIC  9(008).
               03  OL-09          PIC  9(006).
       01  OL-TMP.
           02  OL-TMP-SRTKEY.
               03  OL-TMP-PBK     PIC  9(001).
               03  OL-TMP-PRI     PIC  9(002).
               03  OL-TMP-RT      PIC  9(002).
               03  OL-TMP-NGP     PIC  9(008).
       01  W-GIVE                 PIC S9(006)      VALUE ZERO.
       01  W-SHORT                PIC S9(006)      VALUE ZERO.
       01  W-ALLOC                PIC S9(006)      VALUE ZERO.
       01  W-CPPC                 PIC S9(006)      VALUE ZERO.
       01  W-CASES                PIC S9(006)      VALUE ZERO.
       01  ALO-CNT                PIC  9(004)      VALUE ZERO.
       01  SHT-CNT                PIC  9(004)      VALUE ZERO.
       01  WORK-TODATE.
           02  WORK-TD-YY         PIC  9(002).
           02  WORK-TD-MM         PIC  9(002).
           02  WORK-TD-DD         PIC  9(002).
       01  W-TODAY                PIC  9(008)      VALUE ZERO.
       01  PRN-R                  PIC  X(132).
       77  RESP                   PIC  9(001).
       01  WORK-AL-HD             PIC  X(050)      VALUE
           COPY TANAM.
      *FD  TC-M
           COPY LITCM.
      *FD  LOTF
           COPY LILOTF.
      *FD  STR-M
           COPY LISTRM.
      *
       77  RET                    PIC  9(001)      VALUE ZERO.
       77  USER_ID                PIC  X(006)      VALUE SPACE.
      *
           ACCEPT USER_ID FROM ARGUMENT-VALUE.
           ACCEPT COMPLETION_CODE FROM ARGUMENT-VALUE.
           ACCEPT  WORK-TODATE  FROM  DATE.
           COMPUTE  W-TODAY = (2000 + WORK-TD-YY) * 10000
                            + WORK-TD-MM * 100 + WORK-TD-DD.
      *
       R-05.
           MOVE    SPACE    TO  ERR-STAT.
      *
      *    AV-LOAD-RTN  -  availability per item: TANAM book sums,
      *    then every already-allocated unreleased suspense line's
      *    reservation subtracted back out, then every held or
      *    rejected lot's pairs.
      *
       AV-LOAD-RTN.
           CALL "DB_F_Open" USING
       AV-LOAD-040.
           CALL "DB_F_Close" USING
            BY REFERENCE JSJDSF_IDLST JSJDSF_PNAME1.
           CALL "DB_F_Open" USING
            "INPUT" LOTF_PNAME1 " " BY REFERENCE LOTF_IDLST "0".
       AV-LOAD-050.
           CALL "DB_Read" USING
            "AT END" LOTF_PNAME1 BY REFERENCE LOT-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO AV-LOAD-060
           END-IF
           IF  LOT-QCST NOT = "0"  AND  NOT = "9"
               GO TO AV-LOAD-050
           END-IF
           MOVE  LOT-HCD  TO AV-WHCD.
           PERFORM  AV-FIND-RTN  THRU  AV-FIND-RTN-EXIT.
           IF  AV-IX NOT = ZERO
               SUBTRACT  LOT-QTY  FROM  AV-QTY(AV-IX)
           END-IF
           GO TO AV-LOAD-050.
       AV-LOAD-060.
           CALL "DB_F_Close" USING
            BY REFERENCE LOTF_IDLST LOTF_PNAME1.
       AV-LOAD-RTN-EXIT.
           EXIT.
      *
           CALL "DB_F_Open" USING
            "INPUT" TC-M_PNAME1 "SHARED" BY REFERENCE TC-M_IDLST "1"
            "TC-KEY" BY REFERENCE TC-KEY.
           CALL "DB_F_Open" USING
            "INPUT" STR-M_PNAME1 "SHARED" BY REFERENCE STR-M_IDLST "1"
            "STR-KEY" BY REFERENCE STR-KEY.
           CALL "DB_F_Open" USING
            "INPUT" JSJDSF_PNAME1 " " BY REFERENCE JSJDSF_IDLST "0".
       OL-LOAD-010.
           IF  OL-CNT NOT < 500
               GO TO OL-LOAD-010
           END-IF
           MOVE  JSJDS-022  TO STR-CD.
           CALL "DB_Read" USING
            "INVALID KEY" STR-M_PNAME1 BY REFERENCE STR-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0  AND  STR-CLOSE NOT = ZERO
                        AND  STR-CLOSE NOT > W-TODAY
              AND  (STR-TCD = ZERO  OR  STR-TCD = JSJDS-021)
               GO TO OL-LOAD-010
           END-IF
           ADD  1  TO OL-CNT.
           MOVE  JSJDS-021  TO TC-TCD.
           MOVE  1          TO TC-CCD.
           ELSE
               MOVE  TC-PRI  TO OL-PRI(OL-CNT)
           END-IF
           IF  JSJDS-SRC = 1
               MOVE  0  TO OL-PBK(OL-CNT)
           ELSE
               MOVE  1  TO OL-PBK(OL-CNT)
           END-IF
           MOVE  TC-ROUTE   TO OL-RT(OL-CNT).
           MOVE  JSJDS-NGP  TO OL-NGP(OL-CNT).
           MOVE  JSJDS-01   TO OL-01(OL-CNT).
       OL-LOAD-030.
           CALL "DB_F_Close" USING
            BY REFERENCE JSJDSF_IDLST JSJDSF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE STR-M_IDLST STR-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE TC-M_IDLST TC-M_PNAME1.
       OL-LOAD-RTN-EXIT.
               GO TO AL-RUN-010
           END-IF
           MOVE  ZERO  TO W-ALLOC.
           IF  JSJDS-CQTY NOT = ZERO
               PERFORM  AL-CASE-RTN  THRU  AL-CASE-RTN-EXIT
               GO TO AL-RUN-025
           END-IF
           MOVE  1     TO W-IX.
       AL-RUN-020.
           IF  W-IX > 10
           END-IF
           ADD  1  TO OL-IX.
           GO TO AL-RUN-010.
      *
      *    AL-CASE-RTN  -  whole-case allocation: the cases the
      *    item's availability covers, at most the cases ordered,
      *    spread back over the slots in the case's own proportion.
      *
       AL-CASE-RTN.
           COMPUTE  W-CPPC = JSJDS-112 / JSJDS-CQTY.
           MOVE  ZERO  TO W-CASES.
           IF  W-CPPC > ZERO  AND  AV-QTY(AV-IX) > ZERO
               COMPUTE  W-CASES = AV-QTY(AV-IX) / W-CPPC
           END-IF
           IF  W-CASES > JSJDS-CQTY
               MOVE  JSJDS-CQTY  TO W-CASES
           END-IF
           MOVE  1  TO W-IX.
       AL-CASE-010.
           IF  W-IX NOT > 10
               COMPUTE  JSJDS-1211(W-IX) =
                   JSJDS-1111(W-IX) * W-CASES / JSJDS-CQTY
               ADD  JSJDS-1211(W-IX)  TO W-ALLOC
               ADD  1  TO W-IX
               GO TO AL-CASE-010
           END-IF
           SUBTRACT  W-ALLOC  FROM  AV-QTY(AV-IX).
       AL-CASE-RTN-EXIT.
           EXIT.
      *
       AL-RUN-030.
           CALL "DB_F_Close" USING
            BY REFERENCE JSJDSF_IDLST JSJDSF_PNAME1.
