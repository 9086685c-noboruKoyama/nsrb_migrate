      *    PRINTER TYPE    :  JIPS                             *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/09/02                         *
      *        CHANGE      :  26/10/15  COST AT CST-M AVERAGE  *
      *        CHANGE      :  26/10/15  CAMPAIGN PRICES        *
      *        CHANGE      :  26/10/15  SKIP SALES SAMPLES     *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    margin by customer, finally computable: for the
      *    twice -- revenue off the THTC customer selling price
      *    (specific size then slot 9, falling back to THTM when
      *    the customer has no selling price yet, BIL100's order)
      *    and cost off the item's CST-M weighted-average unit cost,
      *    falling back to THTM against the line's relationship
      *    only for an item never received through POR100/LOT100
      *    -- and the report prints quantity, revenue, cost, margin
      *    and margin percent per customer/item, sorted customer
      *    then item, with grand totals.
      *    a line shipped inside a PRMF campaign window for its
      *    customer or bill-to head office takes the campaign price
      *    as revenue ahead of THTC and THTM, BIL100's own order,
      *    so the margin shown is the margin actually billed.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02  GM-TMP-CST         PIC S9(011).
       01  GM-QX                  PIC  9(002)      VALUE ZERO.
       01  GM-PTCD                PIC  9(004)      VALUE ZERO.
       01  GM-WHQ                 PIC  9(004)      VALUE ZERO.
       01  GM-PRMT                PIC  9(005)      VALUE ZERO.
      *    campaign rows whose window touches the month, BIL100's
      *    preload and best-match rank.
       01  PC-CNT                 PIC  9(003)      VALUE ZERO.
       01  PC-IX                  PIC  9(003)      VALUE ZERO.
       01  PC-RANK                PIC  9(001)      VALUE ZERO.
       01  PC-BEST                PIC  9(001)      VALUE ZERO.
       01  PC-SIZ                 PIC  9(001)      VALUE ZERO.
       01  PC-TBL.
           02  PC-ENT   OCCURS  300.
               03  PC-TCD         PIC  9(004).
               03  PC-HCD         PIC  9(006).
               03  PC-PSIZ        PIC  9(001).
               03  PC-T           PIC  9(005).
               03  PC-FROM        PIC  9(008).
               03  PC-TO          PIC  9(008).
       01  GM-STAN                PIC  9(005)      VALUE ZERO.
       01  GM-CTAN                PIC  9(005)      VALUE ZERO.
       01  GM-CAVG                PIC  9(005)V99   VALUE ZERO.
       01  GM-LREV                PIC S9(009)      VALUE ZERO.
       01  GM-LCST                PIC S9(009)      VALUE ZERO.
       01  GM-LQTY                PIC S9(006)      VALUE ZERO.
           COPY LITHTM.
      *FD  THTC
           COPY LITHTC.
      *FD  PRMF
           COPY LIPRMF.
      *FD  TC-M
      *    the bill-to head office a campaign may be agreed with.
           COPY LITCM.
      *FD  CST-M
           COPY LICSTM.
      *FD  JSJDRF
       01  JSJDRF_GMR100.
           02  JSJDRF_PNAME1      PIC  X(006) VALUE "JSJDRF".
      *    GM-SCAN-RTN  -  the month's lines valued both ways.
      *
       GM-SCAN-RTN.
           PERFORM  PC-LOAD-RTN  THRU  PC-LOAD-RTN-EXIT.
           CALL "DB_F_Open" USING
            "INPUT" TC-M_PNAME1 "SHARED" BY REFERENCE TC-M_IDLST "1"
            "TC-KEY" BY REFERENCE TC-KEY.
           CALL "DB_F_Open" USING
            "INPUT" THTM_PNAME1 "SHARED" BY REFERENCE THTM_IDLST
            "2" "THT-KEY" BY REFERENCE THT-KEY "THT-KEY2" BY
            "INPUT" THTC_PNAME1 "SHARED" BY REFERENCE THTC_IDLST
            "2" "THC-KEY" BY REFERENCE THC-KEY "THC-KEY2" BY
            REFERENCE THC-KEY2.
           CALL "DB_F_Open" USING
            "INPUT" CST-M_PNAME1 "SHARED" BY REFERENCE CST-M_IDLST "1"
            "CST-KEY" BY REFERENCE CST-KEY.
           CALL "DB_F_Open" USING
            "INPUT" JSJDRF_PNAME1 " " BY REFERENCE JSJDRF_IDLST "0".
       GM-SCAN-010.
           IF  JSJD-09 NOT < 999900
               GO TO GM-SCAN-010
           END-IF
      *    a sales sample (JSJD-05 = 6) earns nothing; its cost is
      *    SMP100's samples expense, not cost of sales.
           IF  JSJD-05 = 6
               GO TO GM-SCAN-010
           END-IF
           MOVE  ZERO  TO GM-LREV GM-LCST GM-LQTY.
           MOVE  JSJD-021  TO TC-TCD GM-WHQ.
           MOVE  1         TO TC-CCD.
           CALL "DB_Read" USING
            "INVALID KEY" TC-M_PNAME1 BY REFERENCE TC-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0  AND  TC-HQTCD NOT = ZERO
               MOVE  TC-HQTCD  TO GM-WHQ
           END-IF
           MOVE  1     TO GM-QX.
       GM-SCAN-020.
           IF  GM-QX > 10
           PERFORM  GM-TAN-RTN  THRU  GM-TAN-RTN-EXIT.
           COMPUTE  GM-LREV = GM-LREV
                  + JSJD-1211(GM-QX) * GM-STAN.
           COMPUTE  GM-LCST ROUNDED = GM-LCST
                  + JSJD-1211(GM-QX) * GM-CAVG.
           ADD  JSJD-1211(GM-QX)  TO GM-LQTY.
           ADD  1  TO GM-QX.
           GO TO GM-SCAN-020.
       GM-SCAN-090.
           CALL "DB_F_Close" USING
            BY REFERENCE JSJDRF_IDLST JSJDRF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE TC-M_IDLST TC-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE CST-M_IDLST CST-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE THTC_IDLST THTC_PNAME1.
           CALL "DB_F_Close" USING
           EXIT.
      *
      *    GM-TAN-RTN  -  selling price (THTC, THTM fallback) and
      *    cost price (CST-M average, THTM fallback) for size slot
      *    GM-QX - 1, the THTM reads priced under JSJD-021 run
      *    through the same customer mapping JTO35L's TAN-RTN
      *    applies (0460 prices under 0458).
      *
       GM-TAN-RTN.
           MOVE  JSJD-021  TO GM-PTCD.
           ELSE
               MOVE  ZERO   TO GM-STAN
           END-IF
           COMPUTE  PC-SIZ = GM-QX - 1.
           PERFORM  PC-FIND-RTN  THRU  PC-FIND-RTN-EXIT.
           IF  GM-PRMT NOT = ZERO
               MOVE  GM-PRMT  TO GM-STAN
           END-IF
           MOVE  GM-PTCD   TO THT-TCD.
           MOVE  JSJD-09   TO THT-HCD.
           COMPUTE  THT-SIZ = GM-QX - 1.
      *    BIL100 fallback, so margin reads zero, not negative.
           IF  GM-STAN = ZERO
               MOVE  GM-CTAN  TO GM-STAN
           END-IF
           MOVE  GM-CTAN   TO GM-CAVG.
           MOVE  JSJD-09   TO CST-HCD.
           CALL "DB_Read" USING
            "INVALID KEY" CST-M_PNAME1 BY REFERENCE CST-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0  AND  CST-AVG NOT = ZERO
               MOVE  CST-AVG  TO GM-CAVG
           END-IF.
       GM-TAN-RTN-EXIT.
           EXIT.
      *
      *    PC-LOAD-RTN  -  the PRMF rows still priced whose window
      *    overlaps the month.
      *
       PC-LOAD-RTN.
           MOVE  ZERO  TO PC-CNT.
           CALL "DB_F_Open" USING
            "INPUT" PRMF_PNAME1 " " BY REFERENCE PRMF_IDLST "0".
       PC-LOAD-010.
           CALL "DB_Read" USING
            "AT END" PRMF_PNAME1 BY REFERENCE PRM-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO PC-LOAD-090
           END-IF
           IF  PRM-T = ZERO
               GO TO PC-LOAD-010
           END-IF
           IF  PRM-FROM / 100 > GM-NG  OR  PRM-TO / 100 < GM-NG
               GO TO PC-LOAD-010
           END-IF
           IF  PC-CNT NOT < 300
               GO TO PC-LOAD-010
           END-IF
           ADD   1         TO PC-CNT.
           MOVE  PRM-TCD   TO PC-TCD(PC-CNT).
           MOVE  PRM-HCD   TO PC-HCD(PC-CNT).
           MOVE  PRM-SIZ   TO PC-PSIZ(PC-CNT).
           MOVE  PRM-T     TO PC-T(PC-CNT).
           MOVE  PRM-FROM  TO PC-FROM(PC-CNT).
           MOVE  PRM-TO    TO PC-TO(PC-CNT).
           GO TO PC-LOAD-010.
       PC-LOAD-090.
           CALL "DB_F_Close" USING
            BY REFERENCE PRMF_IDLST PRMF_PNAME1.
       PC-LOAD-RTN-EXIT.
           EXIT.
      *
      *    PC-FIND-RTN  -  the campaign price for slot PC-SIZ of the
      *    line in hand, zero when none covers it; BIL100's ranks
      *    (customer before bill-to, size before any-size).
      *
       PC-FIND-RTN.
           MOVE  ZERO  TO GM-PRMT.
           MOVE  9     TO PC-BEST.
           MOVE  1     TO PC-IX.
       PC-FIND-010.
           IF  PC-IX > PC-CNT
               GO TO PC-FIND-RTN-EXIT
           END-IF
           IF  PC-HCD(PC-IX) NOT = JSJD-09
               GO TO PC-FIND-020
           END-IF
           IF  JSJD-NGP < PC-FROM(PC-IX)  OR  JSJD-NGP > PC-TO(PC-IX)
               GO TO PC-FIND-020
           END-IF
           IF  PC-TCD(PC-IX) = GM-PTCD
               MOVE  1  TO PC-RANK
           ELSE
               IF  PC-TCD(PC-IX) = GM-WHQ
                   MOVE  3  TO PC-RANK
               ELSE
                   GO TO PC-FIND-020
               END-IF
           END-IF
           IF  PC-PSIZ(PC-IX) NOT = PC-SIZ
               IF  PC-PSIZ(PC-IX) = 9
                   ADD  1  TO PC-RANK
               ELSE
                   GO TO PC-FIND-020
               END-IF
           END-IF
           IF  PC-RANK < PC-BEST
               MOVE  PC-RANK      TO PC-BEST
               MOVE  PC-T(PC-IX)  TO GM-PRMT
           END-IF.
       PC-FIND-020.
           ADD  1  TO PC-IX.
           GO TO PC-FIND-010.
       PC-FIND-RTN-EXIT.
           EXIT.
      *
       GM-ACC-RTN.
           MOVE  1  TO GM-IX.
