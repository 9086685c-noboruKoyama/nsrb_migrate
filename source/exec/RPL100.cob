      *    PRINTER TYPE    :  JIPS                             *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/09/02                         *
      *        CHANGE      :  26/10/15  CAP AT FREE STOCK      *
      *        CHANGE      :  26/10/15  SKIP CLOSED STORES     *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    the weekly store shipments proposed by arithmetic
      *    carries the slots across unchanged, so the line ships
      *    any-size the way TAN-RTN's slot-9 any-size pricing
      *    already expects.  the proposal list prints for review.
      *    no proposal asks for more pairs than the item has free:
      *    the TANAM book summed across stores (ALO100's measure)
      *    less every LOTF lot still on incoming-inspection hold or
      *    rejected and not yet back with the supplier (LOT-QCST
      *    "0"/"9"), those pairs being on the book but not for
      *    sale.  proposals draw the free pairs down as they print.
      *    a store STR-M shows closed (close date arrived) is sent
      *    nothing.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               03  RP-BAL         PIC S9(007).
               03  RP-SHP         PIC S9(007).
               03  RP-021         PIC  9(004).
      *    per-item free pairs -- book less held/rejected lots.
       01  FR-CNT                 PIC  9(003)      VALUE ZERO.
       01  FR-IX                  PIC  9(003)      VALUE ZERO.
       01  FR-TBL.
           02  FR-ENT   OCCURS  300.
               03  FR-HCD         PIC  9(006).
               03  FR-QTY         PIC S9(008).
       01  RP-WHCD                PIC  9(006)      VALUE ZERO.
       01  RP-WST                 PIC  9(003)      VALUE ZERO.
       01  RP-TGT                 PIC S9(007)      VALUE ZERO.
           COPY  LSTAT.
      *FD  TANAM
           COPY TANAM.
      *FD  LOTF
           COPY LILOTF.
      *FD  STR-M
           COPY LISTRM.
      *FD  JSJDSF
       01  JSJDSF_RPL100.
           02  JSJDSF_PNAME1      PIC  X(006) VALUE "JSJDSF".
           MOVE    ZERO     TO  RESU.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "SD_Output" USING "C-MID" C-MID "p" RETURNING RESU.
           MOVE  ZERO  TO RP-CNT RP-DMM RP-PCNT FR-CNT.
           INITIALIZE RP-TBL FR-TBL.
       R-10.
           CALL "SD_Accept" USING BY REFERENCE A-WH "A-WH" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO R-05.
      *
      *    RP-BAL-RTN  -  per item/store book balance, and per item
      *    the free pairs: book less held/rejected lots.
      *
       RP-BAL-RTN.
           CALL "DB_F_Open" USING
           IF  RP-IX NOT = ZERO
               ADD  TANAM-051  TO RP-BAL(RP-IX)
           END-IF
           PERFORM  FR-FIND-RTN  THRU  FR-FIND-RTN-EXIT.
           IF  FR-IX NOT = ZERO
               ADD  TANAM-051  TO FR-QTY(FR-IX)
           END-IF
           GO TO RP-BAL-010.
       RP-BAL-020.
           CALL "DB_F_Close" USING
            BY REFERENCE TANAM_IDLST TANAM_PNAME1.
           CALL "DB_F_Open" USING
            "INPUT" LOTF_PNAME1 " " BY REFERENCE LOTF_IDLST "0".
       RP-BAL-030.
           CALL "DB_Read" USING
            "AT END" LOTF_PNAME1 BY REFERENCE LOT-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO RP-BAL-040
           END-IF
           IF  LOT-QCST NOT = "0"  AND  NOT = "9"
               GO TO RP-BAL-030
           END-IF
           MOVE  LOT-HCD  TO RP-WHCD.
           PERFORM  FR-FIND-RTN  THRU  FR-FIND-RTN-EXIT.
           IF  FR-IX NOT = ZERO
               SUBTRACT  LOT-QTY  FROM  FR-QTY(FR-IX)
           END-IF
           GO TO RP-BAL-030.
       RP-BAL-040.
           CALL "DB_F_Close" USING
            BY REFERENCE LOTF_IDLST LOTF_PNAME1.
       RP-BAL-RTN-EXIT.
           EXIT.
      *
           END-IF.
       RP-FIND-RTN-EXIT.
           EXIT.
      *
       FR-FIND-RTN.
           MOVE  1  TO FR-IX.
       FR-FIND-010.
           IF  FR-IX > FR-CNT
               GO TO FR-FIND-020
           END-IF
           IF  FR-HCD(FR-IX) = RP-WHCD
               GO TO FR-FIND-RTN-EXIT
           END-IF
           ADD  1  TO FR-IX.
           GO TO FR-FIND-010.
       FR-FIND-020.
           IF  FR-CNT < 300
               ADD  1         TO FR-CNT
               MOVE  FR-CNT   TO FR-IX
               MOVE  RP-WHCD  TO FR-HCD(FR-IX)
               MOVE  ZERO     TO FR-QTY(FR-IX)
           ELSE
               MOVE  ZERO  TO FR-IX
           END-IF.
       FR-FIND-RTN-EXIT.
           EXIT.
      *
      *    RP-OUT-RTN  -  target = rate x target weeks; a shortfall
      *    prints and stages a draft suspense line under a run-
           CALL "DB_F_Open" USING
            "I-O" JSJDSF_PNAME1 "SHARED" BY REFERENCE JSJDSF_IDLST
            "1" "JSJDS-KEY" BY REFERENCE JSJDS-KEY.
           CALL "DB_F_Open" USING
            "INPUT" STR-M_PNAME1 "SHARED" BY REFERENCE STR-M_IDLST "1"
            "STR-KEY" BY REFERENCE STR-KEY.
           MOVE  1  TO RP-IX.
       RP-OUT-010.
           IF  RP-IX > RP-CNT
               ADD  1  TO RP-IX
               GO TO RP-OUT-010
           END-IF
           MOVE  RP-ST(RP-IX)  TO STR-CD.
           CALL "DB_Read" USING
            "INVALID KEY" STR-M_PNAME1 BY REFERENCE STR-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0  AND  STR-CLOSE NOT = ZERO
                        AND  STR-CLOSE NOT > W-TODAY
              AND  (STR-TCD = ZERO  OR  STR-TCD = RP-021(RP-IX))
               ADD  1  TO RP-IX
               GO TO RP-OUT-010
           END-IF
      *    weekly rate x target weeks, the month being four weeks
      *    of history.
           COMPUTE  RP-TGT = RP-SHP(RP-IX) * RP-WKS / 4.
           COMPUTE  RP-PROP = RP-TGT - RP-BAL(RP-IX).
           MOVE  RP-HCD(RP-IX)  TO RP-WHCD.
           PERFORM  FR-FIND-RTN  THRU  FR-FIND-RTN-EXIT.
           IF  FR-IX NOT = ZERO
               IF  RP-PROP > FR-QTY(FR-IX)
                   MOVE  FR-QTY(FR-IX)  TO RP-PROP
               END-IF
           END-IF
           IF  RP-PROP NOT > ZERO
               ADD  1  TO RP-IX
               GO TO RP-OUT-010
           END-IF
           IF  FR-IX NOT = ZERO
               SUBTRACT  RP-PROP  FROM  FR-QTY(FR-IX)
           END-IF
           MOVE  SPACE            TO PRN-R WORK-RP.
           MOVE  RP-HCD(RP-IX)    TO WORK-RP-HCD.
           MOVE  RP-ST(RP-IX)     TO WORK-RP-ST.
           ADD  1  TO RP-IX.
           GO TO RP-OUT-010.
       RP-OUT-030.
           CALL "DB_F_Close" USING
            BY REFERENCE STR-M_IDLST STR-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE JSJDSF_IDLST JSJDSF_PNAME1.
           MOVE  SPACE  TO PRN-R.
