      *    PRINTER TYPE    :  JIPS                             *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/09/02                         *
      *        CHANGE      :  26/10/15  SKIP HELD PO LINES     *
      *        CHANGE      :  26/10/15  ASN VARIANCE COUNT     *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    quarterly scorecard per T-KEY supplier for an operator-
      *        second-file-into-one-scan technique as JTR100);
      *      - payment volume netted from SIWAKH per supplier
      *        exactly the way TPD100's PD-SCAN-RTN nets it.
      *      - the count of advance-ship-notice lines shipped in
      *        the range that disagreed with the order or with what
      *        was received (ASNF, EDI100's variance list has the
      *        detail).
      *    a ranked summary (payment volume, largest first) prints
      *    in front, then one page per supplier behind it.
      *
               03  SC-OVD         PIC  9(004).
               03  SC-RET         PIC S9(007).
               03  SC-PAY         PIC S9(010).
               03  SC-AVAR        PIC  9(004).
       01  SC-TMP.
           02  SC-TMP-TCD         PIC  9(004).
           02  SC-TMP-OQTY        PIC S9(008).
           02  SC-TMP-OVD         PIC  9(004).
           02  SC-TMP-RET         PIC S9(007).
           02  SC-TMP-PAY         PIC S9(010).
           02  SC-TMP-AVAR        PIC  9(004).
       01  SC-WTCD                PIC  9(004)      VALUE ZERO.
       01  SC-WQTY                PIC S9(006)      VALUE ZERO.
       01  SC-PCT                 PIC  9(003)      VALUE ZERO.
           02  F                  PIC  X(16)  VALUE
                "PAYMENT VOLUME :".
           02  WORK-PG-PAY        PIC  -9(010).
       01  WORK-SC-PG8.
           02  F                  PIC  X(16)  VALUE
                "ASN VARIANCES  :".
           02  WORK-PG-AVAR       PIC  ZZZZZZZ9.
       01  WORK-SC-NONE           PIC  X(045)      VALUE
            "*** NO SUPPLIER ACTIVITY IN RANGE ***".
       01  ERR-STAT               PIC  X(002).
           COPY LIPOF.
      *FD  T-M
           COPY LITM.
      *FD  ASNF
           COPY LIASNF.
      *FD  JSJDRF
       01  JSJDRF_TSC100.
           02  JSJDRF_PNAME1      PIC  X(006) VALUE "JSJDRF".
           PERFORM  SC-POF-RTN   THRU  SC-POF-RTN-EXIT.
           PERFORM  SC-RET-RTN   THRU  SC-RET-RTN-EXIT.
           PERFORM  SC-PAY-RTN   THRU  SC-PAY-RTN-EXIT.
           PERFORM  SC-ASN-RTN   THRU  SC-ASN-RTN-EXIT.
           PERFORM  SC-SORT-RTN  THRU  SC-SORT-RTN-EXIT.
           PERFORM  SC-PRT-RTN   THRU  SC-PRT-RTN-EXIT.
           GO TO R-05.
           IF  POF-NGP < SC-FROMD OR > SC-TOD
               GO TO SC-POF-010
           END-IF
           IF  POF-STAT = 9  OR  8
               GO TO SC-POF-010
           END-IF
           MOVE  POF-TCD  TO SC-WTCD.
       SC-PAY-RTN-EXIT.
           EXIT.
      *
      *    SC-ASN-RTN  -  ASNF pass counting each supplier's notice
      *    lines shipped in the range that were flagged against the
      *    order or against the receipt.
      *
       SC-ASN-RTN.
           CALL "DB_F_Open" USING
            "INPUT" ASNF_PNAME1 " " BY REFERENCE ASNF_IDLST "0".
       SC-ASN-010.
           CALL "DB_Read" USING
            "AT END" ASNF_PNAME1 BY REFERENCE ASN-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO SC-ASN-020
           END-IF
           IF  ASN-SDATE < SC-FROMD OR > SC-TOD
               GO TO SC-ASN-010
           END-IF
           IF  ASN-PVAR NOT = 1  AND  ASN-RVAR NOT = 1
               GO TO SC-ASN-010
           END-IF
           MOVE  ASN-TCD  TO SC-WTCD.
           PERFORM  SC-FIND-RTN  THRU  SC-FIND-RTN-EXIT.
           IF  SC-IX = ZERO
               GO TO SC-ASN-010
           END-IF
           ADD  1  TO SC-AVAR(SC-IX).
           GO TO SC-ASN-010.
       SC-ASN-020.
           CALL "DB_F_Close" USING
            BY REFERENCE ASNF_IDLST ASNF_PNAME1.
       SC-ASN-RTN-EXIT.
           EXIT.
      *
      *    SC-FIND-RTN  -  find-or-insert SC-WTCD into SC-TBL; SC-IX
      *    comes back zero only when the table is full.
      *
               MOVE  SC-WTCD  TO SC-TCD(SC-IX)
               MOVE  ZERO     TO SC-OQTY(SC-IX) SC-RQTY(SC-IX)
                                 SC-OVD(SC-IX)  SC-RET(SC-IX)
                                 SC-PAY(SC-IX)  SC-AVAR(SC-IX)
           ELSE
               MOVE  ZERO  TO SC-IX
           END-IF.
           MOVE  SC-PAY(SC-IX)    TO WORK-PG-PAY.
           MOVE  WORK-SC-PG7      TO PRN-R (11:27).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE            TO PRN-R.
           MOVE  SC-AVAR(SC-IX)   TO WORK-PG-AVAR.
           MOVE  WORK-SC-PG8      TO PRN-R (11:24).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           ADD  1  TO SC-IX.
           GO TO SC-PRT-030.
       SC-PRT-040.
