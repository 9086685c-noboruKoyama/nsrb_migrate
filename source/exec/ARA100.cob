      *    SCREEN          :  ******                             *
      *        CHANGE      :  26/08/21                          *
      *        CHANGE      :  26/09/02  PDF MAIL DISTRIBUTION*
      *        CHANGE      :  26/10/15  SKIP WRITTEN-OFF CUST  *
      *    COMPILE TYPE    :  COBOL                             *
      *********************************************************
      *    buckets every customer's open SIWAKH balance (HCUSTCD not
      *    this system beyond ordinary CCYYMMDD comparisons -- the
      *    same pragmatic year/month-only handling TAM100 already
      *    applies to its own today's-date stamp.
      *    a customer BDA100 has written off (head-office TC-M row
      *    TC-BDKBN = 1) is left off the report and its totals.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SYSTEM3100.
           02  DSTM_RES           USAGE  POINTER.
           COPY DSTM.

      *FD  TC-M
           COPY LITCM.
      *FD  SIWAKH
           COPY SIWAKH.
       01  SIWAKH_ARA100.
           MOVE  WORK-AR-COLHD  TO PRN-R (11:80).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           PERFORM  DST-PUT-RTN  THRU  DST-PUT-RTN-EXIT.
           CALL "DB_F_Open" USING
            "INPUT" TC-M_PNAME1 "SHARED" BY REFERENCE TC-M_IDLST "1"
            "TC-KEY" BY REFERENCE TC-KEY.
           IF  AR-CNT = 0
               GO TO AR-PRT-020
           END-IF
           IF  AR-IX > AR-CNT
               GO TO AR-PRT-020
           END-IF
           MOVE  AR-CUST(AR-IX)  TO TC-TCD.
           MOVE  1               TO TC-CCD.
           CALL "DB_Read" USING
            "INVALID KEY" TC-M_PNAME1 BY REFERENCE TC-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0  AND  TC-BDKBN = 1
               ADD  1  TO AR-IX
               GO TO AR-PRT-010
           END-IF
           MOVE  SPACE                TO PRN-R  WORK-AR.
           MOVE  AR-CUST(AR-IX)       TO WORK-AR-CUST.
           MOVE  AR-BKT(AR-IX 1)      TO WORK-AR-B0.
           ADD  1  TO AR-IX.
           GO TO AR-PRT-010.
       AR-PRT-020.
           CALL "DB_F_Close" USING
            BY REFERENCE TC-M_IDLST TC-M_PNAME1.
           MOVE  SPACE          TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           PERFORM  DST-PUT-RTN  THRU  DST-PUT-RTN-EXIT.
