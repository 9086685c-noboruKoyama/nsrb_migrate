      *    PRINTER TYPE    :  JIPS                             *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/09/02                         *
      *        CHANGE      :  26/10/15  FAILED DIRECT DEBIT    *
      *        CHANGE      :  26/10/15  SKIP WRITTEN-OFF CUST  *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    generates reminder letters from the same aging ARA100
      *    PDF_Write/PDF_Close and MAIL_Send to TC-MAIL, anything
      *    else prints a page, with the head-office (TC-CCD = 1)
      *    TC-M row read the same way JTO35L's READ2-RTN reads it.
      *    a direct debit DDB100 has marked failed (DDF status 2)
      *    and no letter has yet reported is told to the customer
      *    on its letter -- date, amount and the bank's reason --
      *    even under 60 days, in which case the first-notice
      *    wording goes out without stepping the DUNF level; the
      *    DDF row is then flagged reported (DD-DUN = 1).
      *    a customer BDA100 has written off (head-office TC-M row
      *    TC-BDKBN = 1) gets no letter and its DUNF level is left
      *    alone.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  DN-TOTAL               PIC S9(010)      VALUE ZERO.
       01  DN-LVL                 PIC  9(001)      VALUE ZERO.
       01  DN-LTRCNT              PIC  9(003)      VALUE ZERO.
      *    unreported failed direct debits, preloaded off DDF.
       01  DF-CNT                 PIC  9(003)      VALUE ZERO.
       01  DF-IX                  PIC  9(003)      VALUE ZERO.
       01  DF-FND                 PIC  9(001)      VALUE ZERO.
       01  DF-TBL.
           02  DF-ENT   OCCURS  200.
               03  DF-KEY         PIC  X(010).
               03  DF-TCD         PIC  9(004).
               03  DF-DDATE       PIC  9(008).
               03  DF-AMT         PIC  9(010).
               03  DF-RSN         PIC  9(001).
       01  DN-RTXT                PIC  X(020)      VALUE SPACE.
       01  WORK-DLVKBN            PIC  9(001)      VALUE ZERO.
       01  WORK-MAIL              PIC  X(019)      VALUE SPACE.
       01  PRN-R                  PIC  X(132).
            "PLEASE ARRANGE SETTLEMENT OF THE OVERDUE AMOUNT.".
       01  WORK-DN-TX3            PIC  X(060)      VALUE
            "FAILING PAYMENT THE ACCOUNT PASSES TO COLLECTION.".
       01  WORK-DN-TX4            PIC  X(060)      VALUE
            "THE ACCOUNT TRANSFER BELOW COULD NOT BE MADE.".
       01  WORK-DN-DD.
           02  F                  PIC  X(21)  VALUE
                "DIRECT DEBIT FAILED: ".
           02  WORK-DN-DDDATE     PIC  9(008).
           02  F                  PIC  X(02).
           02  WORK-DN-DDAMT      PIC  ZZZZZZZZZ9.
           02  F                  PIC  X(02).
           02  WORK-DN-DDRSN      PIC  X(020).
       01  WORK-DN-SUM.
           02  F                  PIC  X(09)  VALUE  "LETTERS :".
           02  WORK-DN-LTRCNT     PIC  ZZZ9.
           COPY  LSTAT.
      *FD  TC-M
           COPY LITCM.
      *FD  DDF
           COPY LIDDF.
      *FD  SIWAKH
       01  SIWAKH_DUN100.
           02  SIWAKH_PNAME1      PIC  X(006) VALUE "SIWAKH".
           COMPUTE  W-TODAY = AR-ASOF-CCYY * 10000
                            + WORK-TD-MM * 100 + WORK-TD-DD.
           PERFORM  AR-SCAN-RTN  THRU  AR-SCAN-RTN-EXIT.
           PERFORM  DF-LOAD-RTN  THRU  DF-LOAD-RTN-EXIT.
           PERFORM  DN-RUN-RTN   THRU  DN-RUN-RTN-EXIT.
           CALL "SD_Output" USING
            "E-ME1" E-ME1 "p" RETURNING RESU.
       AR-ACC-RTN-EXIT.
           EXIT.
      *
      *    DF-LOAD-RTN  -  every failed direct debit not yet told to
      *    the customer, off a sequential DDF pass.
      *
       DF-LOAD-RTN.
           MOVE  ZERO  TO DF-CNT.
           CALL "DB_F_Open" USING
            "INPUT" DDF_PNAME1 " " BY REFERENCE DDF_IDLST "0".
       DF-LOAD-010.
           CALL "DB_Read" USING
            "AT END" DDF_PNAME1 BY REFERENCE DD-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO DF-LOAD-020
           END-IF
           IF  DD-STAT NOT = 2  OR  DD-DUN NOT = 0
               GO TO DF-LOAD-010
           END-IF
           IF  DF-CNT < 200
               ADD  1           TO DF-CNT
               MOVE  DD-KEY     TO DF-KEY(DF-CNT)
               MOVE  DD-TCD     TO DF-TCD(DF-CNT)
               MOVE  DD-DDATE   TO DF-DDATE(DF-CNT)
               MOVE  DD-AMT     TO DF-AMT(DF-CNT)
               MOVE  DD-RSN     TO DF-RSN(DF-CNT)
           END-IF
           GO TO DF-LOAD-010.
       DF-LOAD-020.
           CALL "DB_F_Close" USING
            BY REFERENCE DDF_IDLST DDF_PNAME1.
       DF-LOAD-RTN-EXIT.
           EXIT.
      *
      *    DN-RUN-RTN  -  walks the aging table; a customer with
      *    anything 60+ gets the escalation level stepped on DUNF
      *    and a letter delivered print-or-mail; a customer back
           CALL "DB_F_Open" USING
            "I-O" DUNF_PNAME1 "SHARED" BY REFERENCE DUNF_IDLST "1"
            "DUNF-KEY" BY REFERENCE DUNF-KEY.
           CALL "DB_F_Open" USING
            "I-O" DDF_PNAME1 "SHARED" BY REFERENCE DDF_IDLST "1"
            "DD-KEY" BY REFERENCE DD-KEY.
           MOVE  1  TO AR-IX.
       DN-RUN-010.
           IF  AR-IX > AR-CNT
               GO TO DN-RUN-020
           END-IF
           MOVE  AR-CUST(AR-IX)  TO TC-TCD.
           MOVE  1               TO TC-CCD.
           CALL "DB_Read" USING
            "INVALID KEY" TC-M_PNAME1 BY REFERENCE TC-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0  AND  TC-BDKBN = 1
               ADD  1  TO AR-IX
               GO TO DN-RUN-010
           END-IF
           COMPUTE  DN-OVER60 = AR-BKT(AR-IX 3) + AR-BKT(AR-IX 4).
           COMPUTE  DN-TOTAL  = AR-BKT(AR-IX 1) + AR-BKT(AR-IX 2)
                              + AR-BKT(AR-IX 3) + AR-BKT(AR-IX 4).
           PERFORM  DF-FIND-RTN  THRU  DF-FIND-RTN-EXIT.
           IF  DN-OVER60 NOT > ZERO
               PERFORM  DN-RESET-RTN  THRU  DN-RESET-RTN-EXIT
               IF  DF-FND = 0
                   ADD  1  TO AR-IX
                   GO TO DN-RUN-010
               END-IF
               MOVE  1  TO DN-LVL
           ELSE
               PERFORM  DN-STEP-RTN  THRU  DN-STEP-RTN-EXIT
           END-IF
           PERFORM  DN-LTR-RTN   THRU  DN-LTR-RTN-EXIT.
           ADD  1  TO DN-LTRCNT.
           ADD  1  TO AR-IX.
           GO TO DN-RUN-010.
       DN-RUN-020.
           CALL "DB_F_Close" USING
            BY REFERENCE DDF_IDLST DDF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE DUNF_IDLST DUNF_PNAME1.
           CALL "DB_F_Close" USING
       DN-RUN-RTN-EXIT.
           EXIT.
      *
      *    DF-FIND-RTN  -  DF-FND = 1 when the AR-IX customer has a
      *    failed direct debit waiting to be reported.
      *
       DF-FIND-RTN.
           MOVE  ZERO  TO DF-FND.
           MOVE  1     TO DF-IX.
       DF-FIND-010.
           IF  DF-IX > DF-CNT
               GO TO DF-FIND-RTN-EXIT
           END-IF
           IF  DF-TCD(DF-IX) = AR-CUST(AR-IX)
               MOVE  1  TO DF-FND
               GO TO DF-FIND-RTN-EXIT
           END-IF
           ADD  1  TO DF-IX.
           GO TO DF-FIND-010.
       DF-FIND-RTN-EXIT.
           EXIT.
      *
      *    DN-RESET-RTN  -  a customer no longer 60+ days behind has
      *    an existing DUNF level set back to zero, so a later
      *    relapse starts again at the first notice.
               MOVE  WORK-DN-TX3  TO PRN-R (11:60)
               PERFORM  LTR-OUT-RTN  THRU  LTR-OUT-RTN-EXIT
           END-IF
           IF  DF-FND = 1
               MOVE  SPACE  TO PRN-R
               PERFORM  LTR-OUT-RTN  THRU  LTR-OUT-RTN-EXIT
               MOVE  SPACE        TO PRN-R
               MOVE  WORK-DN-TX4  TO PRN-R (11:60)
               PERFORM  LTR-OUT-RTN  THRU  LTR-OUT-RTN-EXIT
               MOVE  1  TO DF-IX
               PERFORM  DN-DDF-RTN  THRU  DN-DDF-RTN-EXIT
           END-IF
           IF  WORK-DLVKBN = 1
               CALL "PDF_Close" RETURNING RESP
               CALL "MAIL_Send" USING WORK-MAIL RETURNING RESP
           END-IF.
       DN-LTR-RTN-EXIT.
           EXIT.
      *
      *    DN-DDF-RTN  -  a line per failed debit of the AR-IX
      *    customer, each DDF row flagged reported as it goes.
      *
       DN-DDF-RTN.
           IF  DF-IX > DF-CNT
               GO TO DN-DDF-RTN-EXIT
           END-IF
           IF  DF-TCD(DF-IX) NOT = AR-CUST(AR-IX)
               ADD  1  TO DF-IX
               GO TO DN-DDF-RTN
           END-IF
           MOVE  SPACE            TO PRN-R.
           MOVE  DF-DDATE(DF-IX)  TO WORK-DN-DDDATE.
           MOVE  DF-AMT(DF-IX)    TO WORK-DN-DDAMT.
           EVALUATE  DF-RSN(DF-IX)
             WHEN 1     MOVE "INSUFFICIENT FUNDS"  TO DN-RTXT
             WHEN 2     MOVE "NO SUCH ACCOUNT"     TO DN-RTXT
             WHEN 3     MOVE "STOPPED BY PAYER"    TO DN-RTXT
             WHEN 4     MOVE "NO DEBIT AUTHORITY"  TO DN-RTXT
             WHEN 8     MOVE "STOPPED BY US"       TO DN-RTXT
             WHEN OTHER MOVE "OTHER REASON"        TO DN-RTXT
           END-EVALUATE
           MOVE  DN-RTXT          TO WORK-DN-DDRSN.
           MOVE  WORK-DN-DD       TO PRN-R (11:63).
           PERFORM  LTR-OUT-RTN  THRU  LTR-OUT-RTN-EXIT.
           MOVE  DF-KEY(DF-IX)    TO DD-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" DDF_PNAME1 BY REFERENCE DD-R " "
            RETURNING RET.
           IF  RET = 0
               MOVE  1  TO DD-DUN
               CALL "DB_Update" USING
                DDF_PNAME1 DDF_LNAME DD-R RETURNING RET
           END-IF
           ADD  1  TO DF-IX.
           GO TO DN-DDF-RTN.
       DN-DDF-RTN-EXIT.
           EXIT.
      *
       LTR-OUT-RTN.
           IF  WORK-DLVKBN = 1
