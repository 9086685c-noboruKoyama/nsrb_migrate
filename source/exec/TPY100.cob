      *    PRINTER TYPE    :  JIPS                             *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/09/02                         *
      *        CHANGE      :  26/10/15  REALISED FX DIFFERENCE *
      *        CHANGE      :  26/10/15  WITHHOLDING TAX        *
      *        CHANGE      :  26/10/15  EXPENSE CLAIM REIMB    *
      *        CHANGE      :  26/10/15  RETENTION ARCHIVE      *
      *        CHANGE      :  26/10/15  LOG PAYING OPERATOR    *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    turns TPD100's payment-due view into the actual payment:
      *    cannot protect a rerun over the same range; the log can,
      *    the same dedup duty PORLOG/ALCLOG/BILLOG carry for their
      *    runs.
      *    a foreign-currency supplier (T-CUR other than blank/JPY)
      *    is paid what its open foreign balance (HFAMT, netted the
      *    same way as HAMOUNT) is worth at today's RATM rate: the
      *    settlement debit still clears the payable at its yen book
      *    value, and the difference between that and the yen
      *    actually remitted posts as realised exchange gain or
      *    loss through the JCON7 classification-87 map (HTEKICD
      *    720, no HCUSTCD so the supplier's netting is untouched).
      *    a currency with no rate on file is listed as an exception
      *    and left for the next run.
      *    an individual payee flagged T-WHT on T-M (designer, sole-
      *    proprietor agent, tax accountant) is remitted the bucket
      *    less the income tax withheld under its T-WHK class; the
      *    settlement debit covers only what went to the bank and a
      *    second debit against the payee moves the tax withheld to
      *    the withholding-tax liability through the JCON7
      *    classification-84 map (HTEKICD 723), so the payable still
      *    clears in full.  each such payment is written to WHTF for
      *    WHT100's remittance summary and payment-record statements.
      *    a foreign-currency supplier is never withheld here.
      *    after the suppliers, every employee expense claim EXP100
      *    has approved and not yet reimbursed goes out on the same
      *    zengin file to the employee's EMP-M account, the whole
      *    claim total in one transfer; the settlement debits the
      *    claims payable the approval credited, against the bank
      *    account of the JCON7 classification-68 map (HTEKICD 736,
      *    the employee's department, HDOCREF the claim key), and
      *    the claim is stamped reimbursed -- the rerun guard, as
      *    TPYLOG is for the supplier buckets.  an employee with no
      *    bank details is listed as an exception.
      *    every transfer made, supplier or employee, is also kept
      *    on the EBAF retention archive (payee, amount, the account
      *    paid into and the settlement voucher line) so the payment
      *    data stays searchable through EBQ100 once the print queue
      *    and the uploaded transfer file are gone.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               03  PY-TCD         PIC  9(004).
               03  PY-DUED        PIC  9(008).
               03  PY-AMT         PIC S9(010).
               03  PY-FAMT        PIC S9(009)V99.
      *    zengin record counts/total for the trailer record.
       01  PY-ZCNT                PIC  9(006)      VALUE ZERO.
       01  PY-ZAMT                PIC S9(012)      VALUE ZERO.
       01  PY-EXCCNT              PIC  9(003)      VALUE ZERO.
      *    expense-claim reimbursement: heading printed yet, and the
      *    source-document key the settlement carries.
       01  PY-EXHD                PIC  9(001)      VALUE ZERO.
       01  WORK-DOCKEY.
           02  WORK-DK-NAME       PIC  X(006).
           02  WORK-DK-KEY        PIC  X(018).
      *    foreign-currency settlement: the rate in force today, the
      *    yen remitted for the bucket and its difference from the
      *    yen book value.
       01  PY-RDATE               PIC  9(008)      VALUE ZERO.
       01  PY-RNGP                PIC  9(008)      VALUE ZERO.
       01  PY-RATE                PIC  9(004)V9(004) VALUE ZERO.
       01  PY-PAY                 PIC S9(010)      VALUE ZERO.
       01  PY-DIFF                PIC S9(010)      VALUE ZERO.
      *    income tax withheld from the bucket, and the base the
      *    sales-agent class computes it on.
       01  PY-WHT                 PIC  9(009)      VALUE ZERO.
       01  PY-WBASE               PIC S9(010)      VALUE ZERO.
      *    posting work fields -- one generated HJUNLNO/HTRDATE is
      *    shared by every SH-REC line this run produces, the same
      *    convention as JTK170/JHP100.
           02  WORK-PY-AMT        PIC  -9(010).
           02  F                  PIC  X(02).
           02  WORK-PY-RMK        PIC  X(012).
       01  WORK-PE-HD             PIC  X(040)      VALUE
            "EMPLOYEE EXPENSE CLAIM REIMBURSEMENTS".
       01  WORK-PE.
           02  WORK-PE-EMP        PIC  9(005).
           02  F                  PIC  X(01).
           02  WORK-PE-CLNO       PIC  9(006).
           02  F                  PIC  X(04).
           02  WORK-PE-BANK       PIC  9(004).
           02  F                  PIC  X(01).
           02  WORK-PE-STN        PIC  9(003).
           02  F                  PIC  X(01).
           02  WORK-PE-KOZKB      PIC  9(001).
           02  F                  PIC  X(01).
           02  WORK-PE-KOZNO      PIC  9(007).
           02  F                  PIC  X(01).
           02  WORK-PE-AMT        PIC  -9(010).
           02  F                  PIC  X(02).
           02  WORK-PE-RMK        PIC  X(012).
       01  WORK-PY-TOT.
           02  F                  PIC  X(11)  VALUE  "TRANSFERS :".
           02  WORK-PY-ZCNT       PIC  ZZZZZ9.
           COPY LIKMK.
      *FD  T-M
           COPY LITM.
      *FD  RATM
           COPY LIRATM.
      *FD  WHTF
           COPY LIWHTF.
      *FD  EMP-M
           COPY LIEMPM.
      *FD  EXPF
           COPY LIEXPF.
      *FD  EBAF
           COPY LIEBAF.
      *FD  SIWAKH
       01  SIWAKH_TPY100.
           02  SIWAKH_PNAME1      PIC  X(006) VALUE "SIWAKH".
      *    JSJDCSV extract.
      *FD  TPYLOG
      *    one row per supplier/due-date bucket actually paid --
      *    the rerun guard.  TPYLOG-USER (out of the spare bytes;
      *    blank on rows written before it) is the operator who ran
      *    the payment, for SOD100's same-day check against TMLOG.
       01  TPYLOG_TPY100.
           02  TPYLOG_PNAME1      PIC  X(006) VALUE "TPYLOG".
           02  F                  PIC  X(001).
               03  TPYLOG-DUED    PIC  9(008).
           02  TPYLOG-AMT         PIC  9(010).
           02  TPYLOG-NGP         PIC  9(008).
           02  TPYLOG-USER        PIC  X(006).
           02  FILLER             PIC  X(04).
       77  F                      PIC  X(001).
       01  ZENGIN_TPY100.
           02  ZENGIN_PNAME1      PIC  X(006) VALUE "ZENGIN".
           END-IF
           MOVE  W-NG    TO POST-CCYYMM.
           MOVE  POST-DD TO POST-DD2.
           MOVE  POST-DATE  TO PY-RDATE.
           ACCEPT  POST-JUNLNO  FROM  TIME.
           MOVE  0  TO PLK-OVR-W.
           CALL "DB_F_Open" USING
               MOVE  PY-CNT  TO PY-IX
               MOVE  T-KEY   TO PY-TCD(PY-IX)
               MOVE  PY-DUE  TO PY-DUED(PY-IX)
               MOVE  ZERO    TO PY-AMT(PY-IX) PY-FAMT(PY-IX)
           ELSE
               GO TO PY-ACC-RTN-EXIT
           END-IF.
       PY-ACC-030.
           IF  HDR-CR = 1
               ADD       HAMOUNT  TO   PY-AMT(PY-IX)
               ADD       HFAMT    TO   PY-FAMT(PY-IX)
           ELSE
               SUBTRACT  HAMOUNT  FROM PY-AMT(PY-IX)
               SUBTRACT  HFAMT    FROM PY-FAMT(PY-IX)
           END-IF.
       PY-ACC-RTN-EXIT.
           EXIT.
           CALL "DB_F_Open" USING
            "I-O" TPYLOG_PNAME1 "SHARED" BY REFERENCE TPYLOG_IDLST
            "1" "TPYLOG-KEY" BY REFERENCE TPYLOG-KEY.
           CALL "DB_F_Open" USING
            "I-O" WHTF_PNAME1 "SHARED" BY REFERENCE WHTF_IDLST "1"
            "WHT-KEY" BY REFERENCE WHT-KEY.
           CALL "DB_F_Open" USING
            "I-O" EBAF_PNAME1 "SHARED" BY REFERENCE EBAF_IDLST "1"
            "EBA-KEY" BY REFERENCE EBA-KEY.
           CALL "DB_F_Open" USING
            "EXTEND" ZENGIN_PNAME1 " " BY REFERENCE ZENGIN_IDLST "0".
           MOVE  SPACE        TO ZG-REC.
               ADD  1  TO PY-IX
               GO TO PY-RUN-010
           END-IF
      *
      *    what the bucket costs in yen today: its book value for a
      *    yen supplier, its foreign balance at today's rate for a
      *    foreign-currency one.
      *
           MOVE  PY-AMT(PY-IX)    TO PY-PAY.
           MOVE  ZERO             TO PY-DIFF PY-RATE.
           IF  T-CUR NOT = SPACE  AND  NOT = "JPY"
                                  AND  PY-FAMT(PY-IX) > ZERO
               PERFORM  RAT-GET-RTN  THRU  RAT-GET-RTN-EXIT
               IF  PY-RATE NOT = ZERO
                   COMPUTE  PY-PAY ROUNDED = PY-FAMT(PY-IX) * PY-RATE
                   COMPUTE  PY-DIFF = PY-PAY - PY-AMT(PY-IX)
               END-IF
           END-IF
      *
      *    an individual payee's fee goes out net of the income tax
      *    withheld under its T-WHK class.
      *
           MOVE  ZERO             TO PY-WHT.
           IF  T-WHT = 1  AND  (T-CUR = SPACE  OR  "JPY")
               PERFORM  PY-WHC-RTN  THRU  PY-WHC-RTN-EXIT
               SUBTRACT  PY-WHT  FROM PY-PAY
           END-IF
           MOVE  SPACE            TO PRN-R WORK-PY.
           MOVE  PY-TCD(PY-IX)    TO WORK-PY-TCD.
           MOVE  PY-DUED(PY-IX)   TO WORK-PY-DUED.
           MOVE  T-STN            TO WORK-PY-STN.
           MOVE  T-KOZKB          TO WORK-PY-KOZKB.
           MOVE  T-KOZNO          TO WORK-PY-KOZNO.
           MOVE  PY-PAY           TO WORK-PY-AMT.
           IF  T-CUR NOT = SPACE  AND  NOT = "JPY"
                                  AND  PY-FAMT(PY-IX) > ZERO
                                  AND  PY-RATE = ZERO
               ADD  1  TO PY-EXCCNT
               MOVE  "NO FX RATE"    TO WORK-PY-RMK
               MOVE  WORK-PY          TO PRN-R (11:62)
               CALL "PR_Write" USING PRN-R RETURNING RESP
               ADD  1  TO PY-IX
               GO TO PY-RUN-010
           END-IF
           IF  T-BANK = ZERO
               ADD  1  TO PY-EXCCNT
               MOVE  "NO BANK DATA"  TO WORK-PY-RMK
           MOVE  T-KOZKB          TO ZG-D-KOZKB.
           MOVE  T-KOZNO          TO ZG-D-KOZNO.
           MOVE  T-KOZNM          TO ZG-D-KOZNM.
           MOVE  PY-PAY           TO ZG-D-AMT.
           MOVE  ZERO             TO ZG-D-SINKI.
           MOVE  PY-TCD(PY-IX)    TO ZG-D-TCD.
           MOVE  SPACE            TO ZG-D-TCD2.
           CALL "DB_Insert" USING
            ZENGIN_PNAME1 ZENGIN_LNAME ZG-REC RETURNING RET.
           ADD  1               TO PY-ZCNT.
           ADD  PY-PAY          TO PY-ZAMT.
           PERFORM  PY-POST-RTN  THRU  PY-POST-RTN-EXIT.
           INITIALIZE EBA-R.
           MOVE  2                TO EBA-KIND.
           MOVE  POST-DATE        TO EBA-DATE EBA-RUNDT.
           MOVE  PY-TCD(PY-IX)    TO EBA-CUST.
           MOVE  PY-DUED(PY-IX)   TO EBA-DOCNO.
           MOVE  ZERO             TO EBA-SEQ.
           MOVE  PY-PAY           TO EBA-AMT.
           MOVE  T-INVNO          TO EBA-INVNO.
           MOVE  POST-JUNLNO      TO EBA-JUNLNO.
           MOVE  POST-LINENO      TO EBA-LINENO.
           MOVE  T-BANK           TO EBA-BANK.
           MOVE  T-STN            TO EBA-STN.
           MOVE  T-KOZKB          TO EBA-KOZKB.
           MOVE  T-KOZNO          TO EBA-KOZNO.
           MOVE  USER_ID          TO EBA-USER.
           CALL "DB_Insert" USING
            EBAF_PNAME1 EBAF_LNAME EBA-R RETURNING RET.
           IF  PY-DIFF NOT = ZERO
               PERFORM  PY-FXD-RTN  THRU  PY-FXD-RTN-EXIT
           END-IF
           IF  PY-WHT NOT = ZERO
               PERFORM  PY-WHP-RTN  THRU  PY-WHP-RTN-EXIT
               INITIALIZE WHT-R
               MOVE  POST-DATE       TO WHT-NGP
               MOVE  PY-TCD(PY-IX)   TO WHT-TCD
               MOVE  PY-DUED(PY-IX)  TO WHT-DUED
               MOVE  T-WHK           TO WHT-WHK
               MOVE  PY-AMT(PY-IX)   TO WHT-GROSS
               MOVE  PY-WHT          TO WHT-TAX
               MOVE  PY-PAY          TO WHT-NET
               MOVE  POST-JUNLNO     TO WHT-JUNLNO
               CALL "DB_Insert" USING
                WHTF_PNAME1 WHTF_LNAME WHT-R RETURNING RET
           END-IF
           INITIALIZE TPYLOG-REC.
           MOVE  PY-TCD(PY-IX)   TO TPYLOG-TCD.
           MOVE  PY-DUED(PY-IX)  TO TPYLOG-DUED.
           MOVE  PY-PAY          TO TPYLOG-AMT.
           MOVE  POST-DATE       TO TPYLOG-NGP.
           MOVE  USER_ID         TO TPYLOG-USER.
           CALL "DB_Insert" USING
            TPYLOG_PNAME1 TPYLOG_LNAME TPYLOG-REC RETURNING RET.
           MOVE  "TRANSFERRED"   TO WORK-PY-RMK.
           IF  PY-WHT NOT = ZERO
               MOVE  "NET OF WHT"    TO WORK-PY-RMK
           END-IF
           MOVE  WORK-PY          TO PRN-R (11:62).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           ADD  1  TO PY-IX.
           GO TO PY-RUN-010.
       PY-RUN-020.
           PERFORM  PY-EXP-RTN  THRU  PY-EXP-RTN-EXIT.
           MOVE  SPACE    TO ZG-REC.
           MOVE  8        TO ZG-T-KBN.
           MOVE  PY-ZCNT  TO ZG-T-CNT.
            ZENGIN_PNAME1 ZENGIN_LNAME ZG-REC RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE ZENGIN_IDLST ZENGIN_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE EBAF_IDLST EBAF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE WHTF_IDLST WHTF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE TPYLOG_IDLST TPYLOG_PNAME1.
           CALL "DB_F_Close" USING
      *    sides confirmed on KMK-M, HTEKICD 703, the same map-
      *    validate-post sequence as JTK170's P-20.  a missing or
      *    invalid map falls back to the 9999 suspense account the
      *    same way JTK170 does.  a withheld bucket settles here
      *    only what went to the bank; PY-WHP-RTN debits the rest.
      *
       PY-POST-RTN.
           MOVE  7   TO  JCON7-01.
           MOVE  0               TO HDR-CR.
           MOVE  JCON7-DEPT      TO HSECTCD.
           MOVE  "0"             TO HTAXKB.
           COMPUTE  HAMOUNT = PY-AMT(PY-IX) - PY-WHT.
           MOVE  PY-FAMT(PY-IX)  TO HFAMT.
           MOVE  JCON7-OPPACCT   TO HOPPCD.
           MOVE  JCON7-HOOPPACCT TO HHOOPPCD.
           MOVE  PY-TCD(PY-IX)   TO HCUSTCD.
           ADD  1  TO POST-CNT.
       PY-POST-RTN-EXIT.
           EXIT.
      *
      *    PY-FXD-RTN  -  realised exchange difference on a foreign
      *    bucket just paid: PY-DIFF more yen remitted than booked is
      *    a loss (debit), less is a gain (credit), through the
      *    JCON7 classification-87 map (exchange gain-loss / bank)
      *    with the same 9999 fallback, HTEKICD 720.
      *
       PY-FXD-RTN.
           MOVE  7   TO  JCON7-01.
           MOVE  87  TO  JCON7-02.
           CALL "DB_Read" USING
            "INVALID KEY" JCON_PNAME1 BY REFERENCE JCON-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  9999  TO JCON7-ACCT JCON7-OPPACCT
               MOVE  0     TO JCON7-HOACCT JCON7-HOOPPACCT JCON7-DEPT
           END-IF
           MOVE  JCON7-ACCT  TO KMK-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" KMK-M_PNAME1 BY REFERENCE KMK-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  9999  TO JCON7-ACCT JCON7-OPPACCT
               MOVE  0     TO JCON7-HOACCT JCON7-HOOPPACCT JCON7-DEPT
           END-IF
           ADD  1  TO POST-LINENO.
           INITIALIZE SH-REC.
           MOVE  JCON7-ACCT      TO HACCNTCD.
           MOVE  JCON7-HOACCT    TO HHOACCNT.
           MOVE  POST-DATE       TO HTRDATE.
           MOVE  POST-JUNLNO     TO HJUNLNO.
           MOVE  POST-LINENO     TO HLINENO.
           IF  PY-DIFF > ZERO
               MOVE  0        TO HDR-CR
               MOVE  PY-DIFF  TO HAMOUNT
           ELSE
               MOVE  1        TO HDR-CR
               COMPUTE  HAMOUNT = 0 - PY-DIFF
           END-IF
           MOVE  JCON7-DEPT      TO HSECTCD.
           MOVE  "0"             TO HTAXKB.
           MOVE  JCON7-OPPACCT   TO HOPPCD.
           MOVE  JCON7-HOOPPACCT TO HHOOPPCD.
           MOVE  720             TO HTEKICD.
           MOVE  HACCNTCD        TO HACCNTCD2.
           MOVE  HTRDATE         TO HTRDATE2.
           MOVE  HJUNLNO         TO HJUNLNO2.
           MOVE  HLINENO         TO HLINENO2.
           MOVE  HDR-CR          TO HDR-CR2.
           CALL "DB_Insert" USING
            SIWAKH_PNAME1 SIWAKH_LNAME SH-REC RETURNING RET.
           ADD  1  TO POST-CNT.
       PY-FXD-RTN-EXIT.
           EXIT.
      *
      *    PY-WHC-RTN  -  income tax to withhold from the PY-IX
      *    bucket under the payee's T-WHK class, fractions of a yen
      *    cut: class 2 (sales agent) 10.21% of the payment less
      *    120,000; otherwise (fees) 10.21% up to 1,000,000 and
      *    20.42% of the excess.
      *
       PY-WHC-RTN.
           IF  T-WHK = 2
               COMPUTE  PY-WBASE = PY-AMT(PY-IX) - 120000
               IF  PY-WBASE > ZERO
                   COMPUTE  PY-WHT = PY-WBASE * 0.1021
               END-IF
               GO TO PY-WHC-RTN-EXIT
           END-IF
           IF  PY-AMT(PY-IX) > 1000000
               COMPUTE  PY-WHT = 102100
                               + (PY-AMT(PY-IX) - 1000000) * 0.2042
           ELSE
               COMPUTE  PY-WHT = PY-AMT(PY-IX) * 0.1021
           END-IF.
       PY-WHC-RTN-EXIT.
           EXIT.
      *
      *    PY-WHP-RTN  -  the tax withheld from the bucket just
      *    paid: a debit against the payee through the JCON7
      *    classification-84 map (payable / withholding-tax
      *    liability), the same 9999 fallback, HTEKICD 723, so the
      *    payable clears gross and the liability waits for the
      *    remittance.
      *
       PY-WHP-RTN.
           MOVE  7   TO  JCON7-01.
           MOVE  84  TO  JCON7-02.
           CALL "DB_Read" USING
            "INVALID KEY" JCON_PNAME1 BY REFERENCE JCON-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  9999  TO JCON7-ACCT JCON7-OPPACCT
               MOVE  0     TO JCON7-HOACCT JCON7-HOOPPACCT JCON7-DEPT
           END-IF
           MOVE  JCON7-ACCT  TO KMK-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" KMK-M_PNAME1 BY REFERENCE KMK-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  9999  TO JCON7-ACCT JCON7-OPPACCT
               MOVE  0     TO JCON7-HOACCT JCON7-HOOPPACCT JCON7-DEPT
           END-IF
           ADD  1  TO POST-LINENO.
           INITIALIZE SH-REC.
           MOVE  JCON7-ACCT      TO HACCNTCD.
           MOVE  JCON7-HOACCT    TO HHOACCNT.
           MOVE  POST-DATE       TO HTRDATE.
           MOVE  POST-JUNLNO     TO HJUNLNO.
           MOVE  POST-LINENO     TO HLINENO.
           MOVE  0               TO HDR-CR.
           MOVE  JCON7-DEPT      TO HSECTCD.
           MOVE  "0"             TO HTAXKB.
           MOVE  PY-WHT          TO HAMOUNT.
           MOVE  JCON7-OPPACCT   TO HOPPCD.
           MOVE  JCON7-HOOPPACCT TO HHOOPPCD.
           MOVE  PY-TCD(PY-IX)   TO HCUSTCD.
           MOVE  T-INVNO         TO HINVNO.
           MOVE  723             TO HTEKICD.
           MOVE  HACCNTCD        TO HACCNTCD2.
           MOVE  HTRDATE         TO HTRDATE2.
           MOVE  HJUNLNO         TO HJUNLNO2.
           MOVE  HLINENO         TO HLINENO2.
           MOVE  HDR-CR          TO HDR-CR2.
           CALL "DB_Insert" USING
            SIWAKH_PNAME1 SIWAKH_LNAME SH-REC RETURNING RET.
           ADD  1  TO POST-CNT.
       PY-WHP-RTN-EXIT.
           EXIT.
      *
      *    PY-EXP-RTN  -  sequential EXPF pass: every approved claim
      *    header not yet reimbursed is transferred to the employee,
      *    settled into SIWAKH and stamped paid, or -- with no bank
      *    details on EMP-M -- listed as an exception.
      *
       PY-EXP-RTN.
           MOVE  ZERO  TO PY-EXHD.
           CALL "DB_F_Open" USING
            "INPUT" EMP-M_PNAME1 "SHARED" BY REFERENCE EMP-M_IDLST "1"
            "EMP-KEY" BY REFERENCE EMP-KEY.
           CALL "DB_F_Open" USING
            "I-O" EXPF_PNAME1 "SHARED" BY REFERENCE EXPF_IDLST "0".
       PY-EXP-010.
           CALL "DB_Read" USING
            "AT END" EXPF_PNAME1 BY REFERENCE EXP-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO PY-EXP-020
           END-IF
           IF  EXP-SEQ NOT = ZERO  OR  EXP-STAT NOT = 1
               GO TO PY-EXP-010
           END-IF
           IF  PY-EXHD = ZERO
               MOVE  1  TO PY-EXHD
               MOVE  SPACE        TO PRN-R
               CALL "PR_Write" USING PRN-R RETURNING RESP
               MOVE  SPACE        TO PRN-R
               MOVE  WORK-PE-HD   TO PRN-R (11:40)
               CALL "PR_Write" USING PRN-R RETURNING RESP
           END-IF
           MOVE  EXP-EMP  TO EMP-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" EMP-M_PNAME1 BY REFERENCE EMP-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  ZERO  TO EMP-BANK EMP-STN EMP-KOZKB EMP-KOZNO
                              EMP-DEPT
           END-IF
           MOVE  SPACE            TO PRN-R WORK-PE.
           MOVE  EXP-EMP          TO WORK-PE-EMP.
           MOVE  EXP-CLNO         TO WORK-PE-CLNO.
           MOVE  EMP-BANK         TO WORK-PE-BANK.
           MOVE  EMP-STN          TO WORK-PE-STN.
           MOVE  EMP-KOZKB        TO WORK-PE-KOZKB.
           MOVE  EMP-KOZNO        TO WORK-PE-KOZNO.
           MOVE  EXP-TOTAL        TO WORK-PE-AMT.
           IF  EMP-BANK = ZERO
               ADD  1  TO PY-EXCCNT
               MOVE  "NO BANK DATA"  TO WORK-PE-RMK
               MOVE  WORK-PE          TO PRN-R (11:62)
               CALL "PR_Write" USING PRN-R RETURNING RESP
               GO TO PY-EXP-010
           END-IF
           MOVE  SPACE            TO ZG-REC.
           MOVE  2                TO ZG-D-KBN.
           MOVE  EMP-BANK         TO ZG-D-BANK.
           MOVE  SPACE            TO ZG-D-BANKNM.
           MOVE  EMP-STN          TO ZG-D-STN.
           MOVE  SPACE            TO ZG-D-STNNM.
           MOVE  ZERO             TO ZG-D-KOKAN.
           MOVE  EMP-KOZKB        TO ZG-D-KOZKB.
           MOVE  EMP-KOZNO        TO ZG-D-KOZNO.
           MOVE  EMP-KOZNM        TO ZG-D-KOZNM.
           MOVE  EXP-TOTAL        TO ZG-D-AMT.
           MOVE  ZERO             TO ZG-D-SINKI.
           MOVE  EXP-EMP          TO ZG-D-TCD.
           MOVE  EXP-CLNO         TO ZG-D-TCD2.
           MOVE  ZERO             TO ZG-D-FURKB.
           MOVE  SPACE            TO ZG-D-SIKI.
           MOVE  SPACE            TO ZG-D-F.
           CALL "DB_Insert" USING
            ZENGIN_PNAME1 ZENGIN_LNAME ZG-REC RETURNING RET.
           ADD  1               TO PY-ZCNT.
           ADD  EXP-TOTAL       TO PY-ZAMT.
           PERFORM  PY-EXPOST-RTN  THRU  PY-EXPOST-RTN-EXIT.
           INITIALIZE EBA-R.
           MOVE  3            TO EBA-KIND.
           MOVE  POST-DATE    TO EBA-DATE EBA-RUNDT.
           MOVE  EXP-EMP      TO EBA-CUST.
           MOVE  EXP-CLNO     TO EBA-DOCNO.
           MOVE  ZERO         TO EBA-SEQ.
           MOVE  EXP-TOTAL    TO EBA-AMT.
           MOVE  POST-JUNLNO  TO EBA-JUNLNO.
           MOVE  POST-LINENO  TO EBA-LINENO.
           MOVE  EMP-BANK     TO EBA-BANK.
           MOVE  EMP-STN      TO EBA-STN.
           MOVE  EMP-KOZKB    TO EBA-KOZKB.
           MOVE  EMP-KOZNO    TO EBA-KOZNO.
           MOVE  USER_ID      TO EBA-USER.
           CALL "DB_Insert" USING
            EBAF_PNAME1 EBAF_LNAME EBA-R RETURNING RET.
           MOVE  2            TO EXP-STAT.
           MOVE  POST-DATE    TO EXP-PAYDT.
           MOVE  POST-JUNLNO  TO EXP-YJUNL.
           CALL "DB_Update" USING
            EXPF_PNAME1 EXPF_LNAME EXP-R RETURNING RET.
           MOVE  "TRANSFERRED"   TO WORK-PE-RMK.
           MOVE  WORK-PE          TO PRN-R (11:62).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           GO TO PY-EXP-010.
       PY-EXP-020.
           CALL "DB_F_Close" USING
            BY REFERENCE EXPF_IDLST EXPF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE EMP-M_IDLST EMP-M_PNAME1.
       PY-EXP-RTN-EXIT.
           EXIT.
      *
      *    PY-EXPOST-RTN  -  settlement of the claim just written to
      *    the zengin file: a debit to claims payable against the
      *    bank through the JCON7 classification-68 map, the same
      *    9999 fallback, HTEKICD 736.
      *
       PY-EXPOST-RTN.
           MOVE  7   TO  JCON7-01.
           MOVE  68  TO  JCON7-02.
           CALL "DB_Read" USING
            "INVALID KEY" JCON_PNAME1 BY REFERENCE JCON-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  9999  TO JCON7-ACCT JCON7-OPPACCT
               MOVE  0     TO JCON7-HOACCT JCON7-HOOPPACCT JCON7-DEPT
           END-IF
           MOVE  JCON7-ACCT  TO KMK-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" KMK-M_PNAME1 BY REFERENCE KMK-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  9999  TO JCON7-ACCT JCON7-OPPACCT
               MOVE  0     TO JCON7-HOACCT JCON7-HOOPPACCT JCON7-DEPT
           END-IF
           MOVE  "EXPF"          TO WORK-DK-NAME.
           MOVE  EXP-KEY         TO WORK-DK-KEY.
           ADD  1  TO POST-LINENO.
           INITIALIZE SH-REC.
           MOVE  JCON7-ACCT      TO HACCNTCD.
           MOVE  JCON7-HOACCT    TO HHOACCNT.
           MOVE  POST-DATE       TO HTRDATE.
           MOVE  POST-JUNLNO     TO HJUNLNO.
           MOVE  POST-LINENO     TO HLINENO.
           MOVE  0               TO HDR-CR.
           MOVE  EMP-DEPT        TO HSECTCD.
           MOVE  "0"             TO HTAXKB.
           MOVE  EXP-TOTAL       TO HAMOUNT.
           MOVE  JCON7-OPPACCT   TO HOPPCD.
           MOVE  JCON7-HOOPPACCT TO HHOOPPCD.
           MOVE  WORK-DOCKEY     TO HDOCREF.
           MOVE  736             TO HTEKICD.
           MOVE  HACCNTCD        TO HACCNTCD2.
           MOVE  HTRDATE         TO HTRDATE2.
           MOVE  HJUNLNO         TO HJUNLNO2.
           MOVE  HLINENO         TO HLINENO2.
           MOVE  HDR-CR          TO HDR-CR2.
           CALL "DB_Insert" USING
            SIWAKH_PNAME1 SIWAKH_LNAME SH-REC RETURNING RET.
           ADD  1  TO POST-CNT.
       PY-EXPOST-RTN-EXIT.
           EXIT.
      *
      *    RAT-GET-RTN  -  the RATM rate for T-CUR in force on the
      *    posting date, the latest effective date not after it --
      *    PON100's routine.  PY-RATE comes back zero when the
      *    currency has no rate yet.
      *
       RAT-GET-RTN.
           MOVE  ZERO  TO PY-RATE PY-RNGP.
           CALL "DB_F_Open" USING
            "INPUT" RATM_PNAME1 " " BY REFERENCE RATM_IDLST "0".
       RAT-GET-010.
           CALL "DB_Read" USING
            "AT END" RATM_PNAME1 BY REFERENCE RAT-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO RAT-GET-020
           END-IF
           IF  RAT-CUR = T-CUR  AND  RAT-NGP NOT > PY-RDATE
                                AND  RAT-NGP NOT < PY-RNGP
               MOVE  RAT-NGP   TO PY-RNGP
               MOVE  RAT-RATE  TO PY-RATE
           END-IF
           GO TO RAT-GET-010.
       RAT-GET-020.
           CALL "DB_F_Close" USING
            BY REFERENCE RATM_IDLST RATM_PNAME1.
       RAT-GET-RTN-EXIT.
           EXIT.
      *
       R-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
