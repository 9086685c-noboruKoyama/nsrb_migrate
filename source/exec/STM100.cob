      *    PRINTER TYPE    :  JIPS                             *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/09/02                         *
      *        CHANGE      :  26/10/15  SKIP WRITTEN-OFF CUST  *
      *        CHANGE      :  26/10/15  RESTART CHECKPOINT     *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    month-end statements batch: one customer-facing statement
      *    through PDF_Open/PDF_Write/PDF_Close and MAIL_Send to
      *    TC-MAIL, anything else prints, head-office TC-M row read
      *    TC-CCD = 1 as JTO35L's READ2-RTN does.
      *    a customer BDA100 has written off (TC-BDKBN = 1 on that
      *    row) gets no statement.
      *    the run checkpoints on RSTF after each customer the way
      *    BIL100 does: a rerun of a month whose run broke off
      *    skips the customers already printed or mailed, so no one
      *    gets the statement twice, and ends with the restart
      *    report -- which customers the failed run finished and
      *    which this one did.  a rerun of a month that finished
      *    starts over, as it always has.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02  SM-TMP-ACT         PIC  9(001).
       01  SM-CLS                 PIC S9(010)      VALUE ZERO.
       01  SM-STMCNT              PIC  9(003)      VALUE ZERO.
      *    restart: this run's attempt number on RSTF, and the
      *    customer in hand already finished by an earlier attempt.
       01  SM-RUN                 PIC  9(002)      VALUE ZERO.
       01  SM-SKIP                PIC  9(001)      VALUE ZERO.
      *    1 = the RSTF row about to be written is not on file yet.
       01  SM-RSNEW               PIC  9(001)      VALUE ZERO.
       01  SM-RFCNT               PIC  9(004)      VALUE ZERO.
       01  SM-RRCNT               PIC  9(004)      VALUE ZERO.
       01  SM-RUNDT               PIC  9(008)      VALUE ZERO.
       01  WORK-TODATE.
           02  WORK-TD-YY         PIC  9(002).
           02  WORK-TD-MM         PIC  9(002).
           02  WORK-TD-DD         PIC  9(002).
       01  WORK-TOTIME.
           02  WORK-TT-HMS        PIC  9(006).
           02  WORK-TT-HS         PIC  9(002).
       01  WORK-DLVKBN            PIC  9(001)      VALUE ZERO.
       01  WORK-MAIL              PIC  X(019)      VALUE SPACE.
       01  PRN-R                  PIC  X(132).
       01  WORK-SM-SUM.
           02  F                  PIC  X(12)  VALUE  "STATEMENTS :".
           02  WORK-SM-STMCNT     PIC  ZZZ9.
       01  WORK-RS-HD             PIC  X(050)      VALUE
            "*** STATEMENT RESTART REPORT ***".
       01  WORK-RS-PER.
           02  F                  PIC  X(07)  VALUE  "MONTH  ".
           02  WORK-RS-NG         PIC  9(006).
           02  F                  PIC  X(12)  VALUE  "  THIS RUN  ".
           02  WORK-RS-RUN        PIC  9(002).
       01  WORK-RS-CH.
           02  F                  PIC  X(035)  VALUE
                "CUSTOMER COMPLETED IN  RUN  DATE   ".
           02  F                  PIC  X(030)  VALUE
                "   TIME    USER        CLOSING".
       01  WORK-RS-DT.
           02  WORK-RS-CUST       PIC  9(005).
           02  F                  PIC  X(04).
           02  WORK-RS-WHEN       PIC  X(12).
           02  F                  PIC  X(02).
           02  WORK-RS-LRUN       PIC  9(002).
           02  F                  PIC  X(03).
           02  WORK-RS-DATE       PIC  9(008).
           02  F                  PIC  X(02).
           02  WORK-RS-TIME       PIC  9(006).
           02  F                  PIC  X(02).
           02  WORK-RS-USER       PIC  X(006).
           02  F                  PIC  X(02).
           02  WORK-RS-AMT        PIC  -9(010).
       01  WORK-RS-SUM.
           02  F                  PIC  X(16)  VALUE
                "FAILED RUN(S) : ".
           02  WORK-RS-FCNT       PIC  ZZZ9.
           02  F                  PIC  X(17)  VALUE
                "   RESUMED RUN : ".
           02  WORK-RS-RCNT       PIC  ZZZ9.
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
           COPY  LIBPLK.
           02  SIWAKH_RES         USAGE  POINTER.
           COPY SIWAKH.
       77  F                      PIC  X(001).
      *FD  RSTF
           COPY LIRSTF.
      *
       77  RET                    PIC  9(001)      VALUE ZERO.
       77  USER_ID                PIC  X(006)      VALUE SPACE.
                  "***  MONTH NOT YET LOCKED  ***".
             03  E-ME2   PIC  X(030) VALUE
                  "***  STATEMENT RUN DONE    ***".
             03  E-ME3   PIC  X(030) VALUE
                  "***  RESUMING FAILED RUN   ***".
             03  E-ME99  PIC  X(005) VALUE X"1B4205".
           COPY LIBSCR.
       PROCEDURE DIVISION.
            "A-DMM" BY REFERENCE SM-DMM "1" "0" RETURNING RESU.
      *C-ERR
       CALL "SD_Init" USING
            "C-ERR" " " "0" "0" "97" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-ERR" " " "24" "0" "97" " " "C-ERR" RETURNING RESU.
       CALL "SD_Init" USING
            "E-STAT" "X" "24" "10" "2" " " "01C-ERR" RETURNING RESU.
       CALL "SD_From" USING
       CALL "SD_Init" USING
            "E-ME2" "X" "24" "15" "30" "E-ME1" " " RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME3" "X" "24" "15" "30" "E-ME2" " " RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME99" "X" "24" "75" "5" "E-ME3" " " RETURNING RESU.
      *
           ACCEPT USER_ID FROM ARGUMENT-VALUE.
           ACCEPT COMPLETION_CODE FROM ARGUMENT-VALUE.
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-10
           END-IF
      *
      *    a run of this month that broke off: say so before the
      *    confirm -- going ahead resumes it.
      *
           CALL "DB_F_Open" USING
            "INPUT" RSTF_PNAME1 "SHARED" BY REFERENCE RSTF_IDLST "1"
            "RST-KEY" BY REFERENCE RST-KEY.
           MOVE  "STM100"  TO RST-PGM.
           MOVE  SM-NG     TO RST-NG.
           MOVE  ZERO      TO RST-CUST.
           CALL "DB_Read" USING
            "INVALID KEY" RSTF_PNAME1 BY REFERENCE RST-R "UNLOCK"
            RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE RSTF_IDLST RSTF_PNAME1.
           IF  RET = 0  AND  RSTC-STAT = 1
               CALL "SD_Output" USING
                "E-ME3" E-ME3 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
           END-IF.
       R-20.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
      *    activity, delivered print-or-PDF-mail.
      *
       SM-PRT-RTN.
           ACCEPT  WORK-TODATE  FROM  DATE.
           COMPUTE  SM-RUNDT = (2000 + WORK-TD-YY) * 10000
                  + WORK-TD-MM * 100 + WORK-TD-DD.
           CALL "PR_Open" RETURNING RESP.
           CALL "DB_F_Open" USING
            "INPUT" TC-M_PNAME1 "SHARED" BY REFERENCE TC-M_IDLST "1"
            "TC-KEY" BY REFERENCE TC-KEY.
           CALL "DB_F_Open" USING
            "I-O" RSTF_PNAME1 "SHARED" BY REFERENCE RSTF_IDLST "1"
            "RST-KEY" BY REFERENCE RST-KEY.
           PERFORM  SM-RSO-RTN  THRU  SM-RSO-RTN-EXIT.
           MOVE  1  TO SM-IX.
       SM-PRT-010.
           IF  SM-IX > SM-CNT
               ADD  1  TO SM-IX
               GO TO SM-PRT-010
           END-IF
           MOVE  SM-CUST(SM-IX)  TO TC-TCD.
           MOVE  1               TO TC-CCD.
           CALL "DB_Read" USING
            "INVALID KEY" TC-M_PNAME1 BY REFERENCE TC-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0  AND  TC-BDKBN = 1
               ADD  1  TO SM-IX
               GO TO SM-PRT-010
           END-IF
           PERFORM  SM-RSR-RTN  THRU  SM-RSR-RTN-EXIT.
           IF  SM-SKIP = 1
               ADD  1  TO SM-IX
               GO TO SM-PRT-010
           END-IF
           PERFORM  SM-STM-RTN  THRU  SM-STM-RTN-EXIT.
           ADD  1  TO SM-STMCNT.
           PERFORM  SM-RSW-RTN  THRU  SM-RSW-RTN-EXIT.
           ADD  1  TO SM-IX.
           GO TO SM-PRT-010.
       SM-PRT-020.
      *
      *    every customer is out: the month's RSTF run is over.
      *
           MOVE  "STM100"  TO RST-PGM.
           MOVE  SM-NG     TO RST-NG.
           MOVE  ZERO      TO RST-CUST.
           CALL "DB_Read" USING
            "INVALID KEY" RSTF_PNAME1 BY REFERENCE RST-R " "
            RETURNING RET.
           IF  RET = 0
               MOVE  9  TO RSTC-STAT
               CALL "DB_Update" USING
                RSTF_PNAME1 RSTF_LNAME RST-R RETURNING RET
           END-IF
           CALL "DB_F_Close" USING
            BY REFERENCE RSTF_IDLST RSTF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE TC-M_IDLST TC-M_PNAME1.
           MOVE  SPACE  TO PRN-R.
           MOVE  SM-STMCNT      TO WORK-SM-STMCNT.
           MOVE  WORK-SM-SUM    TO PRN-R (11:16).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           IF  SM-RUN > 1
               PERFORM  SM-RSP-RTN  THRU  SM-RSP-RTN-EXIT
           END-IF
           CALL "PR_Close" RETURNING RESP.
       SM-PRT-RTN-EXIT.
           EXIT.
      *
      *    SM-RSO-RTN  -  the month's RSTF control row.  a run left
      *    in progress (RSTC-STAT 1) is resumed on the next attempt
      *    number with its statement count; otherwise the rows of
      *    any earlier finished run are voided and the control row
      *    starts again at attempt 1.
      *
       SM-RSO-RTN.
           MOVE  "STM100"  TO RST-PGM.
           MOVE  SM-NG     TO RST-NG.
           MOVE  ZERO      TO RST-CUST.
           CALL "DB_Read" USING
            "INVALID KEY" RSTF_PNAME1 BY REFERENCE RST-R " "
            RETURNING RET.
           IF  RET = 0  AND  RSTC-STAT = 1
               ADD   1            TO RSTC-RUN
               MOVE  RSTC-RUN     TO SM-RUN
               MOVE  RSTC-CNT     TO SM-STMCNT
               MOVE  USER_ID      TO RSTC-USER
               CALL "DB_Update" USING
                RSTF_PNAME1 RSTF_LNAME RST-R RETURNING RET
               GO TO SM-RSO-RTN-EXIT
           END-IF
           MOVE  RET  TO SM-RSNEW.
           IF  RET = 0
               PERFORM  SM-RSD-RTN  THRU  SM-RSD-RTN-EXIT
           END-IF
           INITIALIZE RST-R.
           MOVE  "STM100"     TO RST-PGM.
           MOVE  SM-NG        TO RST-NG.
           MOVE  ZERO         TO RST-CUST.
           MOVE  1            TO RSTC-STAT RSTC-RUN SM-RUN.
           MOVE  USER_ID      TO RSTC-USER.
           MOVE  ZERO         TO RSTC-JUNLNO RSTC-LINENO RSTC-CNT.
           IF  SM-RSNEW = 1
               CALL "DB_Insert" USING
                RSTF_PNAME1 RSTF_LNAME RST-R RETURNING RET
           ELSE
               CALL "DB_Update" USING
                RSTF_PNAME1 RSTF_LNAME RST-R RETURNING RET
           END-IF.
       SM-RSO-RTN-EXIT.
           EXIT.
      *
      *    SM-RSD-RTN  -  voids the customer rows of a finished
      *    run in place, then puts RSTF back on its key for the
      *    run with the control row read up to be rewritten.
      *
       SM-RSD-RTN.
           CALL "DB_F_Close" USING
            BY REFERENCE RSTF_IDLST RSTF_PNAME1.
           CALL "DB_F_Open" USING
            "I-O" RSTF_PNAME1 " " BY REFERENCE RSTF_IDLST "0".
       SM-RSD-010.
           CALL "DB_Read" USING
            "AT END" RSTF_PNAME1 BY REFERENCE RST-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO SM-RSD-020
           END-IF
           IF  RST-PGM NOT = "STM100"  OR  RST-NG NOT = SM-NG
               GO TO SM-RSD-010
           END-IF
           IF  RST-CUST = ZERO  OR  RST-VOID = "9"
               GO TO SM-RSD-010
           END-IF
           MOVE  "9"  TO RST-VOID.
           CALL "DB_Update" USING
            RSTF_PNAME1 RSTF_LNAME RST-R RETURNING RET.
           GO TO SM-RSD-010.
       SM-RSD-020.
           CALL "DB_F_Close" USING
            BY REFERENCE RSTF_IDLST RSTF_PNAME1.
           CALL "DB_F_Open" USING
            "I-O" RSTF_PNAME1 "SHARED" BY REFERENCE RSTF_IDLST "1"
            "RST-KEY" BY REFERENCE RST-KEY.
           MOVE  "STM100"  TO RST-PGM.
           MOVE  SM-NG     TO RST-NG.
           MOVE  ZERO      TO RST-CUST.
           CALL "DB_Read" USING
            "INVALID KEY" RSTF_PNAME1 BY REFERENCE RST-R " "
            RETURNING RET.
       SM-RSD-RTN-EXIT.
           EXIT.
      *
      *    SM-RSR-RTN  -  was the SM-IX customer finished by an
      *    earlier attempt?  SM-SKIP 1 = yes, no second statement.
      *    a void row is an earlier finished run's, not this one's.
      *
       SM-RSR-RTN.
           MOVE  ZERO      TO SM-SKIP.
           IF  SM-RUN = 1
               GO TO SM-RSR-RTN-EXIT
           END-IF
           MOVE  "STM100"        TO RST-PGM.
           MOVE  SM-NG           TO RST-NG.
           MOVE  SM-CUST(SM-IX)  TO RST-CUST.
           CALL "DB_Read" USING
            "INVALID KEY" RSTF_PNAME1 BY REFERENCE RST-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0  AND  RST-VOID NOT = "9"
               MOVE  1  TO SM-SKIP
           END-IF.
       SM-RSR-RTN-EXIT.
           EXIT.
      *
      *    SM-RSW-RTN  -  the checkpoint: the customer just printed
      *    or mailed goes down with this attempt's number and its
      *    closing balance, and the control row takes the count.
      *    a void row left under the customer by an earlier
      *    finished run is written over.
      *
       SM-RSW-RTN.
           ACCEPT  WORK-TOTIME  FROM  TIME.
           MOVE  "STM100"        TO RST-PGM.
           MOVE  SM-NG           TO RST-NG.
           MOVE  SM-CUST(SM-IX)  TO RST-CUST.
           CALL "DB_Read" USING
            "INVALID KEY" RSTF_PNAME1 BY REFERENCE RST-R " "
            RETURNING RET.
           MOVE  RET             TO SM-RSNEW.
           INITIALIZE RST-R.
           MOVE  "STM100"        TO RST-PGM.
           MOVE  SM-NG           TO RST-NG.
           MOVE  SM-CUST(SM-IX)  TO RST-CUST.
           MOVE  SM-RUN          TO RST-RUN.
           MOVE  USER_ID         TO RST-USER.
           MOVE  SM-RUNDT        TO RST-DATE.
           MOVE  WORK-TT-HMS     TO RST-TIME.
           MOVE  SM-CLS          TO RST-AMT.
           IF  SM-RSNEW = 1
               CALL "DB_Insert" USING
                RSTF_PNAME1 RSTF_LNAME RST-R RETURNING RET
           ELSE
               CALL "DB_Update" USING
                RSTF_PNAME1 RSTF_LNAME RST-R RETURNING RET
           END-IF.
           MOVE  "STM100"        TO RST-PGM.
           MOVE  SM-NG           TO RST-NG.
           MOVE  ZERO            TO RST-CUST.
           CALL "DB_Read" USING
            "INVALID KEY" RSTF_PNAME1 BY REFERENCE RST-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO SM-RSW-RTN-EXIT
           END-IF
           MOVE  SM-STMCNT       TO RSTC-CNT.
           CALL "DB_Update" USING
            RSTF_PNAME1 RSTF_LNAME RST-R RETURNING RET.
       SM-RSW-RTN-EXIT.
           EXIT.
      *
      *    SM-RSP-RTN  -  the restart report on the physical
      *    printer: every customer of the month in key order, with
      *    the attempt that finished it -- an earlier, failed one
      *    or this resumed one.
      *
       SM-RSP-RTN.
           MOVE  ZERO  TO SM-RFCNT SM-RRCNT.
           CALL "PR_NewPage" RETURNING RESP.
           MOVE  SPACE       TO PRN-R.
           MOVE  WORK-RS-HD  TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  SM-NG        TO WORK-RS-NG.
           MOVE  SM-RUN       TO WORK-RS-RUN.
           MOVE  WORK-RS-PER  TO PRN-R (11:27).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE       TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  WORK-RS-CH  TO PRN-R (11:65).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "DB_F_Open" USING
            "INPUT" RSTF_PNAME1 " " BY REFERENCE RSTF_IDLST "0".
       SM-RSP-010.
           CALL "DB_Read" USING
            "AT END" RSTF_PNAME1 BY REFERENCE RST-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO SM-RSP-020
           END-IF
           IF  RST-PGM NOT = "STM100"  OR  RST-NG NOT = SM-NG
               GO TO SM-RSP-010
           END-IF
           IF  RST-CUST = ZERO  OR  RST-VOID = "9"
               GO TO SM-RSP-010
           END-IF
           MOVE  SPACE         TO PRN-R WORK-RS-DT.
           MOVE  RST-CUST      TO WORK-RS-CUST.
           IF  RST-RUN < SM-RUN
               MOVE  "FAILED RUN"   TO WORK-RS-WHEN
               ADD  1  TO SM-RFCNT
           ELSE
               MOVE  "RESUMED RUN"  TO WORK-RS-WHEN
               ADD  1  TO SM-RRCNT
           END-IF
           MOVE  RST-RUN       TO WORK-RS-LRUN.
           MOVE  RST-DATE      TO WORK-RS-DATE.
           MOVE  RST-TIME      TO WORK-RS-TIME.
           MOVE  RST-USER      TO WORK-RS-USER.
           MOVE  RST-AMT       TO WORK-RS-AMT.
           MOVE  WORK-RS-DT    TO PRN-R (11:65).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           GO TO SM-RSP-010.
       SM-RSP-020.
           CALL "DB_F_Close" USING
            BY REFERENCE RSTF_IDLST RSTF_PNAME1.
           MOVE  SPACE  TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SM-RFCNT     TO WORK-RS-FCNT.
           MOVE  SM-RRCNT     TO WORK-RS-RCNT.
           MOVE  WORK-RS-SUM  TO PRN-R (11:41).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
       SM-RSP-RTN-EXIT.
           EXIT.
      *
      *    SM-STM-RTN  -  one statement page for the SM-IX customer,
      *    the same STM-OUT-RTN print-or-PDF writer as DUN100's
      *    letters.
