       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         SCS100.
      *********************************************************
      *    PROGRAM         :  COMPARABLE-STORE SALES REPORT    *
      *    PRINTER TYPE    :  JIPS                             *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    for an operator-entered month, every store's shipped
      *    pairs (JSUMF, JSU100's summary, samples left out the way
      *    the sales reports leave them out) and shipped value
      *    (STY-F STY-TSK, the figure STU100 reports, summed across
      *    warehouses) against the same month a year earlier, with
      *    the month's value per tsubo of selling floor.  STR-M
      *    sorts the stores into four lists:
      *      - comparable: open before last year's month began and
      *        still trading through this month -- only these make
      *        the comparable total;
      *      - new: opened since the start of last year's month;
      *      - closed: close date on or before this month's end;
      *      - not on STR-M: activity under a store code STA100 has
      *        not yet been given attributes for.
      *    a store with an owning customer (STR-TCD) takes only the
      *    JSUMF buckets shipped under that customer; STY-F carries
      *    no customer, so its value is matched on store code alone.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SYSTEM3100.
       OBJECT-COMPUTER. SYSTEM3100.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  SC-NG                  PIC  9(006)      VALUE ZERO.
       01  SC-LNG                 PIC  9(006)      VALUE ZERO.
       01  SC-LSTART              PIC  9(008)      VALUE ZERO.
       01  SC-DMM                 PIC  9(001)      VALUE ZERO.
       01  SC-MM                  PIC  9(002)      VALUE ZERO.
      *    store table -- STR-M rows first in key order, then any
      *    store found trading without one.
       01  SC-CNT                 PIC  9(004)      VALUE ZERO.
       01  SC-IX                  PIC  9(004)      VALUE ZERO.
       01  SC-WST                 PIC  9(004)      VALUE ZERO.
       01  SC-KIND                PIC  9(001)      VALUE ZERO.
       01  SC-TBL.
           02  SC-ENT   OCCURS  300.
               03  SC-ST          PIC  9(004).
               03  SC-MST         PIC  9(001).
               03  SC-CLS         PIC  9(001).
               03  SC-OPEN        PIC  9(008).
               03  SC-CLOSE       PIC  9(008).
               03  SC-RGN         PIC  9(002).
               03  SC-AREA        PIC  9(004)V9.
               03  SC-FMT         PIC  9(001).
               03  SC-TCD         PIC  9(004).
               03  SC-CP          PIC S9(009).
               03  SC-LP          PIC S9(009).
               03  SC-CV          PIC S9(011).
               03  SC-LV          PIC S9(011).
       01  SC-TCP                 PIC S9(010)      VALUE ZERO.
       01  SC-TLP                 PIC S9(010)      VALUE ZERO.
       01  SC-TCV                 PIC S9(012)      VALUE ZERO.
       01  SC-TLV                 PIC S9(012)      VALUE ZERO.
       01  SC-TAREA               PIC  9(006)V9    VALUE ZERO.
       01  SC-SCNT                PIC  9(004)      VALUE ZERO.
       01  SC-PCT                 PIC S9(005)V9    VALUE ZERO.
       01  SC-TSB                 PIC S9(010)      VALUE ZERO.
       01  PRN-R                  PIC  X(132).
       77  RESP                   PIC  9(001).
       01  WORK-SC-HD             PIC  X(050)      VALUE
            "*** COMPARABLE-STORE SALES REPORT ***".
       01  WORK-SC-PER.
           02  F                  PIC  X(07)  VALUE  "MONTH  ".
           02  WORK-SC-NG         PIC  9(006).
           02  F                  PIC  X(13)  VALUE  "  LAST YEAR  ".
           02  WORK-SC-LNG        PIC  9(006).
       01  WORK-SC-SECT           PIC  X(030)      VALUE SPACE.
       01  WORK-SC-COLHD.
           02  F                  PIC  X(050)      VALUE
            "STOR NAME         RG F   AREA   TY-PRS   LY-PRS   ".
           02  F                  PIC  X(050)      VALUE
            "  CHG%    TY-VALUE    LY-VALUE     CHG%  PER-TSUBO".
       01  WORK-SC.
           02  WORK-SC-ST         PIC  9(004).
           02  F                  PIC  X(01).
           02  WORK-SC-NAME       PIC  N(006).
           02  F                  PIC  X(01).
           02  WORK-SC-RGN        PIC  9(002).
           02  F                  PIC  X(01).
           02  WORK-SC-FMT        PIC  9(001).
           02  F                  PIC  X(01).
           02  WORK-SC-AREA       PIC  ZZZ9.9.
           02  F                  PIC  X(01).
           02  WORK-SC-CP         PIC  -9(007).
           02  F                  PIC  X(01).
           02  WORK-SC-LP         PIC  -9(007).
           02  F                  PIC  X(01).
           02  WORK-SC-PPC        PIC  -ZZZZ9.9.
           02  F                  PIC  X(01).
           02  WORK-SC-CV         PIC  -9(010).
           02  F                  PIC  X(01).
           02  WORK-SC-LV         PIC  -9(010).
           02  F                  PIC  X(01).
           02  WORK-SC-VPC        PIC  -ZZZZ9.9.
           02  F                  PIC  X(01).
           02  WORK-SC-TSB        PIC  -9(009).
       01  WORK-SC-TOT.
           02  WORK-SC-TLBL       PIC  X(021).
           02  WORK-SC-TAREA      PIC  ZZZZZ9.9.
           02  F                  PIC  X(01).
           02  WORK-SC-TCP        PIC  -9(007).
           02  F                  PIC  X(01).
           02  WORK-SC-TLP        PIC  -9(007).
           02  F                  PIC  X(01).
           02  WORK-SC-TPPC       PIC  -ZZZZ9.9.
           02  F                  PIC  X(01).
           02  WORK-SC-TCV        PIC  -9(010).
           02  F                  PIC  X(01).
           02  WORK-SC-TLV        PIC  -9(010).
           02  F                  PIC  X(01).
           02  WORK-SC-TVPC       PIC  -ZZZZ9.9.
           02  F                  PIC  X(01).
           02  WORK-SC-TTSB       PIC  -9(009).
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
           COPY  L-JCON.
      *FD  STR-M
           COPY LISTRM.
      *FD  JSUMF
       01  JSUMF_SCS100.
           02  JSUMF_PNAME1       PIC  X(006) VALUE "JSUMF".
           02  F                  PIC  X(001).
           02  JSUMF_LNAME        PIC  X(012) VALUE "JSUMF_SCS100".
           02  F                  PIC  X(001).
           02  JSUMF_KEY1         PIC  X(100) VALUE SPACE.
           02  JSUMF_SORT         PIC  X(100) VALUE SPACE.
           02  JSUMF_IDLST        PIC  X(100) VALUE SPACE.
           02  JSUMF_RES          USAGE  POINTER.
           COPY JSUM.
      *FD  STY-F
       01  STY-F_SCS100.
           02  STY-F_PNAME1   PIC  X(004) VALUE "STYF".
           02  F              PIC  X(001).
           02  STY-F_LNAME    PIC  X(012) VALUE "STY-F_SCS100".
           02  F              PIC  X(001).
           02  STY-F_KEY1     PIC  X(100) VALUE SPACE.
           02  STY-F_SORT     PIC  X(100) VALUE SPACE.
           02  STY-F_IDLST    PIC  X(100) VALUE SPACE.
           02  STY-F_RES      USAGE  POINTER.
       01  STY-R.
           02  STY-KEY.
             03  STY-KEY1     PIC  9(001).
             03  STY-KEY2     PIC  9(003).
           02  STY-ZKZ        PIC S9(009).
           02  STY-ZKZZ       PIC S9(008).
           02  STY-KZ         PIC S9(009).
           02  STY-KZZ        PIC S9(008).
           02  STY-TSK        PIC S9(009).
           02  STY-TSKZ       PIC S9(008).
           02  STY-THK        PIC S9(009).
           02  STY-THKZ       PIC S9(008).
           02  STY-PC         PIC  9(004).
           02  F              PIC  X(003).
           02  STY-NG         PIC  9(006).
       77  F                  PIC  X(001).
      *
       77  RET                    PIC  9(001)      VALUE ZERO.
       77  USER_ID                PIC  X(006)      VALUE SPACE.
       77  COMPLETION_CODE        PIC  X(003)      VALUE ZERO.
       77  ESTAT                  PIC  X(002).
       77  RESU                   PIC  9(001).
      *
       01  C-CLEAR.
           02  C-CL    PIC  X(012) VALUE "CLEAR SCREEN".
       01  C-MID.
           02  FILLER  PIC  X(040) VALUE
                "COMPARABLE-STORE SALES REPORT".
           02  FILLER  PIC  X(020) VALUE
                "MONTH      CCYYMM".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-ACP.
           02  A-NG       PIC  9(006).
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
             03  E-ME1   PIC  X(030) VALUE
                  "***  MONTH INVALID         ***".
             03  E-ME99  PIC  X(005) VALUE X"1B4205".
           COPY LIBSCR.
       PROCEDURE DIVISION.
      *Initialize
       CALL "SD_Initialize" RETURNING RESU.
       CALL "DB_Initialize" USING BY REFERENCE ERR-STAT RETURNING RET.
       CALL "DB_Open".
      *C-CLEAR
       CALL "SD_Init" USING
           "C-CLEAR" " " "0" "0" "12" " " " " RETURNING RESU.
       CALL "SD_Init" USING
           "C-CL" "X" "1" "0" "12" " " "C-CLEAR" RETURNING RESU.
      *C-MID
       CALL "SD_Init" USING
            "C-MID" " " "0" "0" "80" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-MID" "X" "3" "10" "40" " " "C-MID" RETURNING RESU.
       CALL "SD_Init" USING
            "02C-MID" "X" "5" "10" "20" "01C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "03C-MID" "X" "8" "10" "20" "02C-MID" " " RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "7" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-NG" "9" "5" "31" "6" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-NG" BY REFERENCE SC-NG "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "8" "31" "1" "A-NG" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DMM" BY REFERENCE SC-DMM "1" "0" RETURNING RESU.
      *C-ERR
       CALL "SD_Init" USING
            "C-ERR" " " "0" "0" "37" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-ERR" " " "24" "0" "37" " " "C-ERR" RETURNING RESU.
       CALL "SD_Init" USING
            "E-STAT" "X" "24" "10" "2" " " "01C-ERR" RETURNING RESU.
       CALL "SD_From" USING
            "E-STAT" BY REFERENCE ERR-STAT "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME1" "X" "24" "15" "30" "E-STAT" " " RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME99" "X" "24" "75" "5" "E-ME1" " " RETURNING RESU.
      *
           ACCEPT USER_ID FROM ARGUMENT-VALUE.
           ACCEPT COMPLETION_CODE FROM ARGUMENT-VALUE.
      *
       R-05.
           MOVE    SPACE    TO  ERR-STAT.
           MOVE    ZERO     TO  RESU.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "SD_Output" USING "C-MID" C-MID "p" RETURNING RESU.
           MOVE  ZERO  TO SC-NG SC-DMM SC-CNT.
           INITIALIZE SC-TBL.
       R-10.
           CALL "SD_Accept" USING BY REFERENCE A-NG "A-NG" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = PF9
               CALL "C3_Set_Jrcode" USING
                USER_ID BY REFERENCE COMPLETION_CODE  255
               GO TO R-95
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-10
           END-IF
           COMPUTE  SC-MM = SC-NG - (SC-NG / 100) * 100.
           IF  SC-NG < 190001  OR  SC-MM < 1  OR  SC-MM > 12
               CALL "SD_Output" USING
                "E-ME1" E-ME1 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-10
           END-IF
           COMPUTE  SC-LNG = SC-NG - 100.
           COMPUTE  SC-LSTART = SC-LNG * 100 + 1.
       R-20.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-10
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-20
           END-IF
           IF  SC-DMM NOT = 1  AND  9
               GO TO R-20
           END-IF
           IF  SC-DMM = 9
               GO TO R-05
           END-IF
      *
           PERFORM  SC-MST-RTN  THRU  SC-MST-RTN-EXIT.
           PERFORM  SC-JSU-RTN  THRU  SC-JSU-RTN-EXIT.
           PERFORM  SC-STY-RTN  THRU  SC-STY-RTN-EXIT.
           PERFORM  SC-CLS-RTN  THRU  SC-CLS-RTN-EXIT.
           PERFORM  SC-PRT-RTN  THRU  SC-PRT-RTN-EXIT.
           GO TO R-05.
      *
      *    SC-MST-RTN  -  every STR-M row into the table, in key
      *    order.
      *
       SC-MST-RTN.
           CALL "DB_F_Open" USING
            "INPUT" STR-M_PNAME1 " " BY REFERENCE STR-M_IDLST "0".
       SC-MST-010.
           CALL "DB_Read" USING
            "AT END" STR-M_PNAME1 BY REFERENCE STR-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO SC-MST-020
           END-IF
           IF  SC-CNT NOT < 300
               GO TO SC-MST-020
           END-IF
           ADD  1  TO SC-CNT.
           MOVE  SC-CNT     TO SC-IX.
           MOVE  STR-CD     TO SC-ST(SC-IX).
           MOVE  1          TO SC-MST(SC-IX).
           MOVE  STR-OPEN   TO SC-OPEN(SC-IX).
           MOVE  STR-CLOSE  TO SC-CLOSE(SC-IX).
           MOVE  STR-RGN    TO SC-RGN(SC-IX).
           MOVE  STR-AREA   TO SC-AREA(SC-IX).
           MOVE  STR-FMT    TO SC-FMT(SC-IX).
           MOVE  STR-TCD    TO SC-TCD(SC-IX).
           MOVE  ZERO       TO SC-CLS(SC-IX) SC-CP(SC-IX) SC-LP(SC-IX)
                               SC-CV(SC-IX) SC-LV(SC-IX).
           GO TO SC-MST-010.
       SC-MST-020.
           CALL "DB_F_Close" USING
            BY REFERENCE STR-M_IDLST STR-M_PNAME1.
       SC-MST-RTN-EXIT.
           EXIT.
      *
      *    SC-JSU-RTN  -  shipped pairs for the two months off
      *    JSUMF; a store tied to a customer skips another
      *    customer's store of the same number.
      *
       SC-JSU-RTN.
           CALL "DB_F_Open" USING
            "INPUT" JSUMF_PNAME1 " " BY REFERENCE JSUMF_IDLST "0".
       SC-JSU-010.
           CALL "DB_Read" USING
            "AT END" JSUMF_PNAME1 BY REFERENCE JSUM-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO SC-JSU-020
           END-IF
           IF  JSUM-NG NOT = SC-NG  AND  NOT = SC-LNG
               GO TO SC-JSU-010
           END-IF
           IF  JSUM-05 = 6
               GO TO SC-JSU-010
           END-IF
           MOVE  JSUM-022  TO SC-WST.
           PERFORM  SC-FIND-RTN  THRU  SC-FIND-RTN-EXIT.
           IF  SC-IX = ZERO
               GO TO SC-JSU-010
           END-IF
           IF  SC-TCD(SC-IX) NOT = ZERO
                            AND  SC-TCD(SC-IX) NOT = JSUM-021
               GO TO SC-JSU-010
           END-IF
           IF  JSUM-NG = SC-NG
               ADD  JSUM-122  TO SC-CP(SC-IX)
           ELSE
               ADD  JSUM-122  TO SC-LP(SC-IX)
           END-IF
           GO TO SC-JSU-010.
       SC-JSU-020.
           CALL "DB_F_Close" USING
            BY REFERENCE JSUMF_IDLST JSUMF_PNAME1.
       SC-JSU-RTN-EXIT.
           EXIT.
      *
      *    SC-STY-RTN  -  shipped value for the two months off
      *    STY-F, every warehouse's row for the store combined.
      *
       SC-STY-RTN.
           CALL "DB_F_Open" USING
            "INPUT" STY-F_PNAME1 " " BY REFERENCE STY-F_IDLST "0".
       SC-STY-010.
           CALL "DB_Read" USING
            "AT END" STY-F_PNAME1 BY REFERENCE STY-R " " RETURNING RET.
           IF  RET = 1
               GO TO SC-STY-020
           END-IF
           IF  STY-NG NOT = SC-NG  AND  NOT = SC-LNG
               GO TO SC-STY-010
           END-IF
           MOVE  STY-KEY2  TO SC-WST.
           PERFORM  SC-FIND-RTN  THRU  SC-FIND-RTN-EXIT.
           IF  SC-IX = ZERO
               GO TO SC-STY-010
           END-IF
           IF  STY-NG = SC-NG
               ADD  STY-TSK  TO SC-CV(SC-IX)
           ELSE
               ADD  STY-TSK  TO SC-LV(SC-IX)
           END-IF
           GO TO SC-STY-010.
       SC-STY-020.
           CALL "DB_F_Close" USING
            BY REFERENCE STY-F_IDLST STY-F_PNAME1.
       SC-STY-RTN-EXIT.
           EXIT.
      *
       SC-FIND-RTN.
           MOVE  1  TO SC-IX.
       SC-FIND-010.
           IF  SC-IX > SC-CNT
               GO TO SC-FIND-020
           END-IF
           IF  SC-ST(SC-IX) = SC-WST
               GO TO SC-FIND-RTN-EXIT
           END-IF
           ADD  1  TO SC-IX.
           GO TO SC-FIND-010.
       SC-FIND-020.
           IF  SC-CNT < 300
               ADD  1        TO SC-CNT
               MOVE  SC-CNT  TO SC-IX
               MOVE  SC-WST  TO SC-ST(SC-IX)
               MOVE  ZERO    TO SC-MST(SC-IX) SC-CLS(SC-IX)
                                SC-OPEN(SC-IX) SC-CLOSE(SC-IX)
                                SC-RGN(SC-IX) SC-AREA(SC-IX)
                                SC-FMT(SC-IX) SC-TCD(SC-IX)
                                SC-CP(SC-IX) SC-LP(SC-IX)
                                SC-CV(SC-IX) SC-LV(SC-IX)
           ELSE
               MOVE  ZERO  TO SC-IX
           END-IF.
       SC-FIND-RTN-EXIT.
           EXIT.
      *
      *    SC-CLS-RTN  -  1 comparable, 2 new, 3 closed, 4 not on
      *    STR-M.
      *
       SC-CLS-RTN.
           MOVE  1  TO SC-IX.
       SC-CLS-010.
           IF  SC-IX > SC-CNT
               GO TO SC-CLS-RTN-EXIT
           END-IF
           IF  SC-MST(SC-IX) = 0
               MOVE  4  TO SC-CLS(SC-IX)
               GO TO SC-CLS-020
           END-IF
           IF  SC-CLOSE(SC-IX) NOT = ZERO
                            AND  SC-CLOSE(SC-IX) / 100 NOT > SC-NG
               MOVE  3  TO SC-CLS(SC-IX)
               GO TO SC-CLS-020
           END-IF
           IF  SC-OPEN(SC-IX) > SC-LSTART
               MOVE  2  TO SC-CLS(SC-IX)
           ELSE
               MOVE  1  TO SC-CLS(SC-IX)
           END-IF.
       SC-CLS-020.
           ADD  1  TO SC-IX.
           GO TO SC-CLS-010.
       SC-CLS-RTN-EXIT.
           EXIT.
      *
      *    SC-PRT-RTN  -  the four lists in turn, each with its own
      *    total.
      *
       SC-PRT-RTN.
           CALL "PR_Open" RETURNING RESP.
           CALL "DB_F_Open" USING
            "INPUT" JCON_PNAME1 "SHARED" BY REFERENCE JCON_IDLST "1"
            "JCON2-KEY" BY REFERENCE JCON2-KEY.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-SC-HD   TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  SC-NG        TO WORK-SC-NG.
           MOVE  SC-LNG       TO WORK-SC-LNG.
           MOVE  WORK-SC-PER  TO PRN-R (11:32).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  1  TO SC-KIND.
           MOVE  "COMPARABLE STORES"  TO WORK-SC-SECT.
           PERFORM  SC-SEC-RTN  THRU  SC-SEC-RTN-EXIT.
           MOVE  2  TO SC-KIND.
           MOVE  "NEW STORES"  TO WORK-SC-SECT.
           PERFORM  SC-SEC-RTN  THRU  SC-SEC-RTN-EXIT.
           MOVE  3  TO SC-KIND.
           MOVE  "CLOSED STORES"  TO WORK-SC-SECT.
           PERFORM  SC-SEC-RTN  THRU  SC-SEC-RTN-EXIT.
           MOVE  4  TO SC-KIND.
           MOVE  "STORES NOT ON STR-M"  TO WORK-SC-SECT.
           PERFORM  SC-SEC-RTN  THRU  SC-SEC-RTN-EXIT.
           CALL "DB_F_Close" USING
            BY REFERENCE JCON_IDLST JCON_PNAME1.
           CALL "PR_Close" RETURNING RESP.
       SC-PRT-RTN-EXIT.
           EXIT.
      *
      *    SC-SEC-RTN  -  one list: heading, a line per store of
      *    SC-KIND with any activity in either month, and the total.
      *
       SC-SEC-RTN.
           MOVE  ZERO  TO SC-TCP SC-TLP SC-TCV SC-TLV SC-TAREA SC-SCNT.
           MOVE  SPACE  TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE         TO PRN-R.
           MOVE  WORK-SC-SECT  TO PRN-R (11:30).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-SC-COLHD  TO PRN-R (11:100).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  1  TO SC-IX.
       SC-SEC-010.
           IF  SC-IX > SC-CNT
               GO TO SC-SEC-020
           END-IF
           IF  SC-CLS(SC-IX) NOT = SC-KIND
               ADD  1  TO SC-IX
               GO TO SC-SEC-010
           END-IF
           IF  SC-CP(SC-IX) = ZERO  AND  SC-LP(SC-IX) = ZERO
                                   AND  SC-CV(SC-IX) = ZERO
                                   AND  SC-LV(SC-IX) = ZERO
               ADD  1  TO SC-IX
               GO TO SC-SEC-010
           END-IF
           ADD  1  TO SC-SCNT.
           ADD  SC-CP(SC-IX)    TO SC-TCP.
           ADD  SC-LP(SC-IX)    TO SC-TLP.
           ADD  SC-CV(SC-IX)    TO SC-TCV.
           ADD  SC-LV(SC-IX)    TO SC-TLV.
           ADD  SC-AREA(SC-IX)  TO SC-TAREA.
           MOVE  SPACE  TO PRN-R WORK-SC.
           MOVE  3             TO JCON3-01.
           MOVE  SC-ST(SC-IX)  TO JCON3-02.
           CALL "DB_Read" USING
            "INVALID KEY" JCON_PNAME1 BY REFERENCE JCON-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0
               MOVE  JCON3-03  TO WORK-SC-NAME
           END-IF
           MOVE  SC-ST(SC-IX)    TO WORK-SC-ST.
           MOVE  SC-RGN(SC-IX)   TO WORK-SC-RGN.
           MOVE  SC-FMT(SC-IX)   TO WORK-SC-FMT.
           MOVE  SC-AREA(SC-IX)  TO WORK-SC-AREA.
           MOVE  SC-CP(SC-IX)    TO WORK-SC-CP.
           MOVE  SC-LP(SC-IX)    TO WORK-SC-LP.
           MOVE  SC-CV(SC-IX)    TO WORK-SC-CV.
           MOVE  SC-LV(SC-IX)    TO WORK-SC-LV.
           MOVE  ZERO  TO SC-PCT.
           IF  SC-LP(SC-IX) NOT = ZERO
               COMPUTE  SC-PCT ROUNDED = (SC-CP(SC-IX) - SC-LP(SC-IX))
                                       * 100 / SC-LP(SC-IX)
           END-IF
           MOVE  SC-PCT  TO WORK-SC-PPC.
           MOVE  ZERO  TO SC-PCT.
           IF  SC-LV(SC-IX) NOT = ZERO
               COMPUTE  SC-PCT ROUNDED = (SC-CV(SC-IX) - SC-LV(SC-IX))
                                       * 100 / SC-LV(SC-IX)
           END-IF
           MOVE  SC-PCT  TO WORK-SC-VPC.
           MOVE  ZERO  TO SC-TSB.
           IF  SC-AREA(SC-IX) NOT = ZERO
               COMPUTE  SC-TSB ROUNDED = SC-CV(SC-IX) / SC-AREA(SC-IX)
           END-IF
           MOVE  SC-TSB  TO WORK-SC-TSB.
           MOVE  WORK-SC  TO PRN-R (11:100).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           ADD  1  TO SC-IX.
           GO TO SC-SEC-010.
       SC-SEC-020.
           MOVE  SPACE  TO PRN-R WORK-SC-TOT.
           MOVE  "  TOTAL"  TO WORK-SC-TLBL.
           MOVE  SC-SCNT    TO WORK-SC-TLBL (9:4).
           MOVE  " STORES"  TO WORK-SC-TLBL (13:7).
           MOVE  SC-TAREA   TO WORK-SC-TAREA.
           MOVE  SC-TCP     TO WORK-SC-TCP.
           MOVE  SC-TLP     TO WORK-SC-TLP.
           MOVE  SC-TCV     TO WORK-SC-TCV.
           MOVE  SC-TLV     TO WORK-SC-TLV.
           MOVE  ZERO  TO SC-PCT.
           IF  SC-TLP NOT = ZERO
               COMPUTE  SC-PCT ROUNDED = (SC-TCP - SC-TLP) * 100
                                       / SC-TLP
           END-IF
           MOVE  SC-PCT  TO WORK-SC-TPPC.
           MOVE  ZERO  TO SC-PCT.
           IF  SC-TLV NOT = ZERO
               COMPUTE  SC-PCT ROUNDED = (SC-TCV - SC-TLV) * 100
                                       / SC-TLV
           END-IF
           MOVE  SC-PCT  TO WORK-SC-TVPC.
           MOVE  ZERO  TO SC-TSB.
           IF  SC-TAREA NOT = ZERO
               COMPUTE  SC-TSB ROUNDED = SC-TCV / SC-TAREA
           END-IF
           MOVE  SC-TSB  TO WORK-SC-TTSB.
           MOVE  WORK-SC-TOT  TO PRN-R (11:100).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
       SC-SEC-RTN-EXIT.
           EXIT.
      *
       R-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_Close".
           STOP RUN.
