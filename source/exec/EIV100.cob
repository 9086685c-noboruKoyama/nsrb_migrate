       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         EIV100.
      *********************************************************
      *    PROGRAM         :  CHAIN EDI INVOICE ACK / OPEN LIST*
      *    PRINTER TYPE    :  JIPS                             *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    the follow-up side of the chain-store EDI invoices
      *    BIL100 sends (TC-DLVKBN 2) and records on EIVF.
      *    SEL-MODE, the TGS100 idiom:
      *      1 = acknowledgement import: the chain's EDIACK file --
      *          a header naming the chain (its company code, the
      *          head-office row's TC-EDISTR), one data record per
      *          invoice answered (invoice number, A = accepted or
      *          R = rejected with the chain's reason code, the date
      *          it was processed), trailer, end -- marks each EIVF
      *          row accepted or rejected.  an invoice not on EIVF,
      *          answered by another chain, or with a result that is
      *          neither is listed and left alone; an invoice already
      *          accepted is listed as a repeat.  a rejected invoice
      *          stays rejected until the month is billed again and
      *          resent or the chain accepts it on a later file.
      *      2 = open list: every invoice still awaiting an answer
      *          the JCON kind-1 parameter 0010 number of days (3
      *          when none has been keyed) or more after it was
      *          sent, as of the entered date (today when left
      *          zero), by the 360/30 day serial CSH100 uses -- the
      *          list accounts receivable chases the chains with.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SYSTEM3100.
       OBJECT-COMPUTER. SYSTEM3100.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  SEL-MODE               PIC  9(001)      VALUE ZERO.
       01  M-DMM                  PIC  9(001)      VALUE ZERO.
       01  EV-ASOF                PIC  9(008)      VALUE ZERO.
       01  EV-RUNDT               PIC  9(008)      VALUE ZERO.
       01  WORK-TODATE.
           02  WORK-TD-YY         PIC  9(002).
           02  WORK-TD-MM         PIC  9(002).
           02  WORK-TD-DD         PIC  9(002).
      *    mode 1: the chain on the header in hand and the run
      *    counts.
       01  EV-HSNDR               PIC  X(013)      VALUE SPACE.
       01  EV-HCNT                PIC  9(006)      VALUE ZERO.
       01  EV-ACNT                PIC  9(006)      VALUE ZERO.
       01  EV-JCNT                PIC  9(006)      VALUE ZERO.
       01  EV-RCNT                PIC  9(006)      VALUE ZERO.
       01  EV-NACK                PIC  9(001)      VALUE ZERO.
       01  EV-RSN                 PIC  X(020)      VALUE SPACE.
      *    mode 2: the age limit and the 360/30 day serial work
      *    fields, CSH100's SER-RTN.
       01  EV-DAYS                PIC  9(003)      VALUE ZERO.
       01  EV-SERD                PIC  9(008)      VALUE ZERO.
       01  EV-YR                  PIC  9(004)      VALUE ZERO.
       01  EV-REM                 PIC  9(006)      VALUE ZERO.
       01  EV-SER                 PIC  9(007)      VALUE ZERO.
       01  EV-ASER                PIC  9(007)      VALUE ZERO.
       01  EV-AGE                 PIC S9(007)      VALUE ZERO.
       01  EV-OCNT                PIC  9(006)      VALUE ZERO.
       01  EV-OTOT                PIC  9(012)      VALUE ZERO.
       01  PRN-R                  PIC  X(132).
       77  RESP                   PIC  9(001).
      *    the acknowledgement register.
       01  WORK-AK-HD             PIC  X(050)      VALUE
            "*** CHAIN EDI INVOICE ACKNOWLEDGEMENTS ***".
       01  WORK-AK-COLHD.
           02  F                  PIC  X(040)      VALUE
                "CHAIN         INVOICE    BILL      TOTAL".
           02  F                  PIC  X(030)      VALUE
                " R RSN  DATE     RESULT       ".
       01  WORK-AK.
           02  WORK-AK-SNDR       PIC  X(013).
           02  F                  PIC  X(01).
           02  WORK-AK-INVID      PIC  X(010).
           02  F                  PIC  X(01).
           02  WORK-AK-HQ         PIC  9(004).
           02  F                  PIC  X(01).
           02  WORK-AK-TOT        PIC  ZZZZZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-AK-RSLT       PIC  X(001).
           02  F                  PIC  X(01).
           02  WORK-AK-RSN        PIC  X(004).
           02  F                  PIC  X(01).
           02  WORK-AK-DATE       PIC  9(008).
           02  F                  PIC  X(01).
           02  WORK-AK-NOTE       PIC  X(020).
       01  WORK-AK-TOTL.
           02  F                  PIC  X(12)  VALUE  "ACCEPTED :  ".
           02  WORK-AK-ACNT       PIC  ZZZZZ9.
           02  F                  PIC  X(14)  VALUE  "   REJECTED : ".
           02  WORK-AK-JCNT       PIC  ZZZZZ9.
           02  F                  PIC  X(15)  VALUE  "   NOT TAKEN : ".
           02  WORK-AK-RCNT       PIC  ZZZZZ9.
       01  WORK-AK-TRL.
           02  F                  PIC  X(30)  VALUE
                "TRAILER COUNT DIFFERS, CHAIN  ".
           02  WORK-AK-TSNDR      PIC  X(013).
           02  F                  PIC  X(08)  VALUE  "  SENT :".
           02  WORK-AK-TSENT      PIC  ZZZZZ9.
           02  F                  PIC  X(08)  VALUE  "  READ :".
           02  WORK-AK-TREAD      PIC  ZZZZZ9.
      *    the open list.
       01  WORK-OP-HD             PIC  X(050)      VALUE
            "*** CHAIN EDI INVOICES AWAITING ACK ***".
       01  WORK-OP-ASOF.
           02  F                  PIC  X(07)  VALUE  "AS OF  ".
           02  WORK-OP-DATE       PIC  9(008).
           02  F                  PIC  X(12)  VALUE  "   SENT AGO ".
           02  WORK-OP-DAYS       PIC  ZZ9.
           02  F                  PIC  X(13)  VALUE  " DAYS OR MORE".
       01  WORK-OP-COLHD.
           02  F                  PIC  X(040)      VALUE
                "BILL NAME                               ".
           02  F                  PIC  X(038)      VALUE
                "                  INVOICE    SENT     ".
           02  F                  PIC  X(028)      VALUE
                "DAYS      TOTAL FILE        ".
       01  WORK-OP.
           02  WORK-OP-HQ         PIC  9(004).
           02  F                  PIC  X(01).
           02  WORK-OP-NAME       PIC  N(026).
           02  F                  PIC  X(01).
           02  WORK-OP-INVID      PIC  X(010).
           02  F                  PIC  X(01).
           02  WORK-OP-SDATE      PIC  9(008).
           02  F                  PIC  X(01).
           02  WORK-OP-AGE        PIC  ZZZ9.
           02  F                  PIC  X(01).
           02  WORK-OP-TOT        PIC  ZZZZZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-OP-FID        PIC  X(012).
       01  WORK-OP-TOTL.
           02  F                  PIC  X(12)  VALUE  "INVOICES :  ".
           02  WORK-OP-OCNT       PIC  ZZZZZ9.
           02  F                  PIC  X(11)  VALUE  "   TOTAL : ".
           02  WORK-OP-OTOT       PIC  ZZZZZZZZZZZ9.
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
           COPY  L-JCON.
      *FD  TC-M
           COPY LITCM.
      *FD  EIVF
           COPY LIEIVF.
      *FD  EDIACK
      *    the chain's answer to the invoice files -- 80-byte fixed
      *    records, header / data / trailer / end, the shape of
      *    BIL100's invoice file.
       01  EDIACK_EIV100.
           02  EDIACK_PNAME1      PIC  X(006) VALUE "EDIACK".
           02  F                  PIC  X(001).
           02  EDIACK_LNAME       PIC  X(013) VALUE "EDIACK_EIV100".
           02  F                  PIC  X(001).
           02  EDIACK_KEY1        PIC  X(100) VALUE SPACE.
           02  EDIACK_SORT        PIC  X(100) VALUE SPACE.
           02  EDIACK_IDLST       PIC  X(100) VALUE SPACE.
           02  EDIACK_RES         USAGE  POINTER.
       01  AK-REC                 PIC  X(080).
       01  AK-HDR  REDEFINES  AK-REC.
           02  AK-H-KBN           PIC  9(001).                          1
           02  AK-H-SNDR          PIC  X(013).                          送信者コード
           02  AK-H-DATE          PIC  9(008).                          作成日
           02  AK-H-F             PIC  X(058).                          ダミー
       01  AK-DTA  REDEFINES  AK-REC.
           02  AK-D-KBN           PIC  9(001).                          2
           02  AK-D-INVID.
               03  AK-D-NG        PIC  9(006).                          請求年月
               03  AK-D-HQ        PIC  9(004).                          請求先コード
           02  AK-D-RSLT          PIC  X(001).                          A:受理 R:不受理
           02  AK-D-RSN           PIC  X(004).                          不受理理由
           02  AK-D-ADATE         PIC  9(008).                          処理日
           02  AK-D-F             PIC  X(056).                          ダミー
       01  AK-TRL  REDEFINES  AK-REC.
           02  AK-T-KBN           PIC  9(001).                          8
           02  AK-T-CNT           PIC  9(006).                          明細件数
           02  AK-T-F             PIC  X(073).                          ダミー
      *
       77  ESTAT                  PIC  X(002).
       77  RESU                   PIC  9(001).
       77  RET                    PIC  9(001)      VALUE ZERO.
       77  USER_ID                PIC  X(006)      VALUE SPACE.
       77  COMPLETION_CODE        PIC  X(003)      VALUE ZERO.
      *
       01  C-CLEAR.
           02  C-CL    PIC  X(012) VALUE "CLEAR SCREEN".
       01  C-MID.
           02  FILLER  PIC  X(040) VALUE
                "CHAIN EDI INVOICE ACK / OPEN LIST".
           02  FILLER  PIC  X(035) VALUE
                "1=ACK IMPORT 2=OPEN LIST      MODE".
           02  FILLER  PIC  X(025) VALUE
                "AS OF DATE     CCYYMMDD".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-ACP.
           02  A-MODE     PIC  9(001).
           02  A-ASOF     PIC  9(008).
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
             03  E-ME1   PIC  X(030) VALUE
                  "***  NO OPEN INVOICES      ***".
             03  E-ME2   PIC  X(030) VALUE
                  "***  DONE                  ***".
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
            "C-MID" " " "0" "0" "120" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-MID" "X" "3" "10" "40" " " "C-MID" RETURNING RESU.
       CALL "SD_Init" USING
            "02C-MID" "X" "5" "10" "35" "01C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "03C-MID" "X" "7" "10" "25" "02C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "04C-MID" "X" "18" "10" "20" "03C-MID" " " RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "10" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-MODE" "9" "5" "46" "1" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-MODE" BY REFERENCE SEL-MODE "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-ASOF" "9" "7" "36" "8" "A-MODE" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-ASOF" BY REFERENCE EV-ASOF "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "18" "31" "1" "A-ASOF" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DMM" BY REFERENCE M-DMM "1" "0" RETURNING RESU.
      *C-ERR
       CALL "SD_Init" USING
            "C-ERR" " " "0" "0" "67" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-ERR" " " "24" "0" "67" " " "C-ERR" RETURNING RESU.
       CALL "SD_Init" USING
            "E-STAT" "X" "24" "10" "2" " " "01C-ERR" RETURNING RESU.
       CALL "SD_From" USING
            "E-STAT" BY REFERENCE ERR-STAT "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME1" "X" "24" "15" "30" "E-STAT" " " RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME2" "X" "24" "15" "30" "E-ME1" " " RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME99" "X" "24" "75" "5" "E-ME2" " " RETURNING RESU.
      *
           ACCEPT USER_ID FROM ARGUMENT-VALUE.
           ACCEPT COMPLETION_CODE FROM ARGUMENT-VALUE.
      *
       R-05.
           MOVE    SPACE    TO  ERR-STAT.
           MOVE    ZERO     TO  RESU.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "SD_Output" USING "C-MID" C-MID "p" RETURNING RESU.
           MOVE  ZERO  TO SEL-MODE M-DMM EV-ASOF.
           ACCEPT  WORK-TODATE  FROM  DATE.
           COMPUTE  EV-RUNDT = (2000 + WORK-TD-YY) * 10000
                  + WORK-TD-MM * 100 + WORK-TD-DD.
       R-08.
           CALL "SD_Accept" USING BY REFERENCE A-MODE "A-MODE" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = PF9
               CALL "C3_Set_Jrcode" USING
                USER_ID BY REFERENCE COMPLETION_CODE  255
               GO TO R-95
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-08
           END-IF
           IF  SEL-MODE = 1
               GO TO R-20
           END-IF
           IF  SEL-MODE NOT = 2
               GO TO R-08
           END-IF.
       R-10.
           CALL "SD_Accept" USING BY REFERENCE A-ASOF "A-ASOF" "9"
            "8" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-08
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-10
           END-IF
           IF  EV-ASOF = ZERO
               MOVE  EV-RUNDT  TO EV-ASOF
               CALL "SD_Output" USING
                "A-ASOF" A-ASOF "p" RETURNING RESU
           END-IF.
       R-20.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               IF  SEL-MODE = 2
                   GO TO R-10
               ELSE
                   GO TO R-08
               END-IF
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-20
           END-IF
           IF  M-DMM NOT = 1  AND  9
               GO TO R-20
           END-IF
           IF  M-DMM = 9
               GO TO R-05
           END-IF
           IF  SEL-MODE = 1
               PERFORM  AK-IN-RTN   THRU  AK-IN-RTN-EXIT
           END-IF
           IF  SEL-MODE = 2
               PERFORM  OP-LST-RTN  THRU  OP-LST-RTN-EXIT
               IF  EV-OCNT = ZERO
                   CALL "SD_Output" USING
                    "E-ME1" E-ME1 "p" RETURNING RESU
                   CALL "SD_Output" USING
                    "E-ME99" E-ME99 "p" RETURNING RESU
                   GO TO R-05
               END-IF
           END-IF
           CALL "SD_Output" USING
            "E-ME2" E-ME2 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO R-05.
      *
      *    AK-IN-RTN  -  mode 1: the EDIACK answers marked onto
      *    EIVF, the acknowledgement register on the printer.
      *
       AK-IN-RTN.
           MOVE  ZERO   TO EV-ACNT EV-JCNT EV-RCNT EV-HCNT.
           MOVE  SPACE  TO EV-HSNDR.
           CALL "PR_Open" RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-AK-HD     TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-AK-COLHD  TO PRN-R (11:70).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "DB_F_Open" USING
            "I-O" EIVF_PNAME1 "SHARED" BY REFERENCE EIVF_IDLST "1"
            "EIV-KEY" BY REFERENCE EIV-KEY.
           CALL "DB_F_Open" USING
            "INPUT" EDIACK_PNAME1 " " BY REFERENCE EDIACK_IDLST "0".
       AK-IN-010.
           CALL "DB_Read" USING
            "AT END" EDIACK_PNAME1 BY REFERENCE AK-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO AK-IN-090
           END-IF
           IF  AK-H-KBN = 1
               MOVE  AK-H-SNDR  TO EV-HSNDR
               MOVE  ZERO       TO EV-HCNT
               GO TO AK-IN-010
           END-IF
           IF  AK-T-KBN = 8
               PERFORM  AK-TRL-RTN  THRU  AK-TRL-RTN-EXIT
               GO TO AK-IN-010
           END-IF
           IF  AK-D-KBN NOT = 2
               GO TO AK-IN-010
           END-IF
           ADD  1  TO EV-HCNT.
           PERFORM  AK-DTA-RTN  THRU  AK-DTA-RTN-EXIT.
           GO TO AK-IN-010.
       AK-IN-090.
           CALL "DB_F_Close" USING
            BY REFERENCE EDIACK_IDLST EDIACK_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE EIVF_IDLST EIVF_PNAME1.
           MOVE  SPACE  TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  EV-ACNT        TO WORK-AK-ACNT.
           MOVE  EV-JCNT        TO WORK-AK-JCNT.
           MOVE  EV-RCNT        TO WORK-AK-RCNT.
           MOVE  WORK-AK-TOTL   TO PRN-R (11:59).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "PR_Close" RETURNING RESP.
       AK-IN-RTN-EXIT.
           EXIT.
      *
      *    AK-TRL-RTN  -  a trailer whose count does not match the
      *    answers read under its header is listed.
      *
       AK-TRL-RTN.
           IF  AK-T-CNT NUMERIC
               IF  AK-T-CNT = EV-HCNT
                   GO TO AK-TRL-RTN-EXIT
               END-IF
           END-IF
           MOVE  SPACE         TO PRN-R.
           MOVE  EV-HSNDR      TO WORK-AK-TSNDR.
           MOVE  ZERO          TO WORK-AK-TSENT.
           IF  AK-T-CNT NUMERIC
               MOVE  AK-T-CNT  TO WORK-AK-TSENT
           END-IF
           MOVE  EV-HCNT       TO WORK-AK-TREAD.
           MOVE  WORK-AK-TRL   TO PRN-R (11:71).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
       AK-TRL-RTN-EXIT.
           EXIT.
      *
      *    AK-DTA-RTN  -  one answer: checked against the EIVF row
      *    it names, then marked accepted or rejected.
      *
       AK-DTA-RTN.
           MOVE  SPACE  TO EV-RSN.
           MOVE  ZERO   TO EIV-TOT.
           IF  AK-D-INVID NOT NUMERIC
               MOVE  "BAD RECORD"  TO EV-RSN
               GO TO AK-DTA-080
           END-IF
           MOVE  AK-D-NG  TO EIV-NG.
           MOVE  AK-D-HQ  TO EIV-HQ.
           CALL "DB_Read" USING
            "INVALID KEY" EIVF_PNAME1 BY REFERENCE EIV-R " "
            RETURNING RET.
           IF  RET = 1
               MOVE  ZERO  TO EIV-TOT
               MOVE  "NO SUCH INVOICE"  TO EV-RSN
               GO TO AK-DTA-080
           END-IF
           IF  EIV-RCVR NOT = SPACE  AND  EIV-RCVR NOT = EV-HSNDR
               MOVE  "WRONG CHAIN"  TO EV-RSN
               GO TO AK-DTA-080
           END-IF
           IF  AK-D-RSLT = "A"
               MOVE  1  TO EV-NACK
           ELSE
               IF  AK-D-RSLT = "R"
                   MOVE  2  TO EV-NACK
               ELSE
                   MOVE  "BAD RESULT"  TO EV-RSN
                   GO TO AK-DTA-080
               END-IF
           END-IF
           IF  EIV-ACK = 1  AND  EV-NACK = 1
               MOVE  "ALREADY ACCEPTED"  TO EV-RSN
               GO TO AK-DTA-080
           END-IF
           MOVE  EV-NACK  TO EIV-ACK.
           IF  AK-D-ADATE NUMERIC  AND  AK-D-ADATE NOT = ZERO
               MOVE  AK-D-ADATE  TO EIV-ADATE
           ELSE
               MOVE  EV-RUNDT    TO EIV-ADATE
           END-IF
           IF  EV-NACK = 2
               MOVE  AK-D-RSN  TO EIV-ARSN
               MOVE  "REJECTED"  TO EV-RSN
               ADD  1  TO EV-JCNT
           ELSE
               MOVE  SPACE     TO EIV-ARSN
               MOVE  "ACCEPTED"  TO EV-RSN
               ADD  1  TO EV-ACNT
           END-IF
           IF  EIV-ACNT < 99
               ADD  1  TO EIV-ACNT
           END-IF
           CALL "DB_Update" USING
            EIVF_PNAME1 EIVF_LNAME EIV-R RETURNING RET.
           GO TO AK-DTA-090.
       AK-DTA-080.
           ADD  1  TO EV-RCNT.
       AK-DTA-090.
           MOVE  SPACE         TO PRN-R WORK-AK.
           MOVE  EV-HSNDR      TO WORK-AK-SNDR.
           MOVE  AK-D-INVID    TO WORK-AK-INVID.
           IF  AK-D-HQ NUMERIC
               MOVE  AK-D-HQ   TO WORK-AK-HQ
           END-IF
           MOVE  EIV-TOT       TO WORK-AK-TOT.
           MOVE  AK-D-RSLT     TO WORK-AK-RSLT.
           MOVE  AK-D-RSN      TO WORK-AK-RSN.
           IF  AK-D-ADATE NUMERIC
               MOVE  AK-D-ADATE  TO WORK-AK-DATE
           END-IF
           MOVE  EV-RSN        TO WORK-AK-NOTE.
           MOVE  WORK-AK       TO PRN-R (11:77).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
       AK-DTA-RTN-EXIT.
           EXIT.
      *
      *    OP-LST-RTN  -  mode 2: one EIVF pass in key order (month,
      *    bill-to) listing every invoice still awaiting an answer
      *    EV-DAYS or more days after it was sent.
      *
       OP-LST-RTN.
           MOVE  ZERO  TO EV-OCNT EV-OTOT.
           CALL "DB_F_Open" USING
            "INPUT" JCON_PNAME1 "SHARED" BY REFERENCE JCON_IDLST "1"
            "JCON2-KEY" BY REFERENCE JCON2-KEY.
           MOVE  1   TO  JCON1-01.
           MOVE  10  TO  JCON1-02.
           CALL "DB_Read" USING
            "INVALID KEY" JCON_PNAME1 BY REFERENCE JCON-R "UNLOCK"
            RETURNING RET.
           MOVE  3  TO EV-DAYS.
           IF  RET = 0  AND  JCON1-VAL NOT = ZERO
               MOVE  JCON1-VAL  TO EV-DAYS
           END-IF
           CALL "DB_F_Close" USING
            BY REFERENCE JCON_IDLST JCON_PNAME1.
           MOVE  EV-ASOF  TO EV-SERD.
           PERFORM  SER-RTN  THRU  SER-RTN-EXIT.
           MOVE  EV-SER   TO EV-ASER.
           CALL "PR_Open" RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-OP-HD     TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  EV-ASOF        TO WORK-OP-DATE.
           MOVE  EV-DAYS        TO WORK-OP-DAYS.
           MOVE  WORK-OP-ASOF   TO PRN-R (11:43).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  WORK-OP-COLHD  TO PRN-R (11:106).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "DB_F_Open" USING
            "INPUT" TC-M_PNAME1 "SHARED" BY REFERENCE TC-M_IDLST "1"
            "TC-KEY" BY REFERENCE TC-KEY.
           CALL "DB_F_Open" USING
            "INPUT" EIVF_PNAME1 " " BY REFERENCE EIVF_IDLST "0".
       OP-LST-010.
           CALL "DB_Read" USING
            "AT END" EIVF_PNAME1 BY REFERENCE EIV-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO OP-LST-090
           END-IF
           IF  EIV-ACK NOT = 0
               GO TO OP-LST-010
           END-IF
           MOVE  EIV-SDATE  TO EV-SERD.
           PERFORM  SER-RTN  THRU  SER-RTN-EXIT.
           COMPUTE  EV-AGE = EV-ASER - EV-SER.
           IF  EV-AGE < EV-DAYS
               GO TO OP-LST-010
           END-IF
           MOVE  EIV-HQ  TO TC-TCD.
           MOVE  1       TO TC-CCD.
           CALL "DB_Read" USING
            "INVALID KEY" TC-M_PNAME1 BY REFERENCE TC-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  SPACE  TO TC-NAME
           END-IF
           MOVE  SPACE         TO PRN-R WORK-OP.
           MOVE  EIV-HQ        TO WORK-OP-HQ.
           MOVE  TC-NAME       TO WORK-OP-NAME.
           MOVE  EIV-KEY       TO WORK-OP-INVID.
           MOVE  EIV-SDATE     TO WORK-OP-SDATE.
           MOVE  EV-AGE        TO WORK-OP-AGE.
           MOVE  EIV-TOT       TO WORK-OP-TOT.
           MOVE  EIV-FID       TO WORK-OP-FID.
           MOVE  WORK-OP       TO PRN-R (11:106).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           ADD  1        TO EV-OCNT.
           ADD  EIV-TOT  TO EV-OTOT.
           GO TO OP-LST-010.
       OP-LST-090.
           CALL "DB_F_Close" USING
            BY REFERENCE EIVF_IDLST EIVF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE TC-M_IDLST TC-M_PNAME1.
           MOVE  SPACE  TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  EV-OCNT        TO WORK-OP-OCNT.
           MOVE  EV-OTOT        TO WORK-OP-OTOT.
           MOVE  WORK-OP-TOTL   TO PRN-R (11:41).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "PR_Close" RETURNING RESP.
       OP-LST-RTN-EXIT.
           EXIT.
      *
      *    SER-RTN  -  360/30 approximate day serial of EV-SERD,
      *    cloned from CSH100.
      *
       SER-RTN.
           COMPUTE  EV-YR  = EV-SERD / 10000.
           COMPUTE  EV-REM = EV-SERD / 100.
           COMPUTE  EV-SER = EV-YR * 360
                  + (EV-REM - EV-YR * 100) * 30
                  + (EV-SERD - EV-REM * 100).
       SER-RTN-EXIT.
           EXIT.
      *
       R-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_Close".
           STOP RUN.
