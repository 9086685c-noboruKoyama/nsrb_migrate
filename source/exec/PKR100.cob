       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PKR100.
      *********************************************************
      *    PROGRAM         :  PICKER PRODUCTIVITY / ACCURACY   *
      *    PRINTER TYPE    :  JIPS                             *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    what each picker does in a day or a month, from the scan
      *    history SCN100 keeps on SCNH: the period is one shipping
      *    date (1) or the month of the keyed date (2).  per picker:
      *      - slips: slips the picker scanned on;
      *      - lines: distinct slip/item lines scanned (a barcode
      *        that resolved to no item is not a line);
      *      - pairs: pairs scanned;
      *      - waves and elapsed: per shipping day, each WAV100
      *        wave (warehouse and route) the picker scanned in,
      *        timed first scan to last on the handheld's clock and
      *        summed -- a wave of one scan times as nothing;
      *      - lines an hour over that elapsed time;
      *      - mismatch: slips the picker scanned on that SCN100
      *        left at SCNV status 2, and their share of the slips.
      *    under the pickers a team total and a team average per
      *    picker; the team's lines an hour and mismatch rate are
      *    the totals', not an average of rates.
      *    the SCNH key runs shipping date, slip, scan time, so a
      *    slip's scans arrive together and a day's together; the
      *    slip and the day are settled as each closes.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SYSTEM3100.
       OBJECT-COMPUTER. SYSTEM3100.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  PK-KBN                 PIC  9(001)      VALUE ZERO.
       01  PK-NGP                 PIC  9(008)      VALUE ZERO.
       01  PK-NGPR  REDEFINES  PK-NGP.
           02  PK-NG              PIC  9(006).
           02  F                  PIC  9(002).
       01  PK-DMM                 PIC  9(001)      VALUE ZERO.
       01  W-NGPR.
           02  W-NG               PIC  9(006).
           02  F                  PIC  9(002).
       01  CUR-NGP                PIC  9(008)      VALUE ZERO.
       01  CUR-03                 PIC  9(006)      VALUE ZERO.
       01  W-MIS                  PIC  9(001)      VALUE ZERO.
       01  W-PICK                 PIC  X(006)      VALUE SPACE.
       01  W-STAMP                PIC  9(011)      VALUE ZERO.
       01  W-HH                   PIC  9(004)      VALUE ZERO.
       01  W-MI                   PIC  9(002)      VALUE ZERO.
       01  W-LPH                  PIC  9(004)V9    VALUE ZERO.
       01  W-MRT                  PIC  9(003)V9    VALUE ZERO.
      *    per picker, sorted on the picker ID for print.
       01  PK-CNT                 PIC  9(003)      VALUE ZERO.
       01  PK-IX                  PIC  9(003)      VALUE ZERO.
       01  PK-JX                  PIC  9(003)      VALUE ZERO.
       01  PK-LIMIT               PIC  9(003)      VALUE ZERO.
       01  PK-TBL.
           02  PK-ENT   OCCURS  200.
               03  PK-ID          PIC  X(006).
               03  PK-SLP         PIC  9(005).
               03  PK-LIN         PIC  9(006).
               03  PK-PRS         PIC  9(007).
               03  PK-WAV         PIC  9(004).
               03  PK-SEC         PIC  9(008).
               03  PK-MIS         PIC  9(005).
       01  PK-TMP                 PIC  X(041).
       01  PK-TOT.
           02  PT-SLP             PIC  9(007).
           02  PT-LIN             PIC  9(008).
           02  PT-PRS             PIC  9(009).
           02  PT-WAV             PIC  9(006).
           02  PT-SEC             PIC  9(010).
           02  PT-MIS             PIC  9(007).
      *    the open slip: its pickers and their picker/item lines.
       01  SP-CNT                 PIC  9(002)      VALUE ZERO.
       01  SP-IX                  PIC  9(002)      VALUE ZERO.
       01  SP-TBL.
           02  SP-PICK  OCCURS  30  PIC  X(006).
       01  SI-CNT                 PIC  9(003)      VALUE ZERO.
       01  SI-IX                  PIC  9(003)      VALUE ZERO.
       01  SI-TBL.
           02  SI-ENT   OCCURS  300.
               03  SI-PICK        PIC  X(006).
               03  SI-HCD         PIC  9(006).
      *    the open day's waves per picker, first and last scan in
      *    seconds on DY-RTN's day number.
       01  WT-CNT                 PIC  9(004)      VALUE ZERO.
       01  WT-IX                  PIC  9(004)      VALUE ZERO.
       01  WT-TBL.
           02  WT-ENT   OCCURS  1000.
               03  WT-PICK        PIC  X(006).
               03  WT-WH          PIC  9(001).
               03  WT-RT          PIC  9(002).
               03  WT-FIRST       PIC  9(011).
               03  WT-LAST        PIC  9(011).
      *    DY-RTN: CCYYMMDD in DY-DATE to a running day number in
      *    DY-SER, good for differences inside the century.
       01  DY-DATE                PIC  9(008)      VALUE ZERO.
       01  DY-DATER  REDEFINES  DY-DATE.
           02  DY-YYYY            PIC  9(004).
           02  DY-MM              PIC  9(002).
           02  DY-DD              PIC  9(002).
       01  DY-SER                 PIC  9(007)      VALUE ZERO.
       01  DY-Y1                  PIC  9(004)      VALUE ZERO.
       01  DY-Q                   PIC  9(004)      VALUE ZERO.
       01  DY-R                   PIC  9(001)      VALUE ZERO.
       01  DY-CUMV                PIC  X(036)      VALUE
            "000031059090120151181212243273304334".
       01  DY-CUMT  REDEFINES  DY-CUMV.
           02  DY-CUM             PIC  9(003)  OCCURS  12.
       01  PRN-R                  PIC  X(132).
       77  RESP                   PIC  9(001).
       01  WORK-PK-HD             PIC  X(050)      VALUE
            "*** PICKER PRODUCTIVITY AND ACCURACY ***".
       01  WORK-PK-SUB.
           02  WORK-PK-KBN        PIC  X(007).
           02  WORK-PK-NGP        PIC  X(008).
       01  WORK-PK-COLHD.
           02  F                  PIC  X(08)  VALUE  "PICKER  ".
           02  F                  PIC  X(07)  VALUE  "SLIPS  ".
           02  F                  PIC  X(08)  VALUE  " LINES  ".
           02  F                  PIC  X(09)  VALUE  "  PAIRS  ".
           02  F                  PIC  X(06)  VALUE  "WAVE  ".
           02  F                  PIC  X(09)  VALUE  "ELAPSED  ".
           02  F                  PIC  X(08)  VALUE  "LINE/H  ".
           02  F                  PIC  X(07)  VALUE  " MISS  ".
           02  F                  PIC  X(06)  VALUE  "MISS% ".
       01  WORK-PK.
           02  WORK-PK-ID         PIC  X(006).
           02  F                  PIC  X(02).
           02  WORK-PK-SLP        PIC  ZZZZ9.
           02  F                  PIC  X(02).
           02  WORK-PK-LIN        PIC  ZZZZZ9.
           02  F                  PIC  X(02).
           02  WORK-PK-PRS        PIC  ZZZZZZ9.
           02  F                  PIC  X(02).
           02  WORK-PK-WAV        PIC  ZZZ9.
           02  F                  PIC  X(02).
           02  WORK-PK-ELH        PIC  ZZZ9.
           02  F                  PIC  X(01)  VALUE  ":".
           02  WORK-PK-ELM        PIC  9(002).
           02  F                  PIC  X(02).
           02  WORK-PK-LPH        PIC  ZZZ9.9.
           02  F                  PIC  X(02).
           02  WORK-PK-MIS        PIC  ZZZZ9.
           02  F                  PIC  X(02).
           02  WORK-PK-MRT        PIC  ZZ9.9.
           02  F                  PIC  X(01)  VALUE  "%".
       01  WORK-PK-CNT.
           02  F                  PIC  X(09)  VALUE  "PICKERS  ".
           02  WORK-PK-PCNT       PIC  ZZ9.
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
      *FD  SCNH
           COPY LISCNH.
      *FD  SCNV
       01  SCNV_PKR100.
           02  SCNV_PNAME1        PIC  X(006) VALUE "SCNV".
           02  F                  PIC  X(001).
           02  SCNV_LNAME         PIC  X(011) VALUE "SCNV_PKR100".
           02  F                  PIC  X(001).
           02  SCNV_KEY1          PIC  X(100) VALUE SPACE.
           02  SCNV_SORT          PIC  X(100) VALUE SPACE.
           02  SCNV_IDLST         PIC  X(100) VALUE SPACE.
           02  SCNV_RES           USAGE  POINTER.
           COPY SCNV.
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
                "PICKER PRODUCTIVITY AND ACCURACY".
           02  FILLER  PIC  X(020) VALUE
                "PERIOD 1=DAY 2=MONTH".
           02  FILLER  PIC  X(020) VALUE
                "SHIP DATE  CCYYMMDD".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-ACP.
           02  A-KBN      PIC  9(001).
           02  A-NGP      PIC  9(008).
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
             03  E-ME1   PIC  X(030) VALUE
                  "***  NO SCANS IN PERIOD    ***".
             03  E-ME2   PIC  X(030) VALUE
                  "***  REPORT COMPLETE       ***".
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
            "C-MID" " " "0" "0" "100" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-MID" "X" "3" "10" "40" " " "C-MID" RETURNING RESU.
       CALL "SD_Init" USING
            "02C-MID" "X" "10" "10" "20" "01C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "03C-MID" "X" "12" "10" "20" "02C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "04C-MID" "X" "16" "10" "20" "03C-MID" " " RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "10" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-KBN" "9" "10" "31" "1" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-KBN" BY REFERENCE PK-KBN "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-NGP" "9" "12" "31" "8" "A-KBN" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-NGP" BY REFERENCE PK-NGP "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "16" "31" "1" "A-NGP" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DMM" BY REFERENCE PK-DMM "1" "0" RETURNING RESU.
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
           MOVE  ZERO  TO PK-KBN PK-NGP PK-DMM.
       R-08.
           CALL "SD_Accept" USING BY REFERENCE A-KBN "A-KBN" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = PF9
               CALL "C3_Set_Jrcode" USING
                USER_ID BY REFERENCE COMPLETION_CODE  255
               GO TO R-95
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-08
           END-IF
           IF  PK-KBN NOT = 1  AND  2
               GO TO R-08
           END-IF.
       R-10.
           CALL "SD_Accept" USING BY REFERENCE A-NGP "A-NGP" "9" "8"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-08
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-10
           END-IF
           IF  PK-NGP = ZERO
               GO TO R-10
           END-IF.
       R-20.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-10
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-20
           END-IF
           IF  PK-DMM NOT = 1  AND  9
               GO TO R-20
           END-IF
           IF  PK-DMM = 9
               GO TO R-05
           END-IF
      *
           PERFORM  PK-SCAN-RTN  THRU  PK-SCAN-RTN-EXIT.
           IF  PK-CNT = ZERO
               CALL "SD_Output" USING
                "E-ME1" E-ME1 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-05
           END-IF
           PERFORM  PK-SORT-RTN  THRU  PK-SORT-RTN-EXIT.
           PERFORM  PK-PRT-RTN   THRU  PK-PRT-RTN-EXIT.
           CALL "SD_Output" USING
            "E-ME2" E-ME2 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO R-05.
      *
      *    PK-SCAN-RTN  -  one SCNH pass over the period.
      *
       PK-SCAN-RTN.
           MOVE  ZERO  TO PK-CNT SP-CNT SI-CNT WT-CNT CUR-NGP CUR-03.
           INITIALIZE PK-TBL.
           CALL "DB_F_Open" USING
            "INPUT" SCNV_PNAME1 "SHARED" BY REFERENCE SCNV_IDLST "1"
            "SCNV-KEY" BY REFERENCE SCNV-KEY.
           CALL "DB_F_Open" USING
            "INPUT" SCNH_PNAME1 " " BY REFERENCE SCNH_IDLST "0".
       PK-SCAN-010.
           CALL "DB_Read" USING
            "AT END" SCNH_PNAME1 BY REFERENCE SCNH-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO PK-SCAN-090
           END-IF
           IF  PK-KBN = 1  AND  SCNH-NGP NOT = PK-NGP
               GO TO PK-SCAN-010
           END-IF
           MOVE  SCNH-NGP  TO W-NGPR.
           IF  PK-KBN = 2  AND  W-NG NOT = PK-NG
               GO TO PK-SCAN-010
           END-IF
           IF  SCNH-NGP NOT = CUR-NGP  OR  SCNH-03 NOT = CUR-03
               PERFORM  SLP-END-RTN  THRU  SLP-END-RTN-EXIT
           END-IF
           IF  SCNH-NGP NOT = CUR-NGP
               PERFORM  DAY-END-RTN  THRU  DAY-END-RTN-EXIT
           END-IF
           MOVE  SCNH-NGP  TO CUR-NGP.
           MOVE  SCNH-03   TO CUR-03.
           MOVE  SCNH-PICK  TO W-PICK.
           PERFORM  PK-FIND-RTN  THRU  PK-FIND-RTN-EXIT.
           IF  PK-IX = ZERO
               GO TO PK-SCAN-010
           END-IF
      *
      *    the picker on the slip, once.
      *
           MOVE  1  TO SP-IX.
       PK-SCAN-020.
           IF  SP-IX > SP-CNT
               IF  SP-CNT < 30
                   ADD   1          TO SP-CNT
                   MOVE  SCNH-PICK  TO SP-PICK(SP-CNT)
               END-IF
               GO TO PK-SCAN-030
           END-IF
           IF  SP-PICK(SP-IX) = SCNH-PICK
               GO TO PK-SCAN-030
           END-IF
           ADD  1  TO SP-IX.
           GO TO PK-SCAN-020.
      *
      *    a picker/item line not yet seen on the slip is a line.
      *
       PK-SCAN-030.
           IF  SCNH-HCD = ZERO
               GO TO PK-SCAN-050
           END-IF
           ADD  SCNH-QTY  TO PK-PRS(PK-IX).
           MOVE  1  TO SI-IX.
       PK-SCAN-040.
           IF  SI-IX > SI-CNT
               IF  SI-CNT < 300
                   ADD   1          TO SI-CNT
                   MOVE  SCNH-PICK  TO SI-PICK(SI-CNT)
                   MOVE  SCNH-HCD   TO SI-HCD(SI-CNT)
                   ADD   1          TO PK-LIN(PK-IX)
               END-IF
               GO TO PK-SCAN-050
           END-IF
           IF  SI-PICK(SI-IX) = SCNH-PICK  AND
               SI-HCD(SI-IX) = SCNH-HCD
               GO TO PK-SCAN-050
           END-IF
           ADD  1  TO SI-IX.
           GO TO PK-SCAN-040.
      *
      *    the scan moment widens the picker's wave of the day; a
      *    scan with no handheld date is not timed.
      *
       PK-SCAN-050.
           IF  SCNH-SDATE = ZERO
               GO TO PK-SCAN-010
           END-IF
           MOVE  SCNH-SDATE  TO DY-DATE.
           PERFORM  DY-RTN  THRU  DY-RTN-EXIT.
           COMPUTE  W-STAMP = DY-SER * 86400 + SCNH-SHH * 3600
                            + SCNH-SMI * 60 + SCNH-SSS.
           MOVE  1  TO WT-IX.
       PK-SCAN-060.
           IF  WT-IX > WT-CNT
               IF  WT-CNT < 1000
                   ADD   1          TO WT-CNT
                   MOVE  SCNH-PICK  TO WT-PICK(WT-CNT)
                   MOVE  SCNH-WH    TO WT-WH(WT-CNT)
                   MOVE  SCNH-RT    TO WT-RT(WT-CNT)
                   MOVE  W-STAMP    TO WT-FIRST(WT-CNT)
                                       WT-LAST(WT-CNT)
               END-IF
               GO TO PK-SCAN-010
           END-IF
           IF  WT-PICK(WT-IX) = SCNH-PICK  AND
               WT-WH(WT-IX) = SCNH-WH  AND  WT-RT(WT-IX) = SCNH-RT
               IF  W-STAMP < WT-FIRST(WT-IX)
                   MOVE  W-STAMP  TO WT-FIRST(WT-IX)
               END-IF
               IF  W-STAMP > WT-LAST(WT-IX)
                   MOVE  W-STAMP  TO WT-LAST(WT-IX)
               END-IF
               GO TO PK-SCAN-010
           END-IF
           ADD  1  TO WT-IX.
           GO TO PK-SCAN-060.
       PK-SCAN-090.
           PERFORM  SLP-END-RTN  THRU  SLP-END-RTN-EXIT.
           PERFORM  DAY-END-RTN  THRU  DAY-END-RTN-EXIT.
           CALL "DB_F_Close" USING
            BY REFERENCE SCNH_IDLST SCNH_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE SCNV_IDLST SCNV_PNAME1.
       PK-SCAN-RTN-EXIT.
           EXIT.
      *
      *    SLP-END-RTN  -  the closing slip counts once for every
      *    picker on it, and as a mismatch for each of them when
      *    SCN100 left it at status 2.
      *
       SLP-END-RTN.
           IF  SP-CNT = ZERO
               GO TO SLP-END-RTN-EXIT
           END-IF
           MOVE  ZERO     TO W-MIS.
           MOVE  CUR-03   TO SCNV-03.
           MOVE  CUR-NGP  TO SCNV-NGP.
           CALL "DB_Read" USING
            "INVALID KEY" SCNV_PNAME1 BY REFERENCE SCNV-REC "UNLOCK"
            RETURNING RET.
           IF  RET = 0  AND  SCNV-STAT = 2
               MOVE  1  TO W-MIS
           END-IF
           MOVE  1  TO SP-IX.
       SLP-END-010.
           IF  SP-IX > SP-CNT
               GO TO SLP-END-020
           END-IF
           MOVE  SP-PICK(SP-IX)  TO W-PICK.
           PERFORM  PK-FIND-RTN  THRU  PK-FIND-RTN-EXIT.
           IF  PK-IX NOT = ZERO
               ADD  1      TO PK-SLP(PK-IX)
               ADD  W-MIS  TO PK-MIS(PK-IX)
           END-IF
           ADD  1  TO SP-IX.
           GO TO SLP-END-010.
       SLP-END-020.
           MOVE  ZERO  TO SP-CNT SI-CNT.
       SLP-END-RTN-EXIT.
           EXIT.
      *
      *    DAY-END-RTN  -  the closing day's waves into each
      *    picker's wave count and elapsed seconds.
      *
       DAY-END-RTN.
           MOVE  1  TO WT-IX.
       DAY-END-010.
           IF  WT-IX > WT-CNT
               GO TO DAY-END-020
           END-IF
           MOVE  WT-PICK(WT-IX)  TO W-PICK.
           PERFORM  PK-FIND-RTN  THRU  PK-FIND-RTN-EXIT.
           IF  PK-IX NOT = ZERO
               ADD  1  TO PK-WAV(PK-IX)
               COMPUTE  PK-SEC(PK-IX) = PK-SEC(PK-IX)
                        + WT-LAST(WT-IX) - WT-FIRST(WT-IX)
           END-IF
           ADD  1  TO WT-IX.
           GO TO DAY-END-010.
       DAY-END-020.
           MOVE  ZERO  TO WT-CNT.
       DAY-END-RTN-EXIT.
           EXIT.
      *
      *    PK-FIND-RTN  -  find-or-insert picker W-PICK; PK-IX zero
      *    when the table is full.
      *
       PK-FIND-RTN.
           MOVE  1  TO PK-IX.
       PK-FIND-010.
           IF  PK-IX > PK-CNT
               GO TO PK-FIND-020
           END-IF
           IF  PK-ID(PK-IX) = W-PICK
               GO TO PK-FIND-RTN-EXIT
           END-IF
           ADD  1  TO PK-IX.
           GO TO PK-FIND-010.
       PK-FIND-020.
           IF  PK-CNT < 200
               ADD   1       TO PK-CNT
               MOVE  PK-CNT  TO PK-IX
               MOVE  W-PICK  TO PK-ID(PK-IX)
           ELSE
               MOVE  ZERO    TO PK-IX
           END-IF.
       PK-FIND-RTN-EXIT.
           EXIT.
      *
       PK-SORT-RTN.
           IF  PK-CNT < 2
               GO TO PK-SORT-RTN-EXIT
           END-IF
           COMPUTE  PK-LIMIT = PK-CNT - 1.
           MOVE  1  TO PK-IX.
       PK-SORT-010.
           IF  PK-IX > PK-LIMIT
               GO TO PK-SORT-RTN-EXIT
           END-IF
           COMPUTE  PK-JX = PK-IX + 1.
       PK-SORT-020.
           IF  PK-JX > PK-CNT
               ADD  1  TO PK-IX
               GO TO PK-SORT-010
           END-IF
           IF  PK-ID(PK-JX) < PK-ID(PK-IX)
               MOVE  PK-ENT(PK-IX)  TO PK-TMP
               MOVE  PK-ENT(PK-JX)  TO PK-ENT(PK-IX)
               MOVE  PK-TMP         TO PK-ENT(PK-JX)
           END-IF
           ADD  1  TO PK-JX.
           GO TO PK-SORT-020.
       PK-SORT-RTN-EXIT.
           EXIT.
      *
       PK-PRT-RTN.
           CALL "PR_Open" RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-PK-HD   TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R WORK-PK-SUB.
           IF  PK-KBN = 1
               MOVE  "DAY    "  TO WORK-PK-KBN
               MOVE  PK-NGP     TO WORK-PK-NGP
           ELSE
               MOVE  "MONTH  "  TO WORK-PK-KBN
               MOVE  PK-NG      TO WORK-PK-NGP
           END-IF
           MOVE  WORK-PK-SUB  TO PRN-R (11:15).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-PK-COLHD  TO PRN-R (11:68).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  ZERO  TO PK-TOT.
           MOVE  1  TO PK-IX.
       PK-PRT-010.
           IF  PK-IX > PK-CNT
               GO TO PK-PRT-020
           END-IF
           MOVE  SPACE           TO PRN-R.
           MOVE  PK-ID(PK-IX)    TO WORK-PK-ID.
           MOVE  PK-SLP(PK-IX)   TO WORK-PK-SLP.
           MOVE  PK-LIN(PK-IX)   TO WORK-PK-LIN.
           MOVE  PK-PRS(PK-IX)   TO WORK-PK-PRS.
           MOVE  PK-WAV(PK-IX)   TO WORK-PK-WAV.
           MOVE  PK-MIS(PK-IX)   TO WORK-PK-MIS.
           PERFORM  PK-RATE-RTN  THRU  PK-RATE-RTN-EXIT.
           MOVE  WORK-PK         TO PRN-R (11:68).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           ADD  PK-SLP(PK-IX)  TO PT-SLP.
           ADD  PK-LIN(PK-IX)  TO PT-LIN.
           ADD  PK-PRS(PK-IX)  TO PT-PRS.
           ADD  PK-WAV(PK-IX)  TO PT-WAV.
           ADD  PK-SEC(PK-IX)  TO PT-SEC.
           ADD  PK-MIS(PK-IX)  TO PT-MIS.
           ADD  1  TO PK-IX.
           GO TO PK-PRT-010.
      *
      *    the team: totals, then per picker; both lines carry the
      *    team's own lines an hour and mismatch rate.
      *
       PK-PRT-020.
           MOVE  SPACE        TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  "TOTAL "     TO WORK-PK-ID.
           MOVE  PT-SLP       TO WORK-PK-SLP.
           MOVE  PT-LIN       TO WORK-PK-LIN.
           MOVE  PT-PRS       TO WORK-PK-PRS.
           MOVE  PT-WAV       TO WORK-PK-WAV.
           MOVE  PT-MIS       TO WORK-PK-MIS.
           PERFORM  PT-RATE-RTN  THRU  PT-RATE-RTN-EXIT.
           COMPUTE  W-HH = PT-SEC / 3600.
           COMPUTE  W-MI = (PT-SEC - W-HH * 3600) / 60.
           MOVE  W-HH         TO WORK-PK-ELH.
           MOVE  W-MI         TO WORK-PK-ELM.
           MOVE  WORK-PK      TO PRN-R (11:68).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  "AVG   "     TO WORK-PK-ID.
           COMPUTE  WORK-PK-SLP ROUNDED = PT-SLP / PK-CNT.
           COMPUTE  WORK-PK-LIN ROUNDED = PT-LIN / PK-CNT.
           COMPUTE  WORK-PK-PRS ROUNDED = PT-PRS / PK-CNT.
           COMPUTE  WORK-PK-WAV ROUNDED = PT-WAV / PK-CNT.
           COMPUTE  WORK-PK-MIS ROUNDED = PT-MIS / PK-CNT.
           COMPUTE  W-HH = PT-SEC / PK-CNT / 3600.
           COMPUTE  W-MI = (PT-SEC / PK-CNT - W-HH * 3600) / 60.
           MOVE  W-HH         TO WORK-PK-ELH.
           MOVE  W-MI         TO WORK-PK-ELM.
           MOVE  WORK-PK      TO PRN-R (11:68).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  PK-CNT       TO WORK-PK-PCNT.
           MOVE  WORK-PK-CNT  TO PRN-R (11:12).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "PR_Close" RETURNING RESP.
       PK-PRT-RTN-EXIT.
           EXIT.
      *
      *    PK-RATE-RTN  -  elapsed, lines an hour and mismatch rate
      *    for picker PK-IX.
      *
       PK-RATE-RTN.
           COMPUTE  W-HH = PK-SEC(PK-IX) / 3600.
           COMPUTE  W-MI = (PK-SEC(PK-IX) - W-HH * 3600) / 60.
           MOVE  W-HH  TO WORK-PK-ELH.
           MOVE  W-MI  TO WORK-PK-ELM.
           MOVE  ZERO  TO W-LPH W-MRT.
           IF  PK-SEC(PK-IX) > ZERO
               COMPUTE  W-LPH ROUNDED =
                        PK-LIN(PK-IX) * 3600 / PK-SEC(PK-IX)
           END-IF
           IF  PK-SLP(PK-IX) > ZERO
               COMPUTE  W-MRT ROUNDED =
                        PK-MIS(PK-IX) * 100 / PK-SLP(PK-IX)
           END-IF
           MOVE  W-LPH  TO WORK-PK-LPH.
           MOVE  W-MRT  TO WORK-PK-MRT.
       PK-RATE-RTN-EXIT.
           EXIT.
      *
       PT-RATE-RTN.
           MOVE  ZERO  TO W-LPH W-MRT.
           IF  PT-SEC > ZERO
               COMPUTE  W-LPH ROUNDED = PT-LIN * 3600 / PT-SEC
           END-IF
           IF  PT-SLP > ZERO
               COMPUTE  W-MRT ROUNDED = PT-MIS * 100 / PT-SLP
           END-IF
           MOVE  W-LPH  TO WORK-PK-LPH.
           MOVE  W-MRT  TO WORK-PK-MRT.
       PT-RATE-RTN-EXIT.
           EXIT.
      *
       DY-RTN.
           COMPUTE  DY-Y1 = DY-YYYY - 1.
           DIVIDE  DY-Y1  BY 4  GIVING DY-Q.
           COMPUTE  DY-SER = DY-YYYY * 365 + DY-Q
                           + DY-CUM(DY-MM) + DY-DD.
           DIVIDE  DY-YYYY  BY 4  GIVING DY-Q  REMAINDER DY-R.
           IF  DY-R = 0  AND  DY-MM > 2
               ADD  1  TO DY-SER
           END-IF.
       DY-RTN-EXIT.
           EXIT.
      *
       R-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_Close".
           STOP RUN.
