      *        CHANGE      :  26/08/21                         *
      *        CHANGE      :  26/09/02  ADD BANK FIELDS        *
      *        CHANGE      :  26/09/02  ADD INVOICE REG NO     *
      *        CHANGE      :  26/10/15  ADD CURRENCY CODE      *
      *        CHANGE      :  26/10/15  ADD WITHHOLDING FLAG   *
      *        CHANGE      :  26/10/15  BANK CHANGE LOG        *
      *        CHANGE      :  26/10/15  ADD EDI PARTNER FLAG   *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
       ENVIRONMENT DIVISION.
      *    not-found switch technique as BUM100's M-FOUND.
       01  M-FOUND                PIC  9(001)      VALUE ZERO.
       01  M-DMM                  PIC  9(001)      VALUE ZERO.
      *    the bank details as M-10 read them, so M-20 can tell
      *    whether the save changed where the supplier is paid.
       01  M-OLDBK.
           02  M-OBANK            PIC  9(004)      VALUE ZERO.
           02  M-OSTN             PIC  9(003)      VALUE ZERO.
           02  M-OKOZKB           PIC  9(001)      VALUE ZERO.
           02  M-OKOZNO           PIC  9(007)      VALUE ZERO.
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
      *FD  T-M
      *    keyed maintenance style as BUM100/KBM100/TAM100, opened
      *    I-O so the record can be inserted or updated in place.
           COPY LITM.
      *FD  TMLOG
      *    bank-account change history -- one record each time M-20
      *    saves a supplier whose T-BANK/T-STN/T-KOZKB/T-KOZNO
      *    differ from what was read, old and new side by side with
      *    who changed them, the same date+time-keyed audit-trail
      *    style as SHM100's SHMLOG.  SOD100 reads it against
      *    TPY100's TPYLOG for a bank change paid out the same day
      *    by the operator who made it.
       01  TMLOG_TM100.
           02  TMLOG_PNAME1       PIC  X(005) VALUE "TMLOG".
           02  F                  PIC  X(001).
           02  TMLOG_LNAME        PIC  X(011) VALUE "TMLOG_TM100".
           02  F                  PIC  X(001).
           02  TMLOG_KEY1         PIC  X(100) VALUE SPACE.
           02  TMLOG_SORT         PIC  X(100) VALUE SPACE.
           02  TMLOG_IDLST        PIC  X(100) VALUE SPACE.
           02  TMLOG_RES          USAGE  POINTER.
       01  TMLOG-REC.
           02  TMLOG-KEY.
               03  TMLOG-DATE     PIC  9(006).
               03  TMLOG-TIME     PIC  9(006).
           02  TMLOG-USER         PIC  X(006).
           02  TMLOG-TCD          PIC  9(004).
           02  TMLOG-OBANK        PIC  9(004).
           02  TMLOG-OSTN         PIC  9(003).
           02  TMLOG-OKOZKB       PIC  9(001).
           02  TMLOG-OKOZNO       PIC  9(007).
           02  TMLOG-NBANK        PIC  9(004).
           02  TMLOG-NSTN         PIC  9(003).
           02  TMLOG-NKOZKB       PIC  9(001).
           02  TMLOG-NKOZNO       PIC  9(007).
       77  F                      PIC  X(001).
      *
       77  ESTAT                  PIC  X(002).
       77  RESU                   PIC  9(001).
                "ACCT NAME (KANA)".
           02  FILLER  PIC  X(020) VALUE
                "INVOICE REG NO".
           02  FILLER  PIC  X(020) VALUE
                "CURRENCY BLANK=JPY".
           02  FILLER  PIC  X(020) VALUE
                "WITHHOLD 0/1 CLS 1-2".
           02  FILLER  PIC  X(020) VALUE
                "EDI PARTNER 0/1".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-ACP.
           02  A-KOZNO    PIC  9(007).
           02  A-KOZNM    PIC  X(030).
           02  A-INVNO    PIC  X(014).
           02  A-CUR      PIC  X(003).
           02  A-WHT      PIC  9(001).
           02  A-WHK      PIC  9(001).
           02  A-EDI      PIC  9(001).
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
           "C-CL" "X" "1" "0" "12" " " "C-CLEAR" RETURNING RESU.
      *C-MID
       CALL "SD_Init" USING
            "C-MID" " " "0" "0" "300" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-MID" "X" "3" "10" "40" " " "C-MID" RETURNING RESU.
       CALL "SD_Init" USING
       CALL "SD_Init" USING
            "10C-MID" "X" "14" "10" "20" "09C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "11C-MID" "X" "15" "10" "20" "10C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "12C-MID" "X" "16" "10" "20" "11C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "13C-MID" "X" "17" "10" "20" "12C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "14C-MID" "X" "18" "10" "20" "13C-MID" " " RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "97" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-TKEY" "9" "6" "31" "4" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
       CALL "SD_Using" USING
            "A-INVNO" BY REFERENCE T-INVNO "14" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-CUR" "X" "15" "31" "3" "A-INVNO" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-CUR" BY REFERENCE T-CUR "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-WHT" "9" "16" "31" "1" "A-CUR" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-WHT" BY REFERENCE T-WHT "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-WHK" "9" "16" "33" "1" "A-WHT" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-WHK" BY REFERENCE T-WHK "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-EDI" "9" "17" "31" "1" "A-WHK" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-EDI" BY REFERENCE T-EDI "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "18" "31" "1" "A-EDI" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DMM" BY REFERENCE M-DMM "1" "0" RETURNING RESU.
      *C-ERR
      *
           CALL "DB_F_Open" USING
            "I-O" T-M_PNAME1 "SHARED" BY REFERENCE T-M_IDLST "1".
           CALL "DB_F_Open" USING
            "I-O" TMLOG_PNAME1 "SHARED" BY REFERENCE TMLOG_IDLST "1".
      *
       M-05.
           MOVE    SPACE    TO  ERR-STAT.
               MOVE  1  TO M-FOUND
           ELSE
               MOVE  0       TO M-FOUND
               MOVE  SPACE   TO T-NAME T-KOZNM T-INVNO T-CUR
               MOVE  ZERO    TO T-TNC1 T-DCC T-BANK T-STN
                                T-KOZKB T-KOZNO T-WHT T-WHK T-EDI
           END-IF
           IF  T-WHT NOT NUMERIC
               MOVE  ZERO    TO T-WHT T-WHK
           END-IF
           IF  T-EDI NOT NUMERIC
               MOVE  ZERO    TO T-EDI
           END-IF
           MOVE  T-BANK   TO M-OBANK.
           MOVE  T-STN    TO M-OSTN.
           MOVE  T-KOZKB  TO M-OKOZKB.
           MOVE  T-KOZNO  TO M-OKOZNO.
       M-11.
           CALL "SD_Accept" USING BY REFERENCE A-TNAME "A-TNAME" "N"
            "26" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-19
           END-IF.
      *
      *    invoicing currency -- blank and JPY both mean yen, so a
      *    supplier keyed before the field existed needs no touch.
      *
       M-19A.
           CALL "SD_Accept" USING BY REFERENCE A-CUR "A-CUR" "X" "3"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-19
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-19A
           END-IF.
      *
      *    income-tax withholding -- 1 marks an individual payee
      *    whose fees TPY100 pays net of the tax; the rate class is
      *    asked only then, and cleared when the flag is 0.
      *
       M-19B.
           CALL "SD_Accept" USING BY REFERENCE A-WHT "A-WHT" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-19A
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-19B
           END-IF
           IF  T-WHT NOT = 0  AND  1
               GO TO M-19B
           END-IF
           IF  T-WHT = 0
               MOVE  0  TO T-WHK
               CALL "SD_Output" USING
                "A-WHK" A-WHK "p" RETURNING RESU
               GO TO M-19D
           END-IF.
       M-19C.
           CALL "SD_Accept" USING BY REFERENCE A-WHK "A-WHK" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-19B
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-19C
           END-IF
           IF  T-WHK NOT = 1  AND  2
               GO TO M-19C
           END-IF.
      *
      *    EDI partner -- 1 puts the supplier on EDI100's PO file
      *    and ASN import instead of the fax.
      *
       M-19D.
           CALL "SD_Accept" USING BY REFERENCE A-EDI "A-EDI" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               IF  T-WHT = 1
                   GO TO M-19C
               END-IF
               GO TO M-19B
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-19D
           END-IF
           IF  T-EDI NOT = 0  AND  1
               GO TO M-19D
           END-IF.
       M-20.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-19D
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-20
               CALL "DB_Insert" USING
                T-M_PNAME1 T-M_LNAME T-R RETURNING RET
           END-IF
           IF  T-BANK  NOT = M-OBANK   OR  T-STN   NOT = M-OSTN  OR
               T-KOZKB NOT = M-OKOZKB  OR  T-KOZNO NOT = M-OKOZNO
               PERFORM LOG-RTN THRU LOG-RTN-EXIT
           END-IF
           GO TO M-05.
      ******************************************************************
      *    LOG-RTN  -  posts one TMLOG record for the bank details
      *    just saved, the same date+time-keyed audit-trail
      *    technique as SHM100's LOG-RTN.
      ******************************************************************
       LOG-RTN.
           ACCEPT  TMLOG-DATE  FROM  DATE.
           ACCEPT  TMLOG-TIME  FROM  TIME.
           MOVE  USER_ID   TO  TMLOG-USER.
           MOVE  T-KEY     TO  TMLOG-TCD.
           MOVE  M-OBANK   TO  TMLOG-OBANK.
           MOVE  M-OSTN    TO  TMLOG-OSTN.
           MOVE  M-OKOZKB  TO  TMLOG-OKOZKB.
           MOVE  M-OKOZNO  TO  TMLOG-OKOZNO.
           MOVE  T-BANK    TO  TMLOG-NBANK.
           MOVE  T-STN     TO  TMLOG-NSTN.
           MOVE  T-KOZKB   TO  TMLOG-NKOZKB.
           MOVE  T-KOZNO   TO  TMLOG-NKOZNO.
           CALL "DB_Insert" USING
            TMLOG_PNAME1 TMLOG_LNAME TMLOG-REC RETURNING RET.
       LOG-RTN-EXIT.
           EXIT.
       M-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_F_Close" USING
            BY REFERENCE T-M_IDLST T-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE TMLOG_IDLST TMLOG_PNAME1.
           CALL "DB_Close".
           STOP RUN.
