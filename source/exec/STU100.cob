      *    PRINTER TYPE    :  JIPS                              *
      *    SCREEN          :  ******                             *
      *        CHANGE      :  26/08/21                          *
      *        CHANGE      :  26/10/15  SKIP CLOSED STORES     *
      *    COMPILE TYPE    :  COBOL                             *
      *********************************************************
      *    scans STY-F (KBY100's inventory work file) for an
      *    STY-NG range-filtered scan technique KBY100's own ROLL-RTN
      *    multi-year rollup already applies to STY-F, grouped here
      *    by store instead of by requested year-range.
      *    a store STR-M shows closed (close date arrived) is left
      *    off the report.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SYSTEM3100.
       01  SU-ONHAND              PIC S9(009)      VALUE ZERO.
       01  SU-AVGONH              PIC S9(009)V99    VALUE ZERO.
       01  SU-TURNS               PIC S9(007)V99    VALUE ZERO.
       01  WORK-TODATE.
           02  WORK-TD-YY         PIC  9(002).
           02  WORK-TD-MM         PIC  9(002).
           02  WORK-TD-DD         PIC  9(002).
       01  W-TODAY                PIC  9(008)      VALUE ZERO.
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
      *FD  STR-M
           COPY LISTRM.
      *FD  STY-F
           COPY LIBFDD.
       01  STY-F_STU100.
      *    SU-TBL via SU-ACC-RTN.
      *
       SU-SCAN-RTN.
           ACCEPT  WORK-TODATE  FROM  DATE.
           COMPUTE  W-TODAY = (2000 + WORK-TD-YY) * 10000
                  + WORK-TD-MM * 100 + WORK-TD-DD.
           CALL "DB_F_Open" USING
            "INPUT" STR-M_PNAME1 "SHARED" BY REFERENCE STR-M_IDLST "1"
            "STR-KEY" BY REFERENCE STR-KEY.
           CALL "DB_F_Open" USING
            "INPUT" STY-F_PNAME1 " " BY REFERENCE STY-F_IDLST "0".
       SU-SCAN-010.
       SU-SCAN-020.
           CALL "DB_F_Close" USING
            BY REFERENCE STY-F_IDLST STY-F_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE STR-M_IDLST STR-M_PNAME1.
       SU-SCAN-RTN-EXIT.
           EXIT.
      *
           ADD  1  TO SU-IX.
           GO TO SU-ACC-010.
       SU-ACC-020.
           MOVE  STY-KEY2  TO STR-CD.
           CALL "DB_Read" USING
            "INVALID KEY" STR-M_PNAME1 BY REFERENCE STR-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0  AND  STR-CLOSE NOT = ZERO
                        AND  STR-CLOSE NOT > W-TODAY
               GO TO SU-ACC-RTN-EXIT
           END-IF
           IF  SU-CNT < 200
               ADD  1          TO SU-CNT
               MOVE  SU-CNT    TO SU-IX
