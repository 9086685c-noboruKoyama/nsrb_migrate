      *    SCREEN          :  ******                            *
      *        CHANGE      :  26/08/09                         *
      *        CHANGE      :  26/09/02  MAKER-CHECKER SHM-11   *
      *        CHANGE      :  26/10/15  LICENCE ASSIGNMENT     *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
       ENVIRONMENT DIVISION.
      *    barcode on the record once found.
       01  WORK-NOBAR-MSG         PIC  X(030)      VALUE
            "***  NO SUCH BARCODE  ***".
       01  WORK-NOLIC-MSG         PIC  X(030)      VALUE
            "***  NO SUCH LICENCE  ***".
       01  WORK-NOPRD-MSG         PIC  X(030)      VALUE
            "***  NO SUCH PRODUCT  ***".
      *    size-carry summary work area -- SZ-TBL is SHSZ preloaded
      *    once at startup (only 10 rows ever exist) so SZ-LIST-RTN
      *    can decode SHM-0411's carried slots into D-SZLIST without
      *    system (SWB100's VB-FIND-RTN, for one) -- a sequential
      *    scan, in BARCD-FIND-RTN below.
           COPY SHM.
      *FD  LICM
      *    licence agreements -- read-only here, so a licensed item
      *    can only be tied to an agreement already on file.
           COPY LILICM.
      *FD  APRF
       01  APRF_SHM100.
           02  APRF_PNAME1        PIC  X(006) VALUE "APRF".
                "DISCONTINUED   ACTIVE=0 DISC=1".
           02  FILLER  PIC  X(030) VALUE
                "SIZES CARRIED  (SHM-0411)".
           02  FILLER  PIC  X(020) VALUE
                "LICENCE  0=OWN LINE".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-ACP.
           02  A-SHM07    PIC  9(003).
           02  A-SHM10    PIC  X(013).
           02  A-SHM11    PIC  X(001).
           02  A-SHMLIC   PIC  9(003).
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
           "C-CL" "X" "1" "0" "12" " " "C-CLEAR" RETURNING RESU.
      *C-MID
       CALL "SD_Init" USING
            "C-MID" " " "0" "0" "250" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-MID" "X" "3" "10" "40" " " "C-MID" RETURNING RESU.
       CALL "SD_Init" USING
            "12C-MID" "X" "15" "10" "30" "11C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "13C-MID" "X" "16" "10" "20" "12C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "14C-MID" "X" "18" "10" "20" "13C-MID" " " RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "11" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-BARCD" "X" "5" "31" "13" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
       CALL "SD_From" USING
            "D-SZLIST" BY REFERENCE D-SZLIST "40" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-SHMLIC" "9" "16" "31" "3" "D-SZLIST" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-SHMLIC" BY REFERENCE SHM-LIC "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "18" "31" "1" "A-SHMLIC" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DMM" BY REFERENCE M-DMM "1" "0" RETURNING RESU.
      *C-ERR
            "I-O" SHM_PNAME1 "SHARED" BY REFERENCE SHM_IDLST "1".
           CALL "DB_F_Open" USING
            "I-O" SHMLOG_PNAME1 "SHARED" BY REFERENCE SHMLOG_IDLST "1".
           CALL "DB_F_Open" USING
            "INPUT" LICM_PNAME1 "SHARED" BY REFERENCE LICM_IDLST "1"
            "LIC-KEY" BY REFERENCE LIC-KEY.
           PERFORM SZ-LOAD-RTN THRU SZ-LOAD-RTN-EXIT.
      *
       M-05.
               MOVE  0       TO M-FOUND
               MOVE  SPACE   TO SHM-02 SHM-06
               MOVE  ZERO    TO SHM-03 SHM-04 SHM-05 SHM-07 SHM-08
                                SHM-09 SHM-LIC
               MOVE  SPACE   TO SHM-10 W-OLD11
           END-IF
           PERFORM SZ-LIST-RTN THRU SZ-LIST-RTN-EXIT.
           IF  SHM-11 NOT = "0" AND "1" AND SPACE
               GO TO M-27
           END-IF.
       M-28.
           IF  SHM-LIC NOT NUMERIC
               MOVE  ZERO  TO SHM-LIC
           END-IF
           CALL "SD_Accept" USING BY REFERENCE A-SHMLIC "A-SHMLIC" "9"
            "3" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-27
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-28
           END-IF
           IF  SHM-LIC = ZERO
               GO TO M-30
           END-IF
           MOVE  SHM-LIC  TO LIC-CD.
           CALL "DB_Read" USING
            "INVALID KEY" LICM_PNAME1 BY REFERENCE LIC-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  WORK-NOLIC-MSG  TO E-ME1
               CALL "SD_Output" USING
                "E-ME1" E-ME1 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               MOVE  WORK-NOPRD-MSG  TO E-ME1
               GO TO M-28
           END-IF.
       M-30.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-28
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-30
            BY REFERENCE SHM_IDLST SHM_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE SHMLOG_IDLST SHMLOG_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE LICM_IDLST LICM_PNAME1.
           CALL "DB_Close".
           STOP RUN.
