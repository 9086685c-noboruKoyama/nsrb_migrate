       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         EBS100.
      *********************************************************
      *    PROGRAM         :  VOUCHER SEAL / VERIFICATION      *
      *    PRINTER TYPE    :  JIPS                             *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    the tamper-evidence half of electronic book retention.
      *    SEL-MODE, the same mode-menu idiom as LSE100:
      *      1 = seal: every SIWAKH voucher (HTRDATE + HJUNLNO)
      *          dated on or before the operator-entered date and
      *          not sealed yet gets an EBSF seal -- its line count,
      *          HAMOUNT total and a check value over every byte of
      *          every line (EB-HASH-RTN).  the seal is built under
      *          this run's stamp with EBS-STAT 0 and only flipped to
      *          1 once the whole SIWAKH pass is through, so a run
      *          that stops part way leaves nothing half-sealed: the
      *          next run finds the stale stamp and rebuilds it.
      *      2 = verify: recomputes the same three figures for
      *          every sealed voucher from SIWAKH as it stands now
      *          and lists each voucher whose lines were changed,
      *          added to or removed since sealing, and each whose
      *          lines are gone altogether; the outcome is kept on
      *          the seal (EBS-VRES) for EBQ100's retention search.
      *    the check value is the sum over the voucher's lines of
      *    a per-line Adler-style pair of running byte totals, so
      *    it does not depend on the order the lines are read in.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SYSTEM3100.
       OBJECT-COMPUTER. SYSTEM3100.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  SEL-MODE               PIC  9(001)      VALUE ZERO.
       01  EB-THRU                PIC  9(008)      VALUE ZERO.
       01  EB-DMM                 PIC  9(001)      VALUE ZERO.
       01  W-TODAY                PIC  9(008)      VALUE ZERO.
       01  W-TIME                 PIC  9(008)      VALUE ZERO.
      *    this run's stamp, CCYYMMDD + HHMMSS.
       01  EB-RUN                 PIC  9(014)      VALUE ZERO.
       01  EB-NCNT                PIC  9(006)      VALUE ZERO.
       01  EB-LCNT                PIC  9(007)      VALUE ZERO.
       01  EB-SCNT                PIC  9(006)      VALUE ZERO.
       01  EB-OKCNT               PIC  9(006)      VALUE ZERO.
       01  EB-CHCNT               PIC  9(006)      VALUE ZERO.
       01  EB-MSCNT               PIC  9(006)      VALUE ZERO.
      *    check value work fields.  HS-WORD puts one byte of the
      *    line in the low half of a halfword so HS-CODE reads it
      *    as its character code.
       01  HS-WORD.
           02  HS-HI              PIC  X(001)      VALUE LOW-VALUE.
           02  HS-LO              PIC  X(001).
       01  HS-CODE  REDEFINES  HS-WORD  PIC  9(004)  COMP.
       01  HS-A                   PIC  9(005)      VALUE ZERO.
       01  HS-B                   PIC  9(005)      VALUE ZERO.
       01  HS-IX                  PIC  9(003)      VALUE ZERO.
       01  HS-LEN                 PIC  9(003)      VALUE ZERO.
       01  HS-LINE                PIC  9(010)      VALUE ZERO.
       01  HS-SUM                 PIC  9(011)      VALUE ZERO.
       01  HS-HASH                PIC  9(010)      VALUE ZERO.
       01  WORK-TODATE.
           02  WORK-TD-YY         PIC  9(002).
           02  WORK-TD-MM         PIC  9(002).
           02  WORK-TD-DD         PIC  9(002).
       01  PRN-R                  PIC  X(132).
       77  RESP                   PIC  9(001).
       01  WORK-EB-SHD            PIC  X(050)      VALUE
            "*** VOUCHER SEAL REGISTER ***".
       01  WORK-EB-SSUM.
           02  F                  PIC  X(15)  VALUE  "SEALED THROUGH ".
           02  WORK-EB-THRU       PIC  9(008).
           02  F                  PIC  X(13)  VALUE  "  VOUCHERS : ".
           02  WORK-EB-SCNT       PIC  ZZZZZ9.
           02  F                  PIC  X(10)  VALUE  "  LINES : ".
           02  WORK-EB-LCNT       PIC  ZZZZZZ9.
       01  WORK-EB-VHD            PIC  X(050)      VALUE
            "*** SEALED VOUCHER VERIFICATION ***".
       01  WORK-EB-COLHD.
           02  F                  PIC  X(032)      VALUE
                "DATE     VOUCHR  S-LN SEALED-AMO".
           02  F                  PIC  X(031)      VALUE
                "UNT  N-LN    NOW-AMOUNT  RESULT".
       01  WORK-EB-V.
           02  WORK-EB-DATE       PIC  9(008).
           02  F                  PIC  X(01).
           02  WORK-EB-JUNL       PIC  9(006).
           02  F                  PIC  X(02).
           02  WORK-EB-SLN        PIC  ZZZ9.
           02  F                  PIC  X(01).
           02  WORK-EB-SAMT       PIC  -9(012).
           02  F                  PIC  X(02).
           02  WORK-EB-NLN        PIC  ZZZ9.
           02  F                  PIC  X(01).
           02  WORK-EB-NAMT       PIC  -9(012).
           02  F                  PIC  X(02).
           02  WORK-EB-RMK        PIC  X(020).
       01  WORK-EB-VSUM.
           02  F                  PIC  X(10)  VALUE  "CHECKED : ".
           02  WORK-EB-CKCNT      PIC  ZZZZZ9.
           02  F                  PIC  X(14)  VALUE  "  UNCHANGED : ".
           02  WORK-EB-OKCNT      PIC  ZZZZZ9.
           02  F                  PIC  X(12)  VALUE  "  CHANGED : ".
           02  WORK-EB-CHCNT      PIC  ZZZZZ9.
           02  F                  PIC  X(12)  VALUE  "  MISSING : ".
           02  WORK-EB-MSCNT      PIC  ZZZZZ9.
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
      *FD  EBSF
           COPY LIEBSF.
      *FD  SIWAKH
       01  SIWAKH_EBS100.
           02  SIWAKH_PNAME1      PIC  X(006) VALUE "SIWAKH".
           02  F                  PIC  X(001).
           02  SIWAKH_LNAME       PIC  X(013) VALUE "SIWAKH_EBS100".
           02  F                  PIC  X(001).
           02  SIWAKH_KEY1        PIC  X(100) VALUE SPACE.
           02  SIWAKH_SORT        PIC  X(100) VALUE SPACE.
           02  SIWAKH_IDLST       PIC  X(100) VALUE SPACE.
           02  SIWAKH_RES         USAGE  POINTER.
           COPY SIWAKH.
       77  F                      PIC  X(001).
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
                "VOUCHER SEAL / VERIFICATION".
           02  FILLER  PIC  X(040) VALUE
                "MODE  1=SEAL 2=VERIFY".
           02  FILLER  PIC  X(020) VALUE
                "SEAL THRU  CCYYMMDD".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-ACP.
           02  A-MODE     PIC  9(001).
           02  A-THRU     PIC  9(008).
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
             03  E-ME1   PIC  X(030) VALUE
                  "***  DATE AFTER TODAY      ***".
             03  E-ME3   PIC  X(030) VALUE
                  "***  RUN COMPLETE          ***".
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
            "02C-MID" "X" "5" "10" "40" "01C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "03C-MID" "X" "12" "10" "20" "02C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "04C-MID" "X" "16" "10" "20" "03C-MID" " " RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "10" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-MODE" "9" "5" "51" "1" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-MODE" BY REFERENCE SEL-MODE "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-THRU" "9" "12" "31" "8" "A-MODE" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-THRU" BY REFERENCE EB-THRU "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "16" "31" "1" "A-THRU" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DMM" BY REFERENCE EB-DMM "1" "0" RETURNING RESU.
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
            "E-ME3" "X" "24" "15" "30" "E-ME1" " " RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME99" "X" "24" "75" "5" "E-ME3" " " RETURNING RESU.
      *
           ACCEPT USER_ID FROM ARGUMENT-VALUE.
           ACCEPT COMPLETION_CODE FROM ARGUMENT-VALUE.
      *
       R-05.
           MOVE    SPACE    TO  ERR-STAT.
           MOVE    ZERO     TO  RESU.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "SD_Output" USING "C-MID" C-MID "p" RETURNING RESU.
           MOVE  ZERO  TO SEL-MODE EB-THRU EB-DMM EB-NCNT EB-LCNT
                          EB-SCNT EB-OKCNT EB-CHCNT EB-MSCNT.
           ACCEPT  WORK-TODATE  FROM  DATE.
           COMPUTE  W-TODAY = (2000 + WORK-TD-YY) * 10000
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
           IF  SEL-MODE = 2
               GO TO R-20
           END-IF
           IF  SEL-MODE NOT = 1
               GO TO R-08
           END-IF.
       R-10.
           CALL "SD_Accept" USING BY REFERENCE A-THRU "A-THRU" "9" "8"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-08
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-10
           END-IF
           IF  EB-THRU = ZERO
               GO TO R-10
           END-IF
           IF  EB-THRU > W-TODAY
               CALL "SD_Output" USING
                "E-ME1" E-ME1 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-10
           END-IF.
       R-20.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               IF  SEL-MODE = 1
                   GO TO R-10
               ELSE
                   GO TO R-08
               END-IF
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-20
           END-IF
           IF  EB-DMM NOT = 1  AND  9
               GO TO R-20
           END-IF
           IF  EB-DMM = 9
               GO TO R-05
           END-IF
      *
           ACCEPT  W-TIME  FROM  TIME.
           COMPUTE  EB-RUN = W-TODAY * 1000000 + W-TIME / 100.
           CALL "PR_Open" RETURNING RESP.
           IF  SEL-MODE = 1
               PERFORM  SEAL-RTN  THRU  SEAL-RTN-EXIT
           ELSE
               PERFORM  VER-RTN   THRU  VER-RTN-EXIT
           END-IF
           CALL "PR_Close" RETURNING RESP.
           CALL "SD_Output" USING
            "E-ME3" E-ME3 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO R-05.
      *
      *    SEAL-RTN  -  mode 1.  the SIWAKH pass builds a seal under
      *    this run's stamp for each voucher not sealed yet; the
      *    EBSF pass after it flips this run's seals to sealed.
      *
       SEAL-RTN.
           CALL "DB_F_Open" USING
            "INPUT" SIWAKH_PNAME1 " " BY REFERENCE SIWAKH_IDLST "0".
           CALL "DB_F_Open" USING
            "I-O" EBSF_PNAME1 "SHARED" BY REFERENCE EBSF_IDLST "1"
            "EBS-KEY" BY REFERENCE EBS-KEY.
       SEAL-010.
           CALL "DB_Read" USING
            "AT END" SIWAKH_PNAME1 BY REFERENCE SH-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO SEAL-020
           END-IF
           IF  HTRDATE > EB-THRU
               GO TO SEAL-010
           END-IF
           MOVE  HTRDATE  TO EBS-DATE.
           MOVE  HJUNLNO  TO EBS-JUNLNO.
           CALL "DB_Read" USING
            "INVALID KEY" EBSF_PNAME1 BY REFERENCE EBS-R " "
            RETURNING RET.
           IF  RET = 1
               INITIALIZE EBS-R
               MOVE  HTRDATE  TO EBS-DATE
               MOVE  HJUNLNO  TO EBS-JUNLNO
               MOVE  0        TO EBS-STAT
               MOVE  EB-RUN   TO EBS-RUN
               PERFORM  EB-HASH-RTN  THRU  EB-HASH-RTN-EXIT
               MOVE  1        TO EBS-LCNT
               MOVE  HAMOUNT  TO EBS-AMT
               MOVE  HS-LINE  TO EBS-HASH
               CALL "DB_Insert" USING
                EBSF_PNAME1 EBSF_LNAME EBS-R RETURNING RET
               ADD  1  TO EB-NCNT EB-LCNT
               GO TO SEAL-010
           END-IF
           IF  EBS-STAT = 1
               GO TO SEAL-010
           END-IF
           IF  EBS-RUN NOT = EB-RUN
               MOVE  EB-RUN  TO EBS-RUN
               MOVE  ZERO    TO EBS-LCNT EBS-AMT EBS-HASH
               ADD  1  TO EB-NCNT
           END-IF
           MOVE  EBS-HASH  TO HS-HASH.
           PERFORM  EB-HASH-RTN  THRU  EB-HASH-RTN-EXIT.
           MOVE  HS-HASH   TO EBS-HASH.
           ADD  1        TO EBS-LCNT.
           ADD  HAMOUNT  TO EBS-AMT.
           CALL "DB_Update" USING
            EBSF_PNAME1 EBSF_LNAME EBS-R RETURNING RET.
           ADD  1  TO EB-LCNT.
           GO TO SEAL-010.
       SEAL-020.
           CALL "DB_F_Close" USING
            BY REFERENCE SIWAKH_IDLST SIWAKH_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE EBSF_IDLST EBSF_PNAME1.
           CALL "DB_F_Open" USING
            "I-O" EBSF_PNAME1 "SHARED" BY REFERENCE EBSF_IDLST "0".
       SEAL-030.
           CALL "DB_Read" USING
            "AT END" EBSF_PNAME1 BY REFERENCE EBS-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO SEAL-040
           END-IF
           IF  EBS-STAT NOT = 0  OR  EBS-RUN NOT = EB-RUN
               GO TO SEAL-030
           END-IF
           MOVE  1        TO EBS-STAT.
           MOVE  W-TODAY  TO EBS-SEALDT.
           MOVE  USER_ID  TO EBS-USER.
           CALL "DB_Update" USING
            EBSF_PNAME1 EBSF_LNAME EBS-R RETURNING RET.
           ADD  1  TO EB-SCNT.
           GO TO SEAL-030.
       SEAL-040.
           CALL "DB_F_Close" USING
            BY REFERENCE EBSF_IDLST EBSF_PNAME1.
           MOVE  SPACE         TO PRN-R.
           MOVE  WORK-EB-SHD   TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE         TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE         TO PRN-R.
           MOVE  EB-THRU       TO WORK-EB-THRU.
           MOVE  EB-SCNT       TO WORK-EB-SCNT.
           MOVE  EB-LCNT       TO WORK-EB-LCNT.
           MOVE  WORK-EB-SSUM  TO PRN-R (11:59).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
       SEAL-RTN-EXIT.
           EXIT.
      *
      *    VER-RTN  -  mode 2.  the SIWAKH pass recomputes each
      *    sealed voucher under this run's stamp; the EBSF pass
      *    compares and records the outcome on every seal, listing
      *    the vouchers that no longer match.
      *
       VER-RTN.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-EB-VHD    TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-EB-COLHD  TO PRN-R (11:63).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "DB_F_Open" USING
            "INPUT" SIWAKH_PNAME1 " " BY REFERENCE SIWAKH_IDLST "0".
           CALL "DB_F_Open" USING
            "I-O" EBSF_PNAME1 "SHARED" BY REFERENCE EBSF_IDLST "1"
            "EBS-KEY" BY REFERENCE EBS-KEY.
       VER-010.
           CALL "DB_Read" USING
            "AT END" SIWAKH_PNAME1 BY REFERENCE SH-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO VER-020
           END-IF
           MOVE  HTRDATE  TO EBS-DATE.
           MOVE  HJUNLNO  TO EBS-JUNLNO.
           CALL "DB_Read" USING
            "INVALID KEY" EBSF_PNAME1 BY REFERENCE EBS-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO VER-010
           END-IF
           IF  EBS-STAT NOT = 1
               GO TO VER-010
           END-IF
           IF  EBS-VRUN NOT = EB-RUN
               MOVE  EB-RUN  TO EBS-VRUN
               MOVE  ZERO    TO EBS-VCNT EBS-VAMT EBS-VHASH
           END-IF
           MOVE  EBS-VHASH  TO HS-HASH.
           PERFORM  EB-HASH-RTN  THRU  EB-HASH-RTN-EXIT.
           MOVE  HS-HASH    TO EBS-VHASH.
           ADD  1        TO EBS-VCNT.
           ADD  HAMOUNT  TO EBS-VAMT.
           CALL "DB_Update" USING
            EBSF_PNAME1 EBSF_LNAME EBS-R RETURNING RET.
           GO TO VER-010.
       VER-020.
           CALL "DB_F_Close" USING
            BY REFERENCE SIWAKH_IDLST SIWAKH_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE EBSF_IDLST EBSF_PNAME1.
           CALL "DB_F_Open" USING
            "I-O" EBSF_PNAME1 "SHARED" BY REFERENCE EBSF_IDLST "0".
       VER-030.
           CALL "DB_Read" USING
            "AT END" EBSF_PNAME1 BY REFERENCE EBS-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO VER-040
           END-IF
           IF  EBS-STAT NOT = 1
               GO TO VER-030
           END-IF
           ADD  1  TO EB-SCNT.
           MOVE  W-TODAY  TO EBS-VDT.
           IF  EBS-VRUN NOT = EB-RUN
               MOVE  2       TO EBS-VRES
               MOVE  EB-RUN  TO EBS-VRUN
               MOVE  ZERO    TO EBS-VCNT EBS-VAMT EBS-VHASH
               ADD  1  TO EB-MSCNT
           ELSE
               IF  EBS-VCNT = EBS-LCNT  AND  EBS-VAMT = EBS-AMT  AND
                   EBS-VHASH = EBS-HASH
                   MOVE  0  TO EBS-VRES
                   ADD  1  TO EB-OKCNT
               ELSE
                   MOVE  1  TO EBS-VRES
                   ADD  1  TO EB-CHCNT
               END-IF
           END-IF
           CALL "DB_Update" USING
            EBSF_PNAME1 EBSF_LNAME EBS-R RETURNING RET.
           IF  EBS-VRES = 0
               GO TO VER-030
           END-IF
           MOVE  SPACE        TO PRN-R WORK-EB-V.
           MOVE  EBS-DATE     TO WORK-EB-DATE.
           MOVE  EBS-JUNLNO   TO WORK-EB-JUNL.
           MOVE  EBS-LCNT     TO WORK-EB-SLN.
           MOVE  EBS-AMT      TO WORK-EB-SAMT.
           MOVE  EBS-VCNT     TO WORK-EB-NLN.
           MOVE  EBS-VAMT     TO WORK-EB-NAMT.
           IF  EBS-VRES = 1
               MOVE  "CHANGED SINCE SEAL"  TO WORK-EB-RMK
           ELSE
               MOVE  "LINES MISSING"       TO WORK-EB-RMK
           END-IF
           MOVE  WORK-EB-V    TO PRN-R (11:77).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           GO TO VER-030.
       VER-040.
           CALL "DB_F_Close" USING
            BY REFERENCE EBSF_IDLST EBSF_PNAME1.
           MOVE  SPACE         TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE         TO PRN-R.
           MOVE  EB-SCNT       TO WORK-EB-CKCNT.
           MOVE  EB-OKCNT      TO WORK-EB-OKCNT.
           MOVE  EB-CHCNT      TO WORK-EB-CHCNT.
           MOVE  EB-MSCNT      TO WORK-EB-MSCNT.
           MOVE  WORK-EB-VSUM  TO PRN-R (11:72).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
       VER-RTN-EXIT.
           EXIT.
      *
      *    EB-HASH-RTN  -  the check value of the SH-REC just read:
      *    two running totals over its bytes, modulo 65521, make
      *    HS-LINE, which is then added into HS-HASH modulo 10**10.
      *
       EB-HASH-RTN.
           MOVE  LENGTH OF SH-REC  TO HS-LEN.
           MOVE  1     TO HS-A.
           MOVE  ZERO  TO HS-B.
           MOVE  1     TO HS-IX.
       EB-HASH-010.
           IF  HS-IX > HS-LEN
               GO TO EB-HASH-020
           END-IF
           MOVE  SH-REC (HS-IX:1)  TO HS-LO.
           ADD  HS-CODE  TO HS-A.
           IF  HS-A NOT < 65521
               SUBTRACT  65521  FROM HS-A
           END-IF
           ADD  HS-A  TO HS-B.
           IF  HS-B NOT < 65521
               SUBTRACT  65521  FROM HS-B
           END-IF
           ADD  1  TO HS-IX.
           GO TO EB-HASH-010.
       EB-HASH-020.
           COMPUTE  HS-LINE = HS-B * 65536 + HS-A.
           COMPUTE  HS-SUM  = HS-HASH + HS-LINE.
           IF  HS-SUM NOT < 10000000000
               SUBTRACT  10000000000  FROM HS-SUM
           END-IF
           MOVE  HS-SUM  TO HS-HASH.
       EB-HASH-RTN-EXIT.
           EXIT.
      *
       R-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_Close".
           STOP RUN.
