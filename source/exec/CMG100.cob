       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         CMG100.
      *********************************************************
      *    PROGRAM         :  CUSTOMER / ITEM CODE MERGE       *
      *    PRINTER TYPE    :  JIPS                             *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    moves everything that carries one TC-M customer code or
      *    one SHM item code over to another -- a merge when the
      *    new code is already on its master (one chain taking
      *    over another), a renumber when it is not (a style
      *    re-coded).  the operator keys kind, old code and new
      *    code; the run is always dry first:
      *      - every file below is read and its old-code and new-
      *        code records counted;
      *      - each record a re-key would move is looked up under
      *        its new key, and any that is already there counts
      *        as a collision;
      *      - the listing prints per file.
      *    any collision (or more records to re-key than the key
      *    table holds) refuses the run.  otherwise, on confirm,
      *    keyed records are deleted and re-inserted under the new
      *    code (re-key) and the rest rewritten in place (re-
      *    point), the files recounted and the before and after
      *    control totals printed, and a CMP-M row left so ATP100
      *    and DED100 carry a retired code on to the new one.
      *      customer:  TC-M (re-key; on a merge the old head-office
      *                 row is retired into the new one's), JSJDRF,
      *                 THTC and XRFM (re-key), SIWAKH HCUSTCD
      *                 (re-point).  HCUSTCD holds supplier codes
      *                 too, so SIWAKH is left alone when the old
      *                 customer code is also on T-M.
      *      item:      SHM (re-key; retired on a merge), THTC,
      *                 THTM and TANAM (re-key), CST-M (re-key; on
      *                 a merge the old row's quantity and value are
      *                 folded into the new row, its average taken
      *                 again, and the old row retired), JSJDRF,
      *                 XRFM, LOTF and POF (re-point).
      *    this is the one program that takes records off a file
      *    (DB_Delete).  everywhere else a row goes out of use in
      *    place -- voided, zeroed or marked retired and passed over
      *    by its readers -- but a re-key changes the primary key
      *    itself: the files above are read by dozens of programs
      *    that know no void mark, so a row left under the old key
      *    would still be found by every one of them, and a keyed
      *    read of a retired code has to come back not-found for
      *    ATP100 and DED100 to fall through to CMP-M.  the dry-run
      *    listing, the control totals and the CMP-M row stand as
      *    the record of what was taken off and where it went.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SYSTEM3100.
       OBJECT-COMPUTER. SYSTEM3100.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  CG-KIND                PIC  9(001)      VALUE ZERO.
       01  CG-OLD                 PIC  9(006)      VALUE ZERO.
       01  CG-NEW                 PIC  9(006)      VALUE ZERO.
       01  CG-O4                  PIC  9(004)      VALUE ZERO.
       01  CG-N4                  PIC  9(004)      VALUE ZERO.
       01  CG-DMM                 PIC  9(001)      VALUE ZERO.
       01  CG-OFND                PIC  9(001)      VALUE ZERO.
       01  CG-MERGE               PIC  9(001)      VALUE ZERO.
       01  CG-SUPP                PIC  9(001)      VALUE ZERO.
       01  CG-REFUSE              PIC  9(001)      VALUE ZERO.
      *    0 = dry-run count, 1 = after count, 2 = collect keys only.
       01  CG-PASS                PIC  9(001)      VALUE ZERO.
       01  CG-WOLD                PIC  9(001)      VALUE ZERO.
       01  CG-WNEW                PIC  9(001)      VALUE ZERO.
       01  CG-WKEY                PIC  X(020)      VALUE SPACE.
       01  CG-ONAME               PIC  N(026).
       01  CG-NNAME               PIC  N(026).
       01  CG-TOTMV               PIC  9(007)      VALUE ZERO.
      *    the old CST-M row held over a merge's fold.
       01  CG-CSAV                PIC  X(060)      VALUE SPACE.
       01  CG-CQTY                PIC S9(007)      VALUE ZERO.
       01  CG-CVAL                PIC S9(011)      VALUE ZERO.
      *    per-file plan and control totals --
      *      1 TC-M  2 SHM  3 JSJDRF  4 THTC  5 THTM  6 XRFM
      *      7 TANAM  8 LOTF  9 POF  10 SIWAKH  11 CST-M
      *    CG-FACT 1 = re-key, 2 = re-point, 3 = skipped.
       01  CG-FX                  PIC  9(002)      VALUE ZERO.
       01  CG-FTBL.
           02  CG-FENT  OCCURS  11.
               03  CG-FUSE        PIC  9(001).
               03  CG-FACT        PIC  9(001).
               03  CG-OB          PIC  9(007).
               03  CG-NB          PIC  9(007).
               03  CG-CL          PIC  9(007).
               03  CG-MV          PIC  9(007).
               03  CG-RT          PIC  9(007).
               03  CG-OA          PIC  9(007).
               03  CG-NA          PIC  9(007).
       01  CG-FNAMES.
           02  F                  PIC  X(008)      VALUE "TC-M".
           02  F                  PIC  X(008)      VALUE "SHM".
           02  F                  PIC  X(008)      VALUE "JSJDRF".
           02  F                  PIC  X(008)      VALUE "THTC".
           02  F                  PIC  X(008)      VALUE "THTM".
           02  F                  PIC  X(008)      VALUE "XRFM".
           02  F                  PIC  X(008)      VALUE "TANAM".
           02  F                  PIC  X(008)      VALUE "LOTF".
           02  F                  PIC  X(008)      VALUE "POF".
           02  F                  PIC  X(008)      VALUE "SIWAKH".
           02  F                  PIC  X(008)      VALUE "CST-M".
       01  CG-FNTBL  REDEFINES CG-FNAMES.
           02  CG-FNAME           PIC  X(008)  OCCURS 11.
       01  CG-ACTS.
           02  F                  PIC  X(008)      VALUE "RE-KEY".
           02  F                  PIC  X(008)      VALUE "RE-POINT".
           02  F                  PIC  X(008)      VALUE "SKIPPED".
       01  CG-ACTTBL  REDEFINES CG-ACTS.
           02  CG-ACTNM           PIC  X(008)  OCCURS 3.
      *    keys of the records the current file's re-key will move.
       01  MV-CNT                 PIC  9(004)      VALUE ZERO.
       01  MV-IX                  PIC  9(004)      VALUE ZERO.
       01  MV-OVR                 PIC  9(001)      VALUE ZERO.
       01  MV-TBL.
           02  MV-KEY             PIC  X(020)  OCCURS 5000.
       01  WORK-TODATE.
           02  WORK-TD-YY         PIC  9(002).
           02  WORK-TD-MM         PIC  9(002).
           02  WORK-TD-DD         PIC  9(002).
       01  W-TODAY                PIC  9(008)      VALUE ZERO.
       01  PRN-R                  PIC  X(132).
       77  RESP                   PIC  9(001).
       01  WORK-CG-HD1            PIC  X(050)      VALUE
            "*** CODE MERGE / RENUMBER - DRY RUN ***".
       01  WORK-CG-HD2            PIC  X(050)      VALUE
            "*** CODE MERGE / RENUMBER - CONTROL TOTALS ***".
       01  WORK-CG-MAP.
           02  WORK-CG-KNM        PIC  X(008).
           02  F                  PIC  X(01).
           02  WORK-CG-OLD        PIC  9(006).
           02  F                  PIC  X(04)  VALUE  " -> ".
           02  WORK-CG-NEW        PIC  9(006).
           02  F                  PIC  X(02).
           02  WORK-CG-MODE       PIC  X(008).
       01  WORK-CG-DCOL           PIC  X(047)      VALUE
            "FILE      ACTION   OLD RECS  NEW RECS   COLLIDE".
       01  WORK-CG-D.
           02  WORK-CG-DFN        PIC  X(008).
           02  F                  PIC  X(02).
           02  WORK-CG-DACT       PIC  X(008).
           02  F                  PIC  X(02).
           02  WORK-CG-DOB        PIC  ZZZZZZ9.
           02  F                  PIC  X(03).
           02  WORK-CG-DNB        PIC  ZZZZZZ9.
           02  F                  PIC  X(03).
           02  WORK-CG-DCL        PIC  ZZZZZZ9.
       01  WORK-CG-ECOL.
           02  F                  PIC  X(038)      VALUE
            "FILE       OLD BEF   NEW BEF     MOVED".
           02  F                  PIC  X(030)      VALUE
            "   RETIRED   OLD AFT   NEW AFT".
       01  WORK-CG-E.
           02  WORK-CG-EFN        PIC  X(008).
           02  F                  PIC  X(03).
           02  WORK-CG-EOB        PIC  ZZZZZZ9.
           02  F                  PIC  X(03).
           02  WORK-CG-ENB        PIC  ZZZZZZ9.
           02  F                  PIC  X(03).
           02  WORK-CG-EMV        PIC  ZZZZZZ9.
           02  F                  PIC  X(03).
           02  WORK-CG-ERT        PIC  ZZZZZZ9.
           02  F                  PIC  X(03).
           02  WORK-CG-EOA        PIC  ZZZZZZ9.
           02  F                  PIC  X(03).
           02  WORK-CG-ENA        PIC  ZZZZZZ9.
       01  WORK-CG-OK             PIC  X(050)      VALUE
            "NO COLLISIONS - CONFIRM ON SCREEN TO RUN".
       01  WORK-CG-NG1            PIC  X(050)      VALUE
            "*** KEY COLLISIONS - MERGE REFUSED ***".
       01  WORK-CG-NG2            PIC  X(050)      VALUE
            "*** OVER 5000 RECORDS TO RE-KEY - REFUSED ***".
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
      *FD  TC-M
           COPY LITCM.
      *FD  T-M
           COPY LITM.
      *FD  SHM
           COPY SHM.
      *FD  THTC
           COPY LITHTC.
      *FD  THTM
           COPY LITHTM.
      *FD  XRFM
           COPY LIXRFM.
      *FD  TANAM
           COPY TANAM.
      *FD  LOTF
           COPY LILOTF.
      *FD  POF
           COPY LIPOF.
      *FD  CMP-M
           COPY LICMPM.
      *FD  CST-M
           COPY LICSTM.
      *FD  JSJDRF
       01  JSJDRF_CMG100.
           02  JSJDRF_PNAME1      PIC  X(006) VALUE "JSJDRF".
           02  F                  PIC  X(001).
           02  JSJDRF_LNAME       PIC  X(013) VALUE "JSJDRF_CMG100".
           02  F                  PIC  X(001).
           02  JSJDRF_KEY1        PIC  X(100) VALUE SPACE.
           02  JSJDRF_SORT        PIC  X(100) VALUE SPACE.
           02  JSJDRF_IDLST       PIC  X(100) VALUE SPACE.
           02  JSJDRF_RES         USAGE  POINTER.
           COPY JSJDR.
      *FD  SIWAKH
       01  SIWAKH_CMG100.
           02  SIWAKH_PNAME1      PIC  X(006) VALUE "SIWAKH".
           02  F                  PIC  X(001).
           02  SIWAKH_LNAME       PIC  X(013) VALUE "SIWAKH_CMG100".
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
                "CUSTOMER / ITEM CODE MERGE - RENUMBER".
           02  FILLER  PIC  X(020) VALUE
                "KIND".
           02  FILLER  PIC  X(020) VALUE
                "1=CUSTOMER  2=ITEM".
           02  FILLER  PIC  X(020) VALUE
                "OLD CODE".
           02  FILLER  PIC  X(020) VALUE
                "NEW CODE".
           02  FILLER  PIC  X(020) VALUE
                "EXECUTE    OK=1 NO=9".
       01  C-DSP.
           02  D-ONAME    PIC  N(026).
           02  D-NNAME    PIC  N(026).
       01  C-ACP.
           02  A-KIND     PIC  9(001).
           02  A-OLD      PIC  9(006).
           02  A-NEW      PIC  9(006).
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
             03  E-ME1   PIC  X(030) VALUE
                  "***  OLD CODE NOT ON FILE  ***".
             03  E-ME2   PIC  X(030) VALUE
                  "***  SAME CODE TWICE       ***".
             03  E-ME3   PIC  X(030) VALUE
                  "***  CODE ALREADY MERGED   ***".
             03  E-ME4   PIC  X(030) VALUE
                  "***  COLLISION - REFUSED   ***".
             03  E-ME5   PIC  X(030) VALUE
                  "***  MERGE COMPLETE        ***".
             03  E-ME6   PIC  X(030) VALUE
                  "***  TOO MANY TO RE-KEY    ***".
             03  E-ME7   PIC  X(030) VALUE
                  "***  CODE OVER 4 DIGITS    ***".
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
            "C-MID" " " "0" "0" "140" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-MID" "X" "3" "10" "40" " " "C-MID" RETURNING RESU.
       CALL "SD_Init" USING
            "02C-MID" "X" "5" "10" "20" "01C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "03C-MID" "X" "5" "35" "20" "02C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "04C-MID" "X" "7" "10" "20" "03C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "05C-MID" "X" "9" "10" "20" "04C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "06C-MID" "X" "12" "10" "20" "05C-MID" " " RETURNING RESU.
      *C-DSP
       CALL "SD_Init" USING
            "C-DSP" " " "0" "0" "104" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "D-ONAME" "N" "8" "20" "26" " " "C-DSP" RETURNING RESU.
       CALL "SD_From" USING
            "D-ONAME" BY REFERENCE CG-ONAME "26" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "D-NNAME" "N" "10" "20" "26" "D-ONAME" " " RETURNING RESU.
       CALL "SD_From" USING
            "D-NNAME" BY REFERENCE CG-NNAME "26" "0" RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "14" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-KIND" "9" "5" "31" "1" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-KIND" BY REFERENCE CG-KIND "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-OLD" "9" "7" "31" "6" "A-KIND" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-OLD" BY REFERENCE CG-OLD "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-NEW" "9" "9" "31" "6" "A-OLD" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-NEW" BY REFERENCE CG-NEW "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "12" "31" "1" "A-NEW" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DMM" BY REFERENCE CG-DMM "1" "0" RETURNING RESU.
      *C-ERR
       CALL "SD_Init" USING
            "C-ERR" " " "0" "0" "217" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-ERR" " " "24" "0" "217" " " "C-ERR" RETURNING RESU.
       CALL "SD_Init" USING
            "E-STAT" "X" "24" "10" "2" " " "01C-ERR" RETURNING RESU.
       CALL "SD_From" USING
            "E-STAT" BY REFERENCE ERR-STAT "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME1" "X" "24" "15" "30" "E-STAT" " " RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME2" "X" "24" "15" "30" "E-ME1" " " RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME3" "X" "24" "15" "30" "E-ME2" " " RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME4" "X" "24" "15" "30" "E-ME3" " " RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME5" "X" "24" "15" "30" "E-ME4" " " RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME6" "X" "24" "15" "30" "E-ME5" " " RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME7" "X" "24" "15" "30" "E-ME6" " " RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME99" "X" "24" "75" "5" "E-ME7" " " RETURNING RESU.
      *
           ACCEPT USER_ID FROM ARGUMENT-VALUE.
           ACCEPT COMPLETION_CODE FROM ARGUMENT-VALUE.
           ACCEPT  WORK-TODATE  FROM  DATE.
           COMPUTE  W-TODAY = (2000 + WORK-TD-YY) * 10000
                  + WORK-TD-MM * 100 + WORK-TD-DD.
      *
           CALL "DB_F_Open" USING
            "I-O" CMP-M_PNAME1 "SHARED" BY REFERENCE CMP-M_IDLST "1"
            "CMP-KEY" BY REFERENCE CMP-KEY.
      *
       R-05.
           MOVE    SPACE    TO  ERR-STAT.
           MOVE    ZERO     TO  RESU.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "SD_Output" USING "C-MID" C-MID "p" RETURNING RESU.
           MOVE  ZERO   TO CG-KIND CG-OLD CG-NEW CG-DMM.
           MOVE  SPACE  TO CG-ONAME CG-NNAME.
       R-10.
           CALL "SD_Accept" USING BY REFERENCE A-KIND "A-KIND" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = PF9
               CALL "C3_Set_Jrcode" USING
                USER_ID BY REFERENCE COMPLETION_CODE  255
               GO TO R-95
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-10
           END-IF
           IF  CG-KIND NOT = 1  AND  2
               GO TO R-10
           END-IF.
       R-12.
           CALL "SD_Accept" USING BY REFERENCE A-OLD "A-OLD" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-10
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-12
           END-IF
           IF  CG-OLD = ZERO
               GO TO R-12
           END-IF
           IF  CG-KIND = 1  AND  CG-OLD > 9999
               CALL "SD_Output" USING
                "E-ME7" E-ME7 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-12
           END-IF
           MOVE  CG-KIND  TO CMP-KIND.
           MOVE  CG-OLD   TO CMP-OLD.
           CALL "DB_Read" USING
            "INVALID KEY" CMP-M_PNAME1 BY REFERENCE CMP-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0
               CALL "SD_Output" USING
                "E-ME3" E-ME3 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-12
           END-IF.
       R-14.
           CALL "SD_Accept" USING BY REFERENCE A-NEW "A-NEW" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-12
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-14
           END-IF
           IF  CG-NEW = ZERO
               GO TO R-14
           END-IF
           IF  CG-NEW = CG-OLD
               CALL "SD_Output" USING
                "E-ME2" E-ME2 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-14
           END-IF
           IF  CG-KIND = 1  AND  CG-NEW > 9999
               CALL "SD_Output" USING
                "E-ME7" E-ME7 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-14
           END-IF
           MOVE  CG-KIND  TO CMP-KIND.
           MOVE  CG-NEW   TO CMP-OLD.
           CALL "DB_Read" USING
            "INVALID KEY" CMP-M_PNAME1 BY REFERENCE CMP-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0
               CALL "SD_Output" USING
                "E-ME3" E-ME3 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-14
           END-IF
           MOVE  CG-OLD  TO CG-O4.
           MOVE  CG-NEW  TO CG-N4.
           PERFORM  CG-MST-RTN  THRU  CG-MST-RTN-EXIT.
           CALL "SD_Output" USING "C-DSP" C-DSP "p" RETURNING RESU.
           IF  CG-OFND = 0
               CALL "SD_Output" USING
                "E-ME1" E-ME1 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-12
           END-IF
      *
           PERFORM  CG-PLAN-RTN  THRU  CG-PLAN-RTN-EXIT.
           PERFORM  CG-DRY-RTN   THRU  CG-DRY-RTN-EXIT.
           IF  CG-REFUSE = 1
               CALL "SD_Output" USING
                "E-ME4" E-ME4 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-14
           END-IF
           IF  CG-REFUSE = 2
               CALL "SD_Output" USING
                "E-ME6" E-ME6 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-14
           END-IF.
       R-20.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-14
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-20
           END-IF
           IF  CG-DMM NOT = 1  AND  9
               GO TO R-20
           END-IF
           IF  CG-DMM = 9
               GO TO R-05
           END-IF
      *
           PERFORM  CG-RUN-RTN  THRU  CG-RUN-RTN-EXIT.
           CALL "SD_Output" USING
            "E-ME5" E-ME5 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO R-05.
      *
      *    CG-MST-RTN  -  the old code must be on its master (for a
      *    customer, the head-office row); the new code being there
      *    already makes the run a merge.  an old customer code
      *    that is also a supplier code keeps SIWAKH out of it.
      *
       CG-MST-RTN.
           MOVE  ZERO   TO CG-OFND CG-MERGE CG-SUPP.
           MOVE  SPACE  TO CG-ONAME CG-NNAME.
           IF  CG-KIND = 2
               GO TO CG-MST-020
           END-IF
           CALL "DB_F_Open" USING
            "INPUT" TC-M_PNAME1 "SHARED" BY REFERENCE TC-M_IDLST "1"
            "TC-KEY" BY REFERENCE TC-KEY.
           MOVE  CG-O4  TO TC-TCD.
           MOVE  1      TO TC-CCD.
           CALL "DB_Read" USING
            "INVALID KEY" TC-M_PNAME1 BY REFERENCE TC-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0
               MOVE  1        TO CG-OFND
               MOVE  TC-NAME  TO CG-ONAME
           END-IF
           MOVE  CG-N4  TO TC-TCD.
           MOVE  1      TO TC-CCD.
           CALL "DB_Read" USING
            "INVALID KEY" TC-M_PNAME1 BY REFERENCE TC-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0
               MOVE  1        TO CG-MERGE
               MOVE  TC-NAME  TO CG-NNAME
           END-IF
           CALL "DB_F_Close" USING
            BY REFERENCE TC-M_IDLST TC-M_PNAME1.
           CALL "DB_F_Open" USING
            "INPUT" T-M_PNAME1 "SHARED" BY REFERENCE T-M_IDLST
            "2" "T-KEY" BY REFERENCE T-KEY "T-KEY2" BY REFERENCE
            T-KEY2.
           MOVE  CG-O4  TO T-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" T-M_PNAME1 BY REFERENCE T-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0
               MOVE  1  TO CG-SUPP
           END-IF
           CALL "DB_F_Close" USING
            BY REFERENCE T-M_IDLST T-M_PNAME1.
           GO TO CG-MST-RTN-EXIT.
       CG-MST-020.
           CALL "DB_F_Open" USING
            "INPUT" SHM_PNAME1 "SHARED" BY REFERENCE SHM_IDLST "1"
            "SHM-KEY" BY REFERENCE SHM-KEY.
           MOVE  CG-OLD  TO SHM-01.
           CALL "DB_Read" USING
            "INVALID KEY" SHM_PNAME1 BY REFERENCE SHM-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0
               MOVE  1       TO CG-OFND
               MOVE  SHM-02  TO CG-ONAME
           END-IF
           MOVE  CG-NEW  TO SHM-01.
           CALL "DB_Read" USING
            "INVALID KEY" SHM_PNAME1 BY REFERENCE SHM-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0
               MOVE  1       TO CG-MERGE
               MOVE  SHM-02  TO CG-NNAME
           END-IF
           CALL "DB_F_Close" USING
            BY REFERENCE SHM_IDLST SHM_PNAME1.
       CG-MST-RTN-EXIT.
           EXIT.
      *
      *    CG-PLAN-RTN  -  which files the kind touches, and how.
      *
       CG-PLAN-RTN.
           INITIALIZE CG-FTBL.
           IF  CG-KIND = 1
               MOVE  1  TO CG-FUSE(1) CG-FUSE(3) CG-FUSE(4)
                           CG-FUSE(6) CG-FUSE(10)
               MOVE  1  TO CG-FACT(1) CG-FACT(3) CG-FACT(4)
                           CG-FACT(6)
               MOVE  2  TO CG-FACT(10)
           ELSE
               MOVE  1  TO CG-FUSE(2) CG-FUSE(3) CG-FUSE(4)
                           CG-FUSE(5) CG-FUSE(6) CG-FUSE(7)
                           CG-FUSE(8) CG-FUSE(9) CG-FUSE(11)
               MOVE  1  TO CG-FACT(2) CG-FACT(4) CG-FACT(5)
                           CG-FACT(7) CG-FACT(11)
               MOVE  2  TO CG-FACT(3) CG-FACT(6) CG-FACT(8)
                           CG-FACT(9)
           END-IF
           IF  CG-KIND = 1  AND  CG-SUPP = 1
               MOVE  3  TO CG-FACT(10)
           END-IF.
       CG-PLAN-RTN-EXIT.
           EXIT.
      *
      *    CG-DRY-RTN  -  count and collision-check every file the
      *    kind touches, then print the dry-run listing.
      *
       CG-DRY-RTN.
           MOVE  ZERO  TO CG-PASS CG-REFUSE MV-OVR.
           MOVE  1     TO CG-FX.
       CG-DRY-010.
           IF  CG-FX > 11
               GO TO CG-DRY-020
           END-IF
           IF  CG-FUSE(CG-FX) NOT = 1
               ADD  1  TO CG-FX
               GO TO CG-DRY-010
           END-IF
           PERFORM  CG-SCAN-RTN  THRU  CG-SCAN-RTN-EXIT.
           IF  CG-FACT(CG-FX) = 1
               PERFORM  CG-CHK-RTN  THRU  CG-CHK-RTN-EXIT
           END-IF
           IF  CG-CL(CG-FX) NOT = ZERO
               MOVE  1  TO CG-REFUSE
           END-IF
           ADD  1  TO CG-FX.
           GO TO CG-DRY-010.
       CG-DRY-020.
           IF  MV-OVR = 1  AND  CG-REFUSE = 0
               MOVE  2  TO CG-REFUSE
           END-IF
           CALL "PR_Open" RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-CG-HD1  TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           PERFORM  CG-MAPL-RTN  THRU  CG-MAPL-RTN-EXIT.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-CG-DCOL   TO PRN-R (13:47).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  1  TO CG-FX.
       CG-DRY-030.
           IF  CG-FX > 11
               GO TO CG-DRY-040
           END-IF
           IF  CG-FUSE(CG-FX) NOT = 1
               ADD  1  TO CG-FX
               GO TO CG-DRY-030
           END-IF
           MOVE  SPACE                       TO PRN-R WORK-CG-D.
           MOVE  CG-FNAME(CG-FX)             TO WORK-CG-DFN.
           MOVE  CG-ACTNM(CG-FACT(CG-FX))    TO WORK-CG-DACT.
           MOVE  CG-OB(CG-FX)                TO WORK-CG-DOB.
           MOVE  CG-NB(CG-FX)                TO WORK-CG-DNB.
           MOVE  CG-CL(CG-FX)                TO WORK-CG-DCL.
           MOVE  WORK-CG-D                   TO PRN-R (13:47).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           ADD  1  TO CG-FX.
           GO TO CG-DRY-030.
       CG-DRY-040.
           MOVE  SPACE  TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE  TO PRN-R.
           IF  CG-REFUSE = 0
               MOVE  WORK-CG-OK   TO PRN-R (11:50)
           END-IF
           IF  CG-REFUSE = 1
               MOVE  WORK-CG-NG1  TO PRN-R (11:50)
           END-IF
           IF  CG-REFUSE = 2
               MOVE  WORK-CG-NG2  TO PRN-R (11:50)
           END-IF
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "PR_Close" RETURNING RESP.
       CG-DRY-RTN-EXIT.
           EXIT.
      *
      *    CG-MAPL-RTN  -  the kind / old -> new / merge-or-renumber
      *    line both listings open with.
      *
       CG-MAPL-RTN.
           MOVE  SPACE  TO PRN-R WORK-CG-MAP.
           IF  CG-KIND = 1
               MOVE  "CUSTOMER"  TO WORK-CG-KNM
           ELSE
               MOVE  "ITEM"      TO WORK-CG-KNM
           END-IF
           IF  CG-MERGE = 1
               MOVE  "MERGE"     TO WORK-CG-MODE
           ELSE
               MOVE  "RENUMBER"  TO WORK-CG-MODE
           END-IF
           MOVE  CG-OLD       TO WORK-CG-OLD.
           MOVE  CG-NEW       TO WORK-CG-NEW.
           MOVE  WORK-CG-MAP  TO PRN-R (11:35).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
       CG-MAPL-RTN-EXIT.
           EXIT.
      *
      *    CG-RUN-RTN  -  re-key or re-point file by file, leave the
      *    CMP-M row, recount and print the control totals.
      *
       CG-RUN-RTN.
           MOVE  2  TO CG-PASS.
           MOVE  1  TO CG-FX.
       CG-RUN-010.
           IF  CG-FX > 11
               GO TO CG-RUN-020
           END-IF
           IF  CG-FUSE(CG-FX) NOT = 1  OR  CG-FACT(CG-FX) = 3
               ADD  1  TO CG-FX
               GO TO CG-RUN-010
           END-IF
           IF  CG-FACT(CG-FX) = 1
               PERFORM  CG-SCAN-RTN  THRU  CG-SCAN-RTN-EXIT
           END-IF
           PERFORM  CG-MOVE-RTN  THRU  CG-MOVE-RTN-EXIT.
           ADD  1  TO CG-FX.
           GO TO CG-RUN-010.
       CG-RUN-020.
           PERFORM  CG-CMP-RTN  THRU  CG-CMP-RTN-EXIT.
           MOVE  1  TO CG-PASS.
           MOVE  1  TO CG-FX.
       CG-RUN-030.
           IF  CG-FX > 11
               GO TO CG-RUN-040
           END-IF
           IF  CG-FUSE(CG-FX) = 1
               PERFORM  CG-SCAN-RTN  THRU  CG-SCAN-RTN-EXIT
           END-IF
           ADD  1  TO CG-FX.
           GO TO CG-RUN-030.
       CG-RUN-040.
           CALL "PR_Open" RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-CG-HD2  TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           PERFORM  CG-MAPL-RTN  THRU  CG-MAPL-RTN-EXIT.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-CG-ECOL   TO PRN-R (13:68).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  1  TO CG-FX.
       CG-RUN-050.
           IF  CG-FX > 11
               GO TO CG-RUN-060
           END-IF
           IF  CG-FUSE(CG-FX) NOT = 1
               ADD  1  TO CG-FX
               GO TO CG-RUN-050
           END-IF
           MOVE  SPACE              TO PRN-R WORK-CG-E.
           MOVE  CG-FNAME(CG-FX)    TO WORK-CG-EFN.
           MOVE  CG-OB(CG-FX)       TO WORK-CG-EOB.
           MOVE  CG-NB(CG-FX)       TO WORK-CG-ENB.
           MOVE  CG-MV(CG-FX)       TO WORK-CG-EMV.
           MOVE  CG-RT(CG-FX)       TO WORK-CG-ERT.
           MOVE  CG-OA(CG-FX)       TO WORK-CG-EOA.
           MOVE  CG-NA(CG-FX)       TO WORK-CG-ENA.
           MOVE  WORK-CG-E          TO PRN-R (13:68).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           ADD  1  TO CG-FX.
           GO TO CG-RUN-050.
       CG-RUN-060.
           CALL "PR_Close" RETURNING RESP.
       CG-RUN-RTN-EXIT.
           EXIT.
      *
      *    CG-CMP-RTN  -  the redirect row for the old code, and any
      *    earlier redirect into the old code moved on to the new.
      *
       CG-CMP-RTN.
           MOVE  ZERO  TO CG-TOTMV.
           MOVE  1     TO CG-FX.
       CG-CMP-010.
           IF  CG-FX > 11
               GO TO CG-CMP-020
           END-IF
           ADD  CG-MV(CG-FX)  TO CG-TOTMV.
           ADD  CG-RT(CG-FX)  TO CG-TOTMV.
           ADD  1  TO CG-FX.
           GO TO CG-CMP-010.
       CG-CMP-020.
           INITIALIZE CMP-R.
           MOVE  CG-KIND   TO CMP-KIND.
           MOVE  CG-OLD    TO CMP-OLD.
           MOVE  CG-NEW    TO CMP-NEW.
           MOVE  USER_ID   TO CMP-USER.
           MOVE  W-TODAY   TO CMP-DATE.
           MOVE  CG-TOTMV  TO CMP-RCNT.
           CALL "DB_Insert" USING
            CMP-M_PNAME1 CMP-M_LNAME CMP-R RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE CMP-M_IDLST CMP-M_PNAME1.
           CALL "DB_F_Open" USING
            "I-O" CMP-M_PNAME1 " " BY REFERENCE CMP-M_IDLST "0".
       CG-CMP-030.
           CALL "DB_Read" USING
            "AT END" CMP-M_PNAME1 BY REFERENCE CMP-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO CG-CMP-040
           END-IF
           IF  CMP-KIND NOT = CG-KIND  OR  CMP-NEW NOT = CG-OLD
               GO TO CG-CMP-030
           END-IF
           MOVE  CG-NEW  TO CMP-NEW.
           CALL "DB_Update" USING
            CMP-M_PNAME1 CMP-M_LNAME CMP-R RETURNING RET.
           GO TO CG-CMP-030.
       CG-CMP-040.
           CALL "DB_F_Close" USING
            BY REFERENCE CMP-M_IDLST CMP-M_PNAME1.
           CALL "DB_F_Open" USING
            "I-O" CMP-M_PNAME1 "SHARED" BY REFERENCE CMP-M_IDLST "1"
            "CMP-KEY" BY REFERENCE CMP-KEY.
       CG-CMP-RTN-EXIT.
           EXIT.
      *
      *    CG-TALLY-RTN  -  one record's old/new flags into the
      *    pass's counts; on a pass that moves, the key of an old-
      *    code record of a re-key file goes into MV-TBL.
      *
       CG-TALLY-RTN.
           IF  CG-WOLD = 1  AND  CG-PASS = 0
               ADD  1  TO CG-OB(CG-FX)
           END-IF
           IF  CG-WNEW = 1  AND  CG-PASS = 0
               ADD  1  TO CG-NB(CG-FX)
           END-IF
           IF  CG-WOLD = 1  AND  CG-PASS = 1
               ADD  1  TO CG-OA(CG-FX)
           END-IF
           IF  CG-WNEW = 1  AND  CG-PASS = 1
               ADD  1  TO CG-NA(CG-FX)
           END-IF
           IF  CG-WOLD NOT = 1  OR  CG-PASS = 1
                                OR  CG-FACT(CG-FX) NOT = 1
               GO TO CG-TALLY-RTN-EXIT
           END-IF
           IF  MV-CNT NOT < 5000
               MOVE  1  TO MV-OVR
               GO TO CG-TALLY-RTN-EXIT
           END-IF
           ADD  1  TO MV-CNT.
           MOVE  CG-WKEY  TO MV-KEY(MV-CNT).
       CG-TALLY-RTN-EXIT.
           EXIT.
      *
      *    CG-SCAN-RTN / CG-CHK-RTN / CG-MOVE-RTN  -  dispatch on
      *    the file number in CG-FX.
      *
       CG-SCAN-RTN.
           MOVE  ZERO  TO MV-CNT.
           IF  CG-FX = 1
               PERFORM  SC-TCM-RTN  THRU  SC-TCM-RTN-EXIT
           END-IF
           IF  CG-FX = 2
               PERFORM  SC-SHM-RTN  THRU  SC-SHM-RTN-EXIT
           END-IF
           IF  CG-FX = 3
               PERFORM  SC-JSD-RTN  THRU  SC-JSD-RTN-EXIT
           END-IF
           IF  CG-FX = 4
               PERFORM  SC-THC-RTN  THRU  SC-THC-RTN-EXIT
           END-IF
           IF  CG-FX = 5
               PERFORM  SC-THT-RTN  THRU  SC-THT-RTN-EXIT
           END-IF
           IF  CG-FX = 6
               PERFORM  SC-XRF-RTN  THRU  SC-XRF-RTN-EXIT
           END-IF
           IF  CG-FX = 7
               PERFORM  SC-TAN-RTN  THRU  SC-TAN-RTN-EXIT
           END-IF
           IF  CG-FX = 8
               PERFORM  SC-LOT-RTN  THRU  SC-LOT-RTN-EXIT
           END-IF
           IF  CG-FX = 9
               PERFORM  SC-POF-RTN  THRU  SC-POF-RTN-EXIT
           END-IF
           IF  CG-FX = 10
               PERFORM  SC-SIW-RTN  THRU  SC-SIW-RTN-EXIT
           END-IF
           IF  CG-FX = 11
               PERFORM  SC-CST-RTN  THRU  SC-CST-RTN-EXIT
           END-IF.
       CG-SCAN-RTN-EXIT.
           EXIT.
       CG-CHK-RTN.
           IF  CG-FX = 1
               PERFORM  CK-TCM-RTN  THRU  CK-TCM-RTN-EXIT
           END-IF
           IF  CG-FX = 3
               PERFORM  CK-JSD-RTN  THRU  CK-JSD-RTN-EXIT
           END-IF
           IF  CG-FX = 4
               PERFORM  CK-THC-RTN  THRU  CK-THC-RTN-EXIT
           END-IF
           IF  CG-FX = 5
               PERFORM  CK-THT-RTN  THRU  CK-THT-RTN-EXIT
           END-IF
           IF  CG-FX = 6
               PERFORM  CK-XRF-RTN  THRU  CK-XRF-RTN-EXIT
           END-IF
           IF  CG-FX = 7
               PERFORM  CK-TAN-RTN  THRU  CK-TAN-RTN-EXIT
           END-IF
           IF  CG-FX = 11
               PERFORM  CK-CST-RTN  THRU  CK-CST-RTN-EXIT
           END-IF.
       CG-CHK-RTN-EXIT.
           EXIT.
       CG-MOVE-RTN.
           IF  CG-FX = 1
               PERFORM  MV-TCM-RTN  THRU  MV-TCM-RTN-EXIT
           END-IF
           IF  CG-FX = 2
               PERFORM  MV-SHM-RTN  THRU  MV-SHM-RTN-EXIT
           END-IF
           IF  CG-FX = 3
               PERFORM  MV-JSD-RTN  THRU  MV-JSD-RTN-EXIT
           END-IF
           IF  CG-FX = 4
               PERFORM  MV-THC-RTN  THRU  MV-THC-RTN-EXIT
           END-IF
           IF  CG-FX = 5
               PERFORM  MV-THT-RTN  THRU  MV-THT-RTN-EXIT
           END-IF
           IF  CG-FX = 6
               PERFORM  MV-XRF-RTN  THRU  MV-XRF-RTN-EXIT
           END-IF
           IF  CG-FX = 7
               PERFORM  MV-TAN-RTN  THRU  MV-TAN-RTN-EXIT
           END-IF
           IF  CG-FX = 8
               PERFORM  MV-LOT-RTN  THRU  MV-LOT-RTN-EXIT
           END-IF
           IF  CG-FX = 9
               PERFORM  MV-POF-RTN  THRU  MV-POF-RTN-EXIT
           END-IF
           IF  CG-FX = 10
               PERFORM  MV-SIW-RTN  THRU  MV-SIW-RTN-EXIT
           END-IF
           IF  CG-FX = 11
               PERFORM  MV-CST-RTN  THRU  MV-CST-RTN-EXIT
           END-IF.
       CG-MOVE-RTN-EXIT.
           EXIT.
      *
      *    scans -- one sequential pass per file, each record's old
      *    and new flags through CG-TALLY-RTN.
      *
       SC-TCM-RTN.
           CALL "DB_F_Open" USING
            "INPUT" TC-M_PNAME1 " " BY REFERENCE TC-M_IDLST "0".
       SC-TCM-010.
           CALL "DB_Read" USING
            "AT END" TC-M_PNAME1 BY REFERENCE TC-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO SC-TCM-090
           END-IF
           MOVE  ZERO    TO CG-WOLD CG-WNEW.
           IF  TC-TCD = CG-O4
               MOVE  1  TO CG-WOLD
           END-IF
           IF  TC-TCD = CG-N4
               MOVE  1  TO CG-WNEW
           END-IF
           MOVE  TC-KEY  TO CG-WKEY.
           PERFORM  CG-TALLY-RTN  THRU  CG-TALLY-RTN-EXIT.
           GO TO SC-TCM-010.
       SC-TCM-090.
           CALL "DB_F_Close" USING
            BY REFERENCE TC-M_IDLST TC-M_PNAME1.
       SC-TCM-RTN-EXIT.
           EXIT.
       SC-SHM-RTN.
           CALL "DB_F_Open" USING
            "INPUT" SHM_PNAME1 " " BY REFERENCE SHM_IDLST "0".
       SC-SHM-010.
           CALL "DB_Read" USING
            "AT END" SHM_PNAME1 BY REFERENCE SHM-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO SC-SHM-090
           END-IF
           MOVE  ZERO    TO CG-WOLD CG-WNEW.
           IF  SHM-01 = CG-OLD
               MOVE  1  TO CG-WOLD
           END-IF
           IF  SHM-01 = CG-NEW
               MOVE  1  TO CG-WNEW
           END-IF
           MOVE  SHM-KEY  TO CG-WKEY.
           PERFORM  CG-TALLY-RTN  THRU  CG-TALLY-RTN-EXIT.
           GO TO SC-SHM-010.
       SC-SHM-090.
           CALL "DB_F_Close" USING
            BY REFERENCE SHM_IDLST SHM_PNAME1.
       SC-SHM-RTN-EXIT.
           EXIT.
       SC-JSD-RTN.
           CALL "DB_F_Open" USING
            "INPUT" JSJDRF_PNAME1 " " BY REFERENCE JSJDRF_IDLST "0".
       SC-JSD-010.
           CALL "DB_Read" USING
            "AT END" JSJDRF_PNAME1 BY REFERENCE JSJD-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO SC-JSD-090
           END-IF
           MOVE  ZERO    TO CG-WOLD CG-WNEW.
           IF  CG-KIND = 1  AND  JSJD-021 = CG-O4
               MOVE  1  TO CG-WOLD
           END-IF
           IF  CG-KIND = 1  AND  JSJD-021 = CG-N4
               MOVE  1  TO CG-WNEW
           END-IF
           IF  CG-KIND = 2  AND  JSJD-09 = CG-OLD
               MOVE  1  TO CG-WOLD
           END-IF
           IF  CG-KIND = 2  AND  JSJD-09 = CG-NEW
               MOVE  1  TO CG-WNEW
           END-IF
           MOVE  JSJD-KEY  TO CG-WKEY.
           PERFORM  CG-TALLY-RTN  THRU  CG-TALLY-RTN-EXIT.
           GO TO SC-JSD-010.
       SC-JSD-090.
           CALL "DB_F_Close" USING
            BY REFERENCE JSJDRF_IDLST JSJDRF_PNAME1.
       SC-JSD-RTN-EXIT.
           EXIT.
       SC-THC-RTN.
           CALL "DB_F_Open" USING
            "INPUT" THTC_PNAME1 " " BY REFERENCE THTC_IDLST "0".
       SC-THC-010.
           CALL "DB_Read" USING
            "AT END" THTC_PNAME1 BY REFERENCE THC-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO SC-THC-090
           END-IF
           MOVE  ZERO    TO CG-WOLD CG-WNEW.
           IF  CG-KIND = 1  AND  THC-TCD = CG-O4
               MOVE  1  TO CG-WOLD
           END-IF
           IF  CG-KIND = 1  AND  THC-TCD = CG-N4
               MOVE  1  TO CG-WNEW
           END-IF
           IF  CG-KIND = 2  AND  THC-HCD = CG-OLD
               MOVE  1  TO CG-WOLD
           END-IF
           IF  CG-KIND = 2  AND  THC-HCD = CG-NEW
               MOVE  1  TO CG-WNEW
           END-IF
           MOVE  THC-KEY  TO CG-WKEY.
           PERFORM  CG-TALLY-RTN  THRU  CG-TALLY-RTN-EXIT.
           GO TO SC-THC-010.
       SC-THC-090.
           CALL "DB_F_Close" USING
            BY REFERENCE THTC_IDLST THTC_PNAME1.
       SC-THC-RTN-EXIT.
           EXIT.
       SC-THT-RTN.
           CALL "DB_F_Open" USING
            "INPUT" THTM_PNAME1 " " BY REFERENCE THTM_IDLST "0".
       SC-THT-010.
           CALL "DB_Read" USING
            "AT END" THTM_PNAME1 BY REFERENCE THT-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO SC-THT-090
           END-IF
           MOVE  ZERO    TO CG-WOLD CG-WNEW.
           IF  THT-HCD = CG-OLD
               MOVE  1  TO CG-WOLD
           END-IF
           IF  THT-HCD = CG-NEW
               MOVE  1  TO CG-WNEW
           END-IF
           MOVE  THT-KEY  TO CG-WKEY.
           PERFORM  CG-TALLY-RTN  THRU  CG-TALLY-RTN-EXIT.
           GO TO SC-THT-010.
       SC-THT-090.
           CALL "DB_F_Close" USING
            BY REFERENCE THTM_IDLST THTM_PNAME1.
       SC-THT-RTN-EXIT.
           EXIT.
       SC-XRF-RTN.
           CALL "DB_F_Open" USING
            "INPUT" XRFM_PNAME1 " " BY REFERENCE XRFM_IDLST "0".
       SC-XRF-010.
           CALL "DB_Read" USING
            "AT END" XRFM_PNAME1 BY REFERENCE XRF-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO SC-XRF-090
           END-IF
           MOVE  ZERO    TO CG-WOLD CG-WNEW.
           IF  CG-KIND = 1  AND  XRF-TCD = CG-O4
               MOVE  1  TO CG-WOLD
           END-IF
           IF  CG-KIND = 1  AND  XRF-TCD = CG-N4
               MOVE  1  TO CG-WNEW
           END-IF
           IF  CG-KIND = 2  AND  XRF-HCD = CG-OLD
               MOVE  1  TO CG-WOLD
           END-IF
           IF  CG-KIND = 2  AND  XRF-HCD = CG-NEW
               MOVE  1  TO CG-WNEW
           END-IF
           MOVE  XRF-KEY  TO CG-WKEY.
           PERFORM  CG-TALLY-RTN  THRU  CG-TALLY-RTN-EXIT.
           GO TO SC-XRF-010.
       SC-XRF-090.
           CALL "DB_F_Close" USING
            BY REFERENCE XRFM_IDLST XRFM_PNAME1.
       SC-XRF-RTN-EXIT.
           EXIT.
       SC-TAN-RTN.
           CALL "DB_F_Open" USING
            "INPUT" TANAM_PNAME1 " " BY REFERENCE TANAM_IDLST "0".
       SC-TAN-010.
           CALL "DB_Read" USING
            "AT END" TANAM_PNAME1 BY REFERENCE TANAM-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO SC-TAN-090
           END-IF
           MOVE  ZERO    TO CG-WOLD CG-WNEW.
           IF  TANAM-01 = CG-OLD
               MOVE  1  TO CG-WOLD
           END-IF
           IF  TANAM-01 = CG-NEW
               MOVE  1  TO CG-WNEW
           END-IF
           MOVE  TANAM-KEY  TO CG-WKEY.
           PERFORM  CG-TALLY-RTN  THRU  CG-TALLY-RTN-EXIT.
           GO TO SC-TAN-010.
       SC-TAN-090.
           CALL "DB_F_Close" USING
            BY REFERENCE TANAM_IDLST TANAM_PNAME1.
       SC-TAN-RTN-EXIT.
           EXIT.
       SC-LOT-RTN.
           CALL "DB_F_Open" USING
            "INPUT" LOTF_PNAME1 " " BY REFERENCE LOTF_IDLST "0".
       SC-LOT-010.
           CALL "DB_Read" USING
            "AT END" LOTF_PNAME1 BY REFERENCE LOT-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO SC-LOT-090
           END-IF
           MOVE  ZERO    TO CG-WOLD CG-WNEW.
           IF  LOT-HCD = CG-OLD
               MOVE  1  TO CG-WOLD
           END-IF
           IF  LOT-HCD = CG-NEW
               MOVE  1  TO CG-WNEW
           END-IF
           MOVE  LOT-KEY  TO CG-WKEY.
           PERFORM  CG-TALLY-RTN  THRU  CG-TALLY-RTN-EXIT.
           GO TO SC-LOT-010.
       SC-LOT-090.
           CALL "DB_F_Close" USING
            BY REFERENCE LOTF_IDLST LOTF_PNAME1.
       SC-LOT-RTN-EXIT.
           EXIT.
       SC-POF-RTN.
           CALL "DB_F_Open" USING
            "INPUT" POF_PNAME1 " " BY REFERENCE POF_IDLST "0".
       SC-POF-010.
           CALL "DB_Read" USING
            "AT END" POF_PNAME1 BY REFERENCE POF-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO SC-POF-090
           END-IF
           MOVE  ZERO    TO CG-WOLD CG-WNEW.
           IF  POF-HCD = CG-OLD
               MOVE  1  TO CG-WOLD
           END-IF
           IF  POF-HCD = CG-NEW
               MOVE  1  TO CG-WNEW
           END-IF
           MOVE  POF-KEY  TO CG-WKEY.
           PERFORM  CG-TALLY-RTN  THRU  CG-TALLY-RTN-EXIT.
           GO TO SC-POF-010.
       SC-POF-090.
           CALL "DB_F_Close" USING
            BY REFERENCE POF_IDLST POF_PNAME1.
       SC-POF-RTN-EXIT.
           EXIT.
       SC-SIW-RTN.
           CALL "DB_F_Open" USING
            "INPUT" SIWAKH_PNAME1 " " BY REFERENCE SIWAKH_IDLST "0".
       SC-SIW-010.
           CALL "DB_Read" USING
            "AT END" SIWAKH_PNAME1 BY REFERENCE SH-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO SC-SIW-090
           END-IF
           MOVE  ZERO    TO CG-WOLD CG-WNEW.
           IF  HCUSTCD = CG-O4
               MOVE  1  TO CG-WOLD
           END-IF
           IF  HCUSTCD = CG-N4
               MOVE  1  TO CG-WNEW
           END-IF
           MOVE  SPACE   TO CG-WKEY.
           PERFORM  CG-TALLY-RTN  THRU  CG-TALLY-RTN-EXIT.
           GO TO SC-SIW-010.
       SC-SIW-090.
           CALL "DB_F_Close" USING
            BY REFERENCE SIWAKH_IDLST SIWAKH_PNAME1.
       SC-SIW-RTN-EXIT.
           EXIT.
       SC-CST-RTN.
           CALL "DB_F_Open" USING
            "INPUT" CST-M_PNAME1 " " BY REFERENCE CST-M_IDLST "0".
       SC-CST-010.
           CALL "DB_Read" USING
            "AT END" CST-M_PNAME1 BY REFERENCE CST-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO SC-CST-090
           END-IF
           MOVE  ZERO    TO CG-WOLD CG-WNEW.
           IF  CST-HCD = CG-OLD
               MOVE  1  TO CG-WOLD
           END-IF
           IF  CST-HCD = CG-NEW
               MOVE  1  TO CG-WNEW
           END-IF
           MOVE  CST-KEY  TO CG-WKEY.
           PERFORM  CG-TALLY-RTN  THRU  CG-TALLY-RTN-EXIT.
           GO TO SC-CST-010.
       SC-CST-090.
           CALL "DB_F_Close" USING
            BY REFERENCE CST-M_IDLST CST-M_PNAME1.
       SC-CST-RTN-EXIT.
           EXIT.
      *
      *    collision checks -- every collected old key looked up
      *    with the new code in it.  on TC-M the head-office row is
      *    the one row a merge expects to find already there.
      *
       CK-TCM-RTN.
           CALL "DB_F_Open" USING
            "INPUT" TC-M_PNAME1 "SHARED" BY REFERENCE TC-M_IDLST "1"
            "TC-KEY" BY REFERENCE TC-KEY.
           MOVE  1  TO MV-IX.
       CK-TCM-010.
           IF  MV-IX > MV-CNT
               GO TO CK-TCM-090
           END-IF
           MOVE  MV-KEY(MV-IX)  TO TC-KEY.
           MOVE  CG-N4          TO TC-TCD.
           CALL "DB_Read" USING
            "INVALID KEY" TC-M_PNAME1 BY REFERENCE TC-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0  AND  TC-CCD NOT = 1
               ADD  1  TO CG-CL(CG-FX)
           END-IF
           ADD  1  TO MV-IX.
           GO TO CK-TCM-010.
       CK-TCM-090.
           CALL "DB_F_Close" USING
            BY REFERENCE TC-M_IDLST TC-M_PNAME1.
       CK-TCM-RTN-EXIT.
           EXIT.
       CK-JSD-RTN.
           CALL "DB_F_Open" USING
            "INPUT" JSJDRF_PNAME1 "SHARED" BY REFERENCE JSJDRF_IDLST
            "1" "JSJD-KEY" BY REFERENCE JSJD-KEY.
           MOVE  1  TO MV-IX.
       CK-JSD-010.
           IF  MV-IX > MV-CNT
               GO TO CK-JSD-090
           END-IF
           MOVE  MV-KEY(MV-IX)  TO JSJD-KEY.
           MOVE  CG-N4          TO JSJD-021.
           CALL "DB_Read" USING
            "INVALID KEY" JSJDRF_PNAME1 BY REFERENCE JSJD-REC "UNLOCK"
            RETURNING RET.
           IF  RET = 0
               ADD  1  TO CG-CL(CG-FX)
           END-IF
           ADD  1  TO MV-IX.
           GO TO CK-JSD-010.
       CK-JSD-090.
           CALL "DB_F_Close" USING
            BY REFERENCE JSJDRF_IDLST JSJDRF_PNAME1.
       CK-JSD-RTN-EXIT.
           EXIT.
       CK-THC-RTN.
           CALL "DB_F_Open" USING
            "INPUT" THTC_PNAME1 "SHARED" BY REFERENCE THTC_IDLST
            "2" "THC-KEY" BY REFERENCE THC-KEY "THC-KEY2" BY
            REFERENCE THC-KEY2.
           MOVE  1  TO MV-IX.
       CK-THC-010.
           IF  MV-IX > MV-CNT
               GO TO CK-THC-090
           END-IF
           MOVE  MV-KEY(MV-IX)  TO THC-KEY.
           IF  CG-KIND = 1
               MOVE  CG-N4   TO THC-TCD
           ELSE
               MOVE  CG-NEW  TO THC-HCD
           END-IF
           CALL "DB_Read" USING
            "INVALID KEY" THTC_PNAME1 BY REFERENCE THC-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0
               ADD  1  TO CG-CL(CG-FX)
           END-IF
           ADD  1  TO MV-IX.
           GO TO CK-THC-010.
       CK-THC-090.
           CALL "DB_F_Close" USING
            BY REFERENCE THTC_IDLST THTC_PNAME1.
       CK-THC-RTN-EXIT.
           EXIT.
       CK-THT-RTN.
           CALL "DB_F_Open" USING
            "INPUT" THTM_PNAME1 "SHARED" BY REFERENCE THTM_IDLST
            "2" "THT-KEY" BY REFERENCE THT-KEY "THT-KEY2" BY
            REFERENCE THT-KEY2.
           MOVE  1  TO MV-IX.
       CK-THT-010.
           IF  MV-IX > MV-CNT
               GO TO CK-THT-090
           END-IF
           MOVE  MV-KEY(MV-IX)  TO THT-KEY.
           MOVE  CG-NEW         TO THT-HCD.
           CALL "DB_Read" USING
            "INVALID KEY" THTM_PNAME1 BY REFERENCE THT-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0
               ADD  1  TO CG-CL(CG-FX)
           END-IF
           ADD  1  TO MV-IX.
           GO TO CK-THT-010.
       CK-THT-090.
           CALL "DB_F_Close" USING
            BY REFERENCE THTM_IDLST THTM_PNAME1.
       CK-THT-RTN-EXIT.
           EXIT.
       CK-XRF-RTN.
           CALL "DB_F_Open" USING
            "INPUT" XRFM_PNAME1 "SHARED" BY REFERENCE XRFM_IDLST
            "2" "XRF-KEY" BY REFERENCE XRF-KEY "XRF-KEY2" BY
            REFERENCE XRF-KEY2.
           MOVE  1  TO MV-IX.
       CK-XRF-010.
           IF  MV-IX > MV-CNT
               GO TO CK-XRF-090
           END-IF
           MOVE  MV-KEY(MV-IX)  TO XRF-KEY.
           MOVE  CG-N4          TO XRF-TCD.
           CALL "DB_Read" USING
            "INVALID KEY" XRFM_PNAME1 BY REFERENCE XRF-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0
               ADD  1  TO CG-CL(CG-FX)
           END-IF
           ADD  1  TO MV-IX.
           GO TO CK-XRF-010.
       CK-XRF-090.
           CALL "DB_F_Close" USING
            BY REFERENCE XRFM_IDLST XRFM_PNAME1.
       CK-XRF-RTN-EXIT.
           EXIT.
       CK-TAN-RTN.
           CALL "DB_F_Open" USING
            "INPUT" TANAM_PNAME1 "SHARED" BY REFERENCE TANAM_IDLST "1"
            "TANAM-KEY" BY REFERENCE TANAM-KEY.
           MOVE  1  TO MV-IX.
       CK-TAN-010.
           IF  MV-IX > MV-CNT
               GO TO CK-TAN-090
           END-IF
           MOVE  MV-KEY(MV-IX)  TO TANAM-KEY.
           MOVE  CG-NEW         TO TANAM-01.
           CALL "DB_Read" USING
            "INVALID KEY" TANAM_PNAME1 BY REFERENCE TANAM-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0
               ADD  1  TO CG-CL(CG-FX)
           END-IF
           ADD  1  TO MV-IX.
           GO TO CK-TAN-010.
       CK-TAN-090.
           CALL "DB_F_Close" USING
            BY REFERENCE TANAM_IDLST TANAM_PNAME1.
       CK-TAN-RTN-EXIT.
           EXIT.
      *    on a merge the new code's cost row is the one the old
      *    row folds into, so only a renumber can collide there.
       CK-CST-RTN.
           IF  CG-MERGE = 1
               GO TO CK-CST-RTN-EXIT
           END-IF
           CALL "DB_F_Open" USING
            "INPUT" CST-M_PNAME1 "SHARED" BY REFERENCE CST-M_IDLST "1"
            "CST-KEY" BY REFERENCE CST-KEY.
           MOVE  1  TO MV-IX.
       CK-CST-010.
           IF  MV-IX > MV-CNT
               GO TO CK-CST-090
           END-IF
           MOVE  MV-KEY(MV-IX)  TO CST-KEY.
           MOVE  CG-NEW         TO CST-HCD.
           CALL "DB_Read" USING
            "INVALID KEY" CST-M_PNAME1 BY REFERENCE CST-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0
               ADD  1  TO CG-CL(CG-FX)
           END-IF
           ADD  1  TO MV-IX.
           GO TO CK-CST-010.
       CK-CST-090.
           CALL "DB_F_Close" USING
            BY REFERENCE CST-M_IDLST CST-M_PNAME1.
       CK-CST-RTN-EXIT.
           EXIT.
      *
      *    moves.  a re-key reads each collected record under its
      *    old key, deletes it and inserts it again under the new
      *    code; a re-point rewrites the old-code records in place
      *    on one sequential update pass.
      *
       MV-TCM-RTN.
           CALL "DB_F_Open" USING
            "I-O" TC-M_PNAME1 "SHARED" BY REFERENCE TC-M_IDLST "1"
            "TC-KEY" BY REFERENCE TC-KEY.
           MOVE  1  TO MV-IX.
       MV-TCM-010.
           IF  MV-IX > MV-CNT
               GO TO MV-TCM-090
           END-IF
           MOVE  MV-KEY(MV-IX)  TO TC-KEY.
           ADD  1  TO MV-IX.
           CALL "DB_Read" USING
            "INVALID KEY" TC-M_PNAME1 BY REFERENCE TC-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO MV-TCM-010
           END-IF
           CALL "DB_Delete" USING
            TC-M_PNAME1 TC-M_LNAME TC-R RETURNING RET.
           IF  TC-CCD = 1  AND  CG-MERGE = 1
               ADD  1  TO CG-RT(CG-FX)
               GO TO MV-TCM-010
           END-IF
           MOVE  CG-N4  TO TC-TCD.
           CALL "DB_Insert" USING
            TC-M_PNAME1 TC-M_LNAME TC-R RETURNING RET.
           ADD  1  TO CG-MV(CG-FX).
           GO TO MV-TCM-010.
       MV-TCM-090.
           CALL "DB_F_Close" USING
            BY REFERENCE TC-M_IDLST TC-M_PNAME1.
       MV-TCM-RTN-EXIT.
           EXIT.
       MV-SHM-RTN.
           CALL "DB_F_Open" USING
            "I-O" SHM_PNAME1 "SHARED" BY REFERENCE SHM_IDLST "1"
            "SHM-KEY" BY REFERENCE SHM-KEY.
           MOVE  1  TO MV-IX.
       MV-SHM-010.
           IF  MV-IX > MV-CNT
               GO TO MV-SHM-090
           END-IF
           MOVE  MV-KEY(MV-IX)  TO SHM-KEY.
           ADD  1  TO MV-IX.
           CALL "DB_Read" USING
            "INVALID KEY" SHM_PNAME1 BY REFERENCE SHM-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO MV-SHM-010
           END-IF
           CALL "DB_Delete" USING
            SHM_PNAME1 SHM_LNAME SHM-R RETURNING RET.
           IF  CG-MERGE = 1
               ADD  1  TO CG-RT(CG-FX)
               GO TO MV-SHM-010
           END-IF
           MOVE  CG-NEW  TO SHM-01.
           CALL "DB_Insert" USING
            SHM_PNAME1 SHM_LNAME SHM-R RETURNING RET.
           ADD  1  TO CG-MV(CG-FX).
           GO TO MV-SHM-010.
       MV-SHM-090.
           CALL "DB_F_Close" USING
            BY REFERENCE SHM_IDLST SHM_PNAME1.
       MV-SHM-RTN-EXIT.
           EXIT.
       MV-JSD-RTN.
           IF  CG-KIND = 2
               GO TO MV-JSD-050
           END-IF
           CALL "DB_F_Open" USING
            "I-O" JSJDRF_PNAME1 "SHARED" BY REFERENCE JSJDRF_IDLST
            "1" "JSJD-KEY" BY REFERENCE JSJD-KEY.
           MOVE  1  TO MV-IX.
       MV-JSD-010.
           IF  MV-IX > MV-CNT
               GO TO MV-JSD-090
           END-IF
           MOVE  MV-KEY(MV-IX)  TO JSJD-KEY.
           ADD  1  TO MV-IX.
           CALL "DB_Read" USING
            "INVALID KEY" JSJDRF_PNAME1 BY REFERENCE JSJD-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO MV-JSD-010
           END-IF
           CALL "DB_Delete" USING
            JSJDRF_PNAME1 JSJDRF_LNAME JSJD-REC RETURNING RET.
           MOVE  CG-N4  TO JSJD-021.
           CALL "DB_Insert" USING
            JSJDRF_PNAME1 JSJDRF_LNAME JSJD-REC RETURNING RET.
           ADD  1  TO CG-MV(CG-FX).
           GO TO MV-JSD-010.
       MV-JSD-050.
           CALL "DB_F_Open" USING
            "I-O" JSJDRF_PNAME1 " " BY REFERENCE JSJDRF_IDLST "0".
       MV-JSD-060.
           CALL "DB_Read" USING
            "AT END" JSJDRF_PNAME1 BY REFERENCE JSJD-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO MV-JSD-090
           END-IF
           IF  JSJD-09 NOT = CG-OLD
               GO TO MV-JSD-060
           END-IF
           MOVE  CG-NEW  TO JSJD-09.
           CALL "DB_Update" USING
            JSJDRF_PNAME1 JSJDRF_LNAME JSJD-REC RETURNING RET.
           ADD  1  TO CG-MV(CG-FX).
           GO TO MV-JSD-060.
       MV-JSD-090.
           CALL "DB_F_Close" USING
            BY REFERENCE JSJDRF_IDLST JSJDRF_PNAME1.
       MV-JSD-RTN-EXIT.
           EXIT.
       MV-THC-RTN.
           CALL "DB_F_Open" USING
            "I-O" THTC_PNAME1 "SHARED" BY REFERENCE THTC_IDLST
            "2" "THC-KEY" BY REFERENCE THC-KEY "THC-KEY2" BY
            REFERENCE THC-KEY2.
           MOVE  1  TO MV-IX.
       MV-THC-010.
           IF  MV-IX > MV-CNT
               GO TO MV-THC-090
           END-IF
           MOVE  MV-KEY(MV-IX)  TO THC-KEY.
           ADD  1  TO MV-IX.
           CALL "DB_Read" USING
            "INVALID KEY" THTC_PNAME1 BY REFERENCE THC-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO MV-THC-010
           END-IF
           CALL "DB_Delete" USING
            THTC_PNAME1 THTC_LNAME THC-R RETURNING RET.
           IF  CG-KIND = 1
               MOVE  CG-N4   TO THC-TCD
           ELSE
               MOVE  CG-NEW  TO THC-HCD
           END-IF
           CALL "DB_Insert" USING
            THTC_PNAME1 THTC_LNAME THC-R RETURNING RET.
           ADD  1  TO CG-MV(CG-FX).
           GO TO MV-THC-010.
       MV-THC-090.
           CALL "DB_F_Close" USING
            BY REFERENCE THTC_IDLST THTC_PNAME1.
       MV-THC-RTN-EXIT.
           EXIT.
       MV-THT-RTN.
           CALL "DB_F_Open" USING
            "I-O" THTM_PNAME1 "SHARED" BY REFERENCE THTM_IDLST
            "2" "THT-KEY" BY REFERENCE THT-KEY "THT-KEY2" BY
            REFERENCE THT-KEY2.
           MOVE  1  TO MV-IX.
       MV-THT-010.
           IF  MV-IX > MV-CNT
               GO TO MV-THT-090
           END-IF
           MOVE  MV-KEY(MV-IX)  TO THT-KEY.
           ADD  1  TO MV-IX.
           CALL "DB_Read" USING
            "INVALID KEY" THTM_PNAME1 BY REFERENCE THT-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO MV-THT-010
           END-IF
           CALL "DB_Delete" USING
            THTM_PNAME1 THTM_LNAME THT-R RETURNING RET.
           MOVE  CG-NEW  TO THT-HCD.
           CALL "DB_Insert" USING
            THTM_PNAME1 THTM_LNAME THT-R RETURNING RET.
           ADD  1  TO CG-MV(CG-FX).
           GO TO MV-THT-010.
       MV-THT-090.
           CALL "DB_F_Close" USING
            BY REFERENCE THTM_IDLST THTM_PNAME1.
       MV-THT-RTN-EXIT.
           EXIT.
       MV-XRF-RTN.
           IF  CG-KIND = 2
               GO TO MV-XRF-050
           END-IF
           CALL "DB_F_Open" USING
            "I-O" XRFM_PNAME1 "SHARED" BY REFERENCE XRFM_IDLST
            "2" "XRF-KEY" BY REFERENCE XRF-KEY "XRF-KEY2" BY
            REFERENCE XRF-KEY2.
           MOVE  1  TO MV-IX.
       MV-XRF-010.
           IF  MV-IX > MV-CNT
               GO TO MV-XRF-090
           END-IF
           MOVE  MV-KEY(MV-IX)  TO XRF-KEY.
           ADD  1  TO MV-IX.
           CALL "DB_Read" USING
            "INVALID KEY" XRFM_PNAME1 BY REFERENCE XRF-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO MV-XRF-010
           END-IF
           CALL "DB_Delete" USING
            XRFM_PNAME1 XRFM_LNAME XRF-R RETURNING RET.
           MOVE  CG-N4  TO XRF-TCD XRF-TCD2.
           CALL "DB_Insert" USING
            XRFM_PNAME1 XRFM_LNAME XRF-R RETURNING RET.
           ADD  1  TO CG-MV(CG-FX).
           GO TO MV-XRF-010.
       MV-XRF-050.
           CALL "DB_F_Open" USING
            "I-O" XRFM_PNAME1 " " BY REFERENCE XRFM_IDLST "0".
       MV-XRF-060.
           CALL "DB_Read" USING
            "AT END" XRFM_PNAME1 BY REFERENCE XRF-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO MV-XRF-090
           END-IF
           IF  XRF-HCD NOT = CG-OLD
               GO TO MV-XRF-060
           END-IF
           MOVE  CG-NEW  TO XRF-HCD XRF-HCD2.
           CALL "DB_Update" USING
            XRFM_PNAME1 XRFM_LNAME XRF-R RETURNING RET.
           ADD  1  TO CG-MV(CG-FX).
           GO TO MV-XRF-060.
       MV-XRF-090.
           CALL "DB_F_Close" USING
            BY REFERENCE XRFM_IDLST XRFM_PNAME1.
       MV-XRF-RTN-EXIT.
           EXIT.
       MV-TAN-RTN.
           CALL "DB_F_Open" USING
            "I-O" TANAM_PNAME1 "SHARED" BY REFERENCE TANAM_IDLST "1"
            "TANAM-KEY" BY REFERENCE TANAM-KEY.
           MOVE  1  TO MV-IX.
       MV-TAN-010.
           IF  MV-IX > MV-CNT
               GO TO MV-TAN-090
           END-IF
           MOVE  MV-KEY(MV-IX)  TO TANAM-KEY.
           ADD  1  TO MV-IX.
           CALL "DB_Read" USING
            "INVALID KEY" TANAM_PNAME1 BY REFERENCE TANAM-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO MV-TAN-010
           END-IF
           CALL "DB_Delete" USING
            TANAM_PNAME1 TANAM_LNAME TANAM-R RETURNING RET.
           MOVE  CG-NEW  TO TANAM-01.
           CALL "DB_Insert" USING
            TANAM_PNAME1 TANAM_LNAME TANAM-R RETURNING RET.
           ADD  1  TO CG-MV(CG-FX).
           GO TO MV-TAN-010.
       MV-TAN-090.
           CALL "DB_F_Close" USING
            BY REFERENCE TANAM_IDLST TANAM_PNAME1.
       MV-TAN-RTN-EXIT.
           EXIT.
       MV-LOT-RTN.
           CALL "DB_F_Open" USING
            "I-O" LOTF_PNAME1 " " BY REFERENCE LOTF_IDLST "0".
       MV-LOT-010.
           CALL "DB_Read" USING
            "AT END" LOTF_PNAME1 BY REFERENCE LOT-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO MV-LOT-090
           END-IF
           IF  LOT-HCD NOT = CG-OLD
               GO TO MV-LOT-010
           END-IF
           MOVE  CG-NEW  TO LOT-HCD.
           CALL "DB_Update" USING
            LOTF_PNAME1 LOTF_LNAME LOT-R RETURNING RET.
           ADD  1  TO CG-MV(CG-FX).
           GO TO MV-LOT-010.
       MV-LOT-090.
           CALL "DB_F_Close" USING
            BY REFERENCE LOTF_IDLST LOTF_PNAME1.
       MV-LOT-RTN-EXIT.
           EXIT.
       MV-POF-RTN.
           CALL "DB_F_Open" USING
            "I-O" POF_PNAME1 " " BY REFERENCE POF_IDLST "0".
       MV-POF-010.
           CALL "DB_Read" USING
            "AT END" POF_PNAME1 BY REFERENCE POF-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO MV-POF-090
           END-IF
           IF  POF-HCD NOT = CG-OLD
               GO TO MV-POF-010
           END-IF
           MOVE  CG-NEW  TO POF-HCD.
           CALL "DB_Update" USING
            POF_PNAME1 POF_LNAME POF-R RETURNING RET.
           ADD  1  TO CG-MV(CG-FX).
           GO TO MV-POF-010.
       MV-POF-090.
           CALL "DB_F_Close" USING
            BY REFERENCE POF_IDLST POF_PNAME1.
       MV-POF-RTN-EXIT.
           EXIT.
       MV-SIW-RTN.
           CALL "DB_F_Open" USING
            "I-O" SIWAKH_PNAME1 " " BY REFERENCE SIWAKH_IDLST "0".
       MV-SIW-010.
           CALL "DB_Read" USING
            "AT END" SIWAKH_PNAME1 BY REFERENCE SH-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO MV-SIW-090
           END-IF
           IF  HCUSTCD NOT = CG-O4
               GO TO MV-SIW-010
           END-IF
           MOVE  CG-N4  TO HCUSTCD.
           CALL "DB_Update" USING
            SIWAKH_PNAME1 SIWAKH_LNAME SH-REC RETURNING RET.
           ADD  1  TO CG-MV(CG-FX).
           GO TO MV-SIW-010.
       MV-SIW-090.
           CALL "DB_F_Close" USING
            BY REFERENCE SIWAKH_IDLST SIWAKH_PNAME1.
       MV-SIW-RTN-EXIT.
           EXIT.
      *    a merge folds the old row's quantity and value into the
      *    new code's row and takes the average again, the way a
      *    receipt does; with nothing left on hand the new row
      *    keeps its own average.  where the new code has no cost
      *    row yet the old one is simply re-keyed.
       MV-CST-RTN.
           CALL "DB_F_Open" USING
            "I-O" CST-M_PNAME1 "SHARED" BY REFERENCE CST-M_IDLST "1"
            "CST-KEY" BY REFERENCE CST-KEY.
           MOVE  1  TO MV-IX.
       MV-CST-010.
           IF  MV-IX > MV-CNT
               GO TO MV-CST-090
           END-IF
           MOVE  MV-KEY(MV-IX)  TO CST-KEY.
           ADD  1  TO MV-IX.
           CALL "DB_Read" USING
            "INVALID KEY" CST-M_PNAME1 BY REFERENCE CST-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO MV-CST-010
           END-IF
           CALL "DB_Delete" USING
            CST-M_PNAME1 CST-M_LNAME CST-R RETURNING RET.
           MOVE  CST-R    TO CG-CSAV.
           MOVE  CST-QTY  TO CG-CQTY.
           MOVE  CST-VAL  TO CG-CVAL.
           IF  CG-MERGE = 0
               GO TO MV-CST-050
           END-IF
           MOVE  CG-NEW  TO CST-HCD.
           CALL "DB_Read" USING
            "INVALID KEY" CST-M_PNAME1 BY REFERENCE CST-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO MV-CST-050
           END-IF
           PERFORM  MV-CST-FOLD  THRU  MV-CST-FOLD-EXIT.
           CALL "DB_Update" USING
            CST-M_PNAME1 CST-M_LNAME CST-R RETURNING RET.
           ADD  1  TO CG-RT(CG-FX).
           GO TO MV-CST-010.
       MV-CST-050.
           MOVE  CG-CSAV  TO CST-R.
           MOVE  CG-NEW   TO CST-HCD.
           CALL "DB_Insert" USING
            CST-M_PNAME1 CST-M_LNAME CST-R RETURNING RET.
           ADD  1  TO CG-MV(CG-FX).
           GO TO MV-CST-010.
       MV-CST-090.
           CALL "DB_F_Close" USING
            BY REFERENCE CST-M_IDLST CST-M_PNAME1.
       MV-CST-RTN-EXIT.
           EXIT.
       MV-CST-FOLD.
           ADD  CG-CQTY  TO CST-QTY.
           ADD  CG-CVAL  TO CST-VAL.
           IF  CST-QTY > ZERO
               COMPUTE  CST-AVG ROUNDED = CST-VAL / CST-QTY
           END-IF
           MOVE  USER_ID  TO CST-USER.
       MV-CST-FOLD-EXIT.
           EXIT.
      *
       R-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_F_Close" USING
            BY REFERENCE CMP-M_IDLST CMP-M_PNAME1.
           CALL "DB_Close".
           STOP RUN.
