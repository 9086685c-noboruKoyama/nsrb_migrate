       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         QCI100.
      *********************************************************
      *    PROGRAM         :  INCOMING LOT QUALITY INSPECTION  *
      *    PRINTER TYPE    :  JIPS                             *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    the incoming-inspection gate on LOT100's receipts.  a
      *    lot LOT100 enters starts on QC hold (LOT-QCST "0"), and
      *    while it is held ALO100 and RPL100 keep its pairs out
      *    of available stock.  SEL-MODE, the CSG100 idiom:
      *      1 = inspection: the lot number and sequence (a lot
      *          not on hold is refused), the sample pairs opened
      *          (no more than the lot), then up to five defect
      *          codes with the pairs found under each -- a code
      *          keyed twice adds to its first entry, code 00 ends
      *          the list -- and the verdict:
      *            1 release, 2 release on concession, 9 reject.
      *          the confirmed inspection writes its QCIF row and
      *          moves LOT-QCST to the verdict.  a released lot is
      *          available at once; a rejected lot stays held out
      *          until RTV100's source 3 raises it back to the
      *          supplier;
      *      2 = monthly incoming-quality report for a keyed
      *          YYYYMM: per supplier and item, lots inspected,
      *          pairs received and sampled, defects found, the
      *          defect rate (defects per hundred sampled) and the
      *          verdict counts, supplier and grand totals, then
      *          the month's defects by defect code.  the supplier
      *          is the T-KEY code TSC100's scorecard charges its
      *          customer-return defect count to, so the two read
      *          side by side.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SYSTEM3100.
       OBJECT-COMPUTER. SYSTEM3100.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  SEL-MODE               PIC  9(001)      VALUE ZERO.
       01  M-DMM                  PIC  9(001)      VALUE ZERO.
       01  A-LNO                  PIC  X(010)      VALUE SPACE.
       01  A-LSEQ                 PIC  9(003)      VALUE ZERO.
       01  A-SMP                  PIC  9(005)      VALUE ZERO.
       01  A-DCD                  PIC  9(002)      VALUE ZERO.
       01  A-DQT                  PIC  9(005)      VALUE ZERO.
       01  A-VRD                  PIC  9(001)      VALUE ZERO.
       01  A-NG                   PIC  9(006)      VALUE ZERO.
      *    the defect codes keyed so far for the lot.
       01  QC-DX                  PIC  9(001)      VALUE ZERO.
       01  QC-IX                  PIC  9(001)      VALUE ZERO.
       01  QC-DTOT                PIC  9(005)      VALUE ZERO.
       01  QC-DTBL.
           02  QC-DENT  OCCURS  5.
               03  QC-DCD         PIC  9(002).
               03  QC-DQT         PIC  9(005).
      *    report accumulator per supplier/item, sorted by key.
       01  QR-CNT                 PIC  9(003)      VALUE ZERO.
       01  QR-IX                  PIC  9(003)      VALUE ZERO.
       01  QR-JX                  PIC  9(003)      VALUE ZERO.
       01  QR-LIMIT               PIC  9(003)      VALUE ZERO.
       01  QR-OVFL                PIC  9(005)      VALUE ZERO.
       01  QR-TBL.
           02  QR-ENT   OCCURS  300.
               03  QR-KEY.
                   04  QR-TCD     PIC  9(004).
                   04  QR-HCD     PIC  9(006).
               03  QR-LOTS        PIC  9(004).
               03  QR-RQTY        PIC  9(008).
               03  QR-SMP         PIC  9(008).
               03  QR-DEF         PIC  9(008).
               03  QR-REL         PIC  9(003).
               03  QR-CON         PIC  9(003).
               03  QR-REJ         PIC  9(003).
       01  QR-TMP                 PIC  X(047).
      *    supplier and grand totals, the same shape as a QR-ENT.
       01  QS-TOT.
           02  QS-KEY.
               03  QS-TCD         PIC  9(004).
               03  QS-HCD         PIC  9(006).
           02  QS-LOTS            PIC  9(004).
           02  QS-RQTY            PIC  9(008).
           02  QS-SMP             PIC  9(008).
           02  QS-DEF             PIC  9(008).
           02  QS-REL             PIC  9(003).
           02  QS-CON             PIC  9(003).
           02  QS-REJ             PIC  9(003).
       01  QG-TOT.
           02  QG-KEY.
               03  QG-TCD         PIC  9(004).
               03  QG-HCD         PIC  9(006).
           02  QG-LOTS            PIC  9(004).
           02  QG-RQTY            PIC  9(008).
           02  QG-SMP             PIC  9(008).
           02  QG-DEF             PIC  9(008).
           02  QG-REL             PIC  9(003).
           02  QG-CON             PIC  9(003).
           02  QG-REJ             PIC  9(003).
       01  QR-PTCD                PIC  9(004)      VALUE ZERO.
       01  QR-PCT                 PIC  9(003)V9    VALUE ZERO.
      *    the month's defect pairs by defect code 01-99.
       01  DC-IX                  PIC  9(002)      VALUE ZERO.
       01  DC-TBL.
           02  DC-QTY             PIC  9(007)  OCCURS  99.
       01  WORK-TODATE.
           02  WORK-TD-YY         PIC  9(002).
           02  WORK-TD-MM         PIC  9(002).
           02  WORK-TD-DD         PIC  9(002).
       01  PRN-R                  PIC  X(132).
       77  RESP                   PIC  9(001).
       01  WORK-QR-HD             PIC  X(050)      VALUE
            "*** INCOMING QUALITY REPORT ***".
       01  WORK-QR-MON.
           02  F                  PIC  X(06)  VALUE  "MONTH ".
           02  WORK-QR-NG         PIC  9(006).
       01  WORK-QR-COLHD.
           02  F                  PIC  X(033)      VALUE
                "SUPP  ITEM    LOTS  RECEIVED   SA".
           02  F                  PIC  X(033)      VALUE
                "MPLE  DEFECTS  RATE%  REL CON REJ".
       01  WORK-QR-SUP.
           02  F                  PIC  X(09)  VALUE  "SUPPLIER ".
           02  WORK-QR-STCD       PIC  9(004).
           02  F                  PIC  X(02).
           02  WORK-QR-TNAME      PIC  N(026).
       01  WORK-QR.
           02  WORK-QR-LBL.
               03  WORK-QR-TCD    PIC  9(004).
               03  F              PIC  X(02).
               03  WORK-QR-HCD    PIC  9(006).
               03  F              PIC  X(02).
           02  WORK-QR-LBLT  REDEFINES  WORK-QR-LBL
                                  PIC  X(014).
           02  WORK-QR-LOTS       PIC  ZZZ9.
           02  F                  PIC  X(02).
           02  WORK-QR-RQTY       PIC  ZZZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-QR-SMP        PIC  ZZZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-QR-DEF        PIC  ZZZZZZZ9.
           02  F                  PIC  X(02).
           02  WORK-QR-PCT        PIC  ZZ9.9.
           02  F                  PIC  X(02).
           02  WORK-QR-REL        PIC  ZZ9.
           02  F                  PIC  X(01).
           02  WORK-QR-CON        PIC  ZZ9.
           02  F                  PIC  X(01).
           02  WORK-QR-REJ        PIC  ZZ9.
       01  WORK-DC-HD             PIC  X(030)      VALUE
            "DEFECTS BY CODE   CODE   PAIRS".
       01  WORK-DC.
           02  F                  PIC  X(19).
           02  WORK-DC-CD         PIC  99.
           02  F                  PIC  X(02).
           02  WORK-DC-QTY        PIC  ZZZZZZ9.
       01  WORK-QR-OV.
           02  F                  PIC  X(28)  VALUE
                "LOTS NOT ON THE REPORT      ".
           02  WORK-QR-OVFL       PIC  ZZZZ9.
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
      *FD  LOTF
           COPY LILOTF.
      *FD  SHM
           COPY SHM.
      *FD  T-M
           COPY LITM.
      *FD  QCIF
      *    one row per inspected lot, keyed by the lot's LOT-KEY:
      *    the sample opened, up to five defect codes with the
      *    pairs found under each and their total, and the
      *    verdict -- 1 released, 2 released on concession,
      *    9 rejected -- as it was also set on LOT-QCST.
       01  QCIF_QCI100.
           02  QCIF_PNAME1        PIC  X(006) VALUE "QCIF".
           02  F                  PIC  X(001).
           02  QCIF_LNAME         PIC  X(011) VALUE "QCIF_QCI100".
           02  F                  PIC  X(001).
           02  QCIF_KEY1          PIC  X(100) VALUE SPACE.
           02  QCIF_SORT          PIC  X(100) VALUE SPACE.
           02  QCIF_IDLST         PIC  X(100) VALUE SPACE.
           02  QCIF_RES           USAGE  POINTER.
       01  QCI-R.
           02  QCI-KEY.
               03  QCI-LNO        PIC  X(010).
               03  QCI-LSEQ       PIC  9(003).
           02  QCI-HCD            PIC  9(006).
           02  QCI-TCD            PIC  9(004).
           02  QCI-RQTY           PIC  9(006).
           02  QCI-SMP            PIC  9(005).
           02  QCI-DEF  OCCURS  5.
               03  QCI-DCD        PIC  9(002).
               03  QCI-DQTY       PIC  9(005).
           02  QCI-DTOT           PIC  9(005).
           02  QCI-VRD            PIC  9(001).
           02  QCI-DATE           PIC  9(008).
           02  QCI-DATER  REDEFINES  QCI-DATE.
               03  QCI-DNG        PIC  9(006).
               03  QCI-DDD        PIC  9(002).
           02  QCI-USER           PIC  X(006).
           02  FILLER             PIC  X(10).
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
                "INCOMING LOT QUALITY INSPECTION".
           02  FILLER  PIC  X(040) VALUE
                "MODE 1=INSPECT 2=MONTHLY REPORT".
           02  FILLER  PIC  X(020) VALUE
                "LOT NO / SEQ".
           02  FILLER  PIC  X(020) VALUE
                "ITEM".
           02  FILLER  PIC  X(020) VALUE
                "SUPPLIER / PAIRS".
           02  FILLER  PIC  X(020) VALUE
                "SAMPLE PAIRS".
           02  FILLER  PIC  X(020) VALUE
                "DEFECT CODE / PAIRS".
           02  FILLER  PIC  X(020) VALUE
                "CODES / DEFECTS".
           02  FILLER  PIC  X(030) VALUE
                "VERDICT 1=REL 2=CONC 9=REJ".
           02  FILLER  PIC  X(020) VALUE
                "REPORT MONTH YYYYMM".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-DSP.
           02  D-HCD      PIC  9(006).
           02  D-HNAME    PIC  N(024).
           02  D-TCD      PIC  9(004).
           02  D-RQTY     PIC  9(006).
           02  D-DX       PIC  9(001).
           02  D-DTOT     PIC  9(005).
       01  C-ACP.
           02  A-MODE     PIC  9(001).
           02  A-LNOF     PIC  X(010).
           02  A-LSEQF    PIC  9(003).
           02  A-SMPF     PIC  9(005).
           02  A-DCDF     PIC  9(002).
           02  A-DQTF     PIC  9(005).
           02  A-VRDF     PIC  9(001).
           02  A-NGF      PIC  9(006).
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
             03  E-ME1   PIC  X(030) VALUE
                  "***  LOT NOT FOUND         ***".
             03  E-ME2   PIC  X(030) VALUE
                  "***  LOT NOT ON QC HOLD    ***".
             03  E-ME3   PIC  X(030) VALUE
                  "***  SAMPLE OVER LOT PAIRS ***".
             03  E-ME4   PIC  X(030) VALUE
                  "***  DEFECTS OVER SAMPLE   ***".
             03  E-ME5   PIC  X(030) VALUE
                  "***  FIVE CODES PER LOT    ***".
             03  E-ME6   PIC  X(030) VALUE
                  "***  REJECTED - RAISE RTV  ***".
             03  E-ME7   PIC  X(030) VALUE
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
            "C-MID" " " "0" "0" "270" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-MID" "X" "3" "10" "40" " " "C-MID" RETURNING RESU.
       CALL "SD_Init" USING
            "02C-MID" "X" "5" "10" "40" "01C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "03C-MID" "X" "7" "10" "20" "02C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "04C-MID" "X" "8" "10" "20" "03C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "05C-MID" "X" "9" "10" "20" "04C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "06C-MID" "X" "11" "10" "20" "05C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "07C-MID" "X" "12" "10" "20" "06C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "08C-MID" "X" "13" "10" "20" "07C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "09C-MID" "X" "15" "10" "30" "08C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "10C-MID" "X" "17" "10" "20" "09C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "11C-MID" "X" "19" "10" "20" "10C-MID" " " RETURNING RESU.
      *C-DSP
       CALL "SD_Init" USING
            "C-DSP" " " "0" "0" "46" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "D-HCD" "9" "8" "31" "6" " " "C-DSP" RETURNING RESU.
       CALL "SD_From" USING
            "D-HCD" BY REFERENCE LOT-HCD "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "D-HNAME" "N" "8" "38" "24" "D-HCD" " " RETURNING RESU.
       CALL "SD_From" USING
            "D-HNAME" BY REFERENCE SHM-02 "24" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "D-TCD" "9" "9" "31" "4" "D-HNAME" " " RETURNING RESU.
       CALL "SD_From" USING
            "D-TCD" BY REFERENCE LOT-TCD "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "D-RQTY" "9" "9" "37" "6" "D-TCD" " " RETURNING RESU.
       CALL "SD_From" USING
            "D-RQTY" BY REFERENCE LOT-QTY "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "D-DX" "9" "13" "31" "1" "D-RQTY" " " RETURNING RESU.
       CALL "SD_From" USING
            "D-DX" BY REFERENCE QC-DX "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "D-DTOT" "9" "13" "35" "5" "D-DX" " " RETURNING RESU.
       CALL "SD_From" USING
            "D-DTOT" BY REFERENCE QC-DTOT "5" "0" RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "34" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-MODE" "9" "5" "55" "1" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-MODE" BY REFERENCE SEL-MODE "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-LNOF" "X" "7" "31" "10" "A-MODE" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-LNOF" BY REFERENCE A-LNO "10" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-LSEQF" "9" "7" "43" "3" "A-LNOF" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-LSEQF" BY REFERENCE A-LSEQ "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-SMPF" "9" "11" "31" "5" "A-LSEQF" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-SMPF" BY REFERENCE A-SMP "5" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DCDF" "9" "12" "31" "2" "A-SMPF" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DCDF" BY REFERENCE A-DCD "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DQTF" "9" "12" "35" "5" "A-DCDF" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DQTF" BY REFERENCE A-DQT "5" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-VRDF" "9" "15" "42" "1" "A-DQTF" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-VRDF" BY REFERENCE A-VRD "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-NGF" "9" "17" "31" "6" "A-VRDF" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-NGF" BY REFERENCE A-NG "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "19" "31" "1" "A-NGF" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DMM" BY REFERENCE M-DMM "1" "0" RETURNING RESU.
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
      *
           CALL "DB_F_Open" USING
            "INPUT" SHM_PNAME1 "SHARED" BY REFERENCE SHM_IDLST "1"
            "SHM-KEY" BY REFERENCE SHM-KEY.
           CALL "DB_F_Open" USING
            "INPUT" T-M_PNAME1 "SHARED" BY REFERENCE T-M_IDLST
            "2" "T-KEY" BY REFERENCE T-KEY "T-KEY2" BY REFERENCE
            T-KEY2.
      *
       R-05.
           MOVE    SPACE    TO  ERR-STAT.
           MOVE    ZERO     TO  RESU.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "SD_Output" USING "C-MID" C-MID "p" RETURNING RESU.
           MOVE  ZERO   TO SEL-MODE M-DMM A-LSEQ A-SMP A-DCD A-DQT
                           A-VRD A-NG.
           MOVE  SPACE  TO A-LNO.
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
               GO TO P-10
           END-IF
           IF  SEL-MODE NOT = 1
               GO TO R-08
           END-IF.
      *
      *    mode 1: the inspection.
      *
       I-10.
           CALL "SD_Accept" USING BY REFERENCE A-LNOF "A-LNOF" "X" "10"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-08
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO I-10
           END-IF
           IF  A-LNO = SPACE
               GO TO I-10
           END-IF.
       I-11.
           CALL "SD_Accept" USING BY REFERENCE A-LSEQF "A-LSEQF" "9" "3"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO I-10
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO I-11
           END-IF
           CALL "DB_F_Open" USING
            "INPUT" LOTF_PNAME1 "SHARED" BY REFERENCE LOTF_IDLST "1"
            "LOT-KEY" BY REFERENCE LOT-KEY.
           MOVE  A-LNO   TO LOT-NO.
           MOVE  A-LSEQ  TO LOT-SEQ.
           CALL "DB_Read" USING
            "INVALID KEY" LOTF_PNAME1 BY REFERENCE LOT-R "UNLOCK"
            RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE LOTF_IDLST LOTF_PNAME1.
           IF  RET = 1
               CALL "SD_Output" USING
                "E-ME1" E-ME1 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO I-10
           END-IF
           IF  LOT-QCST NOT = "0"
               CALL "SD_Output" USING
                "E-ME2" E-ME2 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO I-10
           END-IF
           MOVE  LOT-HCD  TO SHM-01.
           CALL "DB_Read" USING
            "INVALID KEY" SHM_PNAME1 BY REFERENCE SHM-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  SPACE  TO SHM-02
           END-IF
           CALL "SD_Output" USING "C-DSP" C-DSP "p" RETURNING RESU.
       I-12.
           CALL "SD_Accept" USING BY REFERENCE A-SMPF "A-SMPF" "9" "5"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO I-11
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO I-12
           END-IF
           IF  A-SMP = ZERO
               GO TO I-12
           END-IF
           IF  A-SMP > LOT-QTY
               CALL "SD_Output" USING
                "E-ME3" E-ME3 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO I-12
           END-IF
           MOVE  ZERO  TO QC-DX QC-DTOT A-DCD A-DQT.
           INITIALIZE QC-DTBL.
           CALL "SD_Output" USING "D-DX" D-DX "p" RETURNING RESU.
           CALL "SD_Output" USING "D-DTOT" D-DTOT "p" RETURNING RESU.
       I-13.
           CALL "SD_Accept" USING BY REFERENCE A-DCDF "A-DCDF" "9" "2"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO I-12
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO I-13
           END-IF
           IF  A-DCD = ZERO
               GO TO I-20
           END-IF
           PERFORM  DC-FIND-RTN  THRU  DC-FIND-RTN-EXIT.
           IF  QC-IX = ZERO  AND  QC-DX = 5
               CALL "SD_Output" USING
                "E-ME5" E-ME5 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO I-13
           END-IF.
       I-14.
           CALL "SD_Accept" USING BY REFERENCE A-DQTF "A-DQTF" "9" "5"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO I-13
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO I-14
           END-IF
           IF  A-DQT = ZERO
               GO TO I-14
           END-IF
           IF  QC-DTOT + A-DQT > A-SMP
               CALL "SD_Output" USING
                "E-ME4" E-ME4 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO I-14
           END-IF
           IF  QC-IX = ZERO
               ADD  1      TO QC-DX
               MOVE  QC-DX  TO QC-IX
               MOVE  A-DCD  TO QC-DCD(QC-IX)
           END-IF
           ADD  A-DQT  TO QC-DQT(QC-IX) QC-DTOT.
           CALL "SD_Output" USING "D-DX" D-DX "p" RETURNING RESU.
           CALL "SD_Output" USING "D-DTOT" D-DTOT "p" RETURNING RESU.
           MOVE  ZERO  TO A-DCD A-DQT.
           CALL "SD_Output" USING "A-DCDF" A-DCDF "p" RETURNING RESU.
           CALL "SD_Output" USING "A-DQTF" A-DQTF "p" RETURNING RESU.
           GO TO I-13.
       I-20.
           CALL "SD_Accept" USING BY REFERENCE A-VRDF "A-VRDF" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO I-13
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO I-20
           END-IF
           IF  A-VRD NOT = 1  AND  2  AND  9
               GO TO I-20
           END-IF.
       I-30.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO I-20
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO I-30
           END-IF
           IF  M-DMM NOT = 1  AND  9
               GO TO I-30
           END-IF
           IF  M-DMM = 9
               GO TO R-05
           END-IF
           PERFORM  QC-UPD-RTN  THRU  QC-UPD-RTN-EXIT.
           IF  A-VRD = 9
               CALL "SD_Output" USING
                "E-ME6" E-ME6 "p" RETURNING RESU
           ELSE
               CALL "SD_Output" USING
                "E-ME7" E-ME7 "p" RETURNING RESU
           END-IF
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO R-05.
      *
      *    DC-FIND-RTN  -  QC-IX is the entry already holding the
      *    keyed defect code, zero when it is new to the lot.
      *
       DC-FIND-RTN.
           MOVE  1  TO QC-IX.
       DC-FIND-010.
           IF  QC-IX > QC-DX
               MOVE  ZERO  TO QC-IX
               GO TO DC-FIND-RTN-EXIT
           END-IF
           IF  QC-DCD(QC-IX) = A-DCD
               GO TO DC-FIND-RTN-EXIT
           END-IF
           ADD  1  TO QC-IX.
           GO TO DC-FIND-010.
       DC-FIND-RTN-EXIT.
           EXIT.
      *
      *    QC-UPD-RTN  -  the QCIF row, then the verdict onto the
      *    lot's LOT-QCST.
      *
       QC-UPD-RTN.
           INITIALIZE QCI-R.
           MOVE  LOT-NO    TO QCI-LNO.
           MOVE  LOT-SEQ   TO QCI-LSEQ.
           MOVE  LOT-HCD   TO QCI-HCD.
           MOVE  LOT-TCD   TO QCI-TCD.
           MOVE  LOT-QTY   TO QCI-RQTY.
           MOVE  A-SMP     TO QCI-SMP.
           MOVE  1  TO QC-IX.
       QC-UPD-010.
           IF  QC-IX > QC-DX
               GO TO QC-UPD-020
           END-IF
           MOVE  QC-DCD(QC-IX)  TO QCI-DCD(QC-IX).
           MOVE  QC-DQT(QC-IX)  TO QCI-DQTY(QC-IX).
           ADD  1  TO QC-IX.
           GO TO QC-UPD-010.
       QC-UPD-020.
           MOVE  QC-DTOT   TO QCI-DTOT.
           MOVE  A-VRD     TO QCI-VRD.
           ACCEPT  WORK-TODATE  FROM  DATE.
           COMPUTE  QCI-DATE = (2000 + WORK-TD-YY) * 10000
                             + WORK-TD-MM * 100 + WORK-TD-DD.
           MOVE  USER_ID   TO QCI-USER.
           CALL "DB_F_Open" USING
            "I-O" QCIF_PNAME1 "SHARED" BY REFERENCE QCIF_IDLST "1"
            "QCI-KEY" BY REFERENCE QCI-KEY.
           CALL "DB_Insert" USING
            QCIF_PNAME1 QCIF_LNAME QCI-R RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE QCIF_IDLST QCIF_PNAME1.
           CALL "DB_F_Open" USING
            "I-O" LOTF_PNAME1 "SHARED" BY REFERENCE LOTF_IDLST "1"
            "LOT-KEY" BY REFERENCE LOT-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" LOTF_PNAME1 BY REFERENCE LOT-R " "
            RETURNING RET.
           IF  RET = 0
               MOVE  A-VRD    TO LOT-QCST
               CALL "DB_Update" USING
                LOTF_PNAME1 LOTF_LNAME LOT-R RETURNING RET
           END-IF
           CALL "DB_F_Close" USING
            BY REFERENCE LOTF_IDLST LOTF_PNAME1.
       QC-UPD-RTN-EXIT.
           EXIT.
      *
      *    mode 2: the monthly incoming-quality report.
      *
       P-10.
           CALL "SD_Accept" USING BY REFERENCE A-NGF "A-NGF" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-08
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO P-10
           END-IF
           IF  A-NG = ZERO
               GO TO P-10
           END-IF.
       P-20.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO P-10
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO P-20
           END-IF
           IF  M-DMM NOT = 1  AND  9
               GO TO P-20
           END-IF
           IF  M-DMM = 9
               GO TO R-05
           END-IF
           PERFORM  QR-LOAD-RTN  THRU  QR-LOAD-RTN-EXIT.
           PERFORM  QR-SORT-RTN  THRU  QR-SORT-RTN-EXIT.
           PERFORM  QR-PRT-RTN   THRU  QR-PRT-RTN-EXIT.
           CALL "SD_Output" USING
            "E-ME7" E-ME7 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO R-05.
      *
      *    QR-LOAD-RTN  -  the month's QCIF rows folded per
      *    supplier/item, and their defects per code.
      *
       QR-LOAD-RTN.
           MOVE  ZERO  TO QR-CNT QR-OVFL.
           INITIALIZE QR-TBL DC-TBL.
           CALL "DB_F_Open" USING
            "INPUT" QCIF_PNAME1 " " BY REFERENCE QCIF_IDLST "0".
       QR-LOAD-010.
           CALL "DB_Read" USING
            "AT END" QCIF_PNAME1 BY REFERENCE QCI-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO QR-LOAD-030
           END-IF
           IF  QCI-DNG NOT = A-NG
               GO TO QR-LOAD-010
           END-IF
           PERFORM  QR-FIND-RTN  THRU  QR-FIND-RTN-EXIT.
           IF  QR-IX = ZERO
               ADD  1  TO QR-OVFL
               GO TO QR-LOAD-010
           END-IF
           ADD  1         TO QR-LOTS(QR-IX).
           ADD  QCI-RQTY  TO QR-RQTY(QR-IX).
           ADD  QCI-SMP   TO QR-SMP(QR-IX).
           ADD  QCI-DTOT  TO QR-DEF(QR-IX).
           IF  QCI-VRD = 1
               ADD  1  TO QR-REL(QR-IX)
           END-IF
           IF  QCI-VRD = 2
               ADD  1  TO QR-CON(QR-IX)
           END-IF
           IF  QCI-VRD = 9
               ADD  1  TO QR-REJ(QR-IX)
           END-IF
           MOVE  1  TO QC-IX.
       QR-LOAD-020.
           IF  QC-IX > 5
               GO TO QR-LOAD-010
           END-IF
           IF  QCI-DCD(QC-IX) NOT = ZERO
               MOVE  QCI-DCD(QC-IX)  TO DC-IX
               ADD  QCI-DQTY(QC-IX)  TO DC-QTY(DC-IX)
           END-IF
           ADD  1  TO QC-IX.
           GO TO QR-LOAD-020.
       QR-LOAD-030.
           CALL "DB_F_Close" USING
            BY REFERENCE QCIF_IDLST QCIF_PNAME1.
       QR-LOAD-RTN-EXIT.
           EXIT.
      *
       QR-FIND-RTN.
           MOVE  1  TO QR-IX.
       QR-FIND-010.
           IF  QR-IX > QR-CNT
               GO TO QR-FIND-020
           END-IF
           IF  QR-TCD(QR-IX) = QCI-TCD  AND  QR-HCD(QR-IX) = QCI-HCD
               GO TO QR-FIND-RTN-EXIT
           END-IF
           ADD  1  TO QR-IX.
           GO TO QR-FIND-010.
       QR-FIND-020.
           IF  QR-CNT < 300
               ADD  1         TO QR-CNT
               MOVE  QR-CNT   TO QR-IX
               MOVE  QCI-TCD  TO QR-TCD(QR-IX)
               MOVE  QCI-HCD  TO QR-HCD(QR-IX)
           ELSE
               MOVE  ZERO  TO QR-IX
           END-IF.
       QR-FIND-RTN-EXIT.
           EXIT.
      *
       QR-SORT-RTN.
           IF  QR-CNT < 2
               GO TO QR-SORT-RTN-EXIT
           END-IF
           COMPUTE  QR-LIMIT = QR-CNT - 1.
           MOVE  1  TO QR-IX.
       QR-SORT-010.
           IF  QR-IX > QR-LIMIT
               GO TO QR-SORT-RTN-EXIT
           END-IF
           COMPUTE  QR-JX = QR-IX + 1.
       QR-SORT-020.
           IF  QR-JX > QR-CNT
               ADD  1  TO QR-IX
               GO TO QR-SORT-010
           END-IF
           IF  QR-KEY(QR-JX) < QR-KEY(QR-IX)
               MOVE  QR-ENT(QR-IX)  TO QR-TMP
               MOVE  QR-ENT(QR-JX)  TO QR-ENT(QR-IX)
               MOVE  QR-TMP         TO QR-ENT(QR-JX)
           END-IF
           ADD  1  TO QR-JX.
           GO TO QR-SORT-020.
       QR-SORT-RTN-EXIT.
           EXIT.
      *
      *    QR-PRT-RTN  -  supplier heading, its items, its total;
      *    the grand total and the defects by code behind them.
      *
       QR-PRT-RTN.
           CALL "PR_Open" RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-QR-HD   TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  A-NG         TO WORK-QR-NG.
           MOVE  WORK-QR-MON  TO PRN-R (11:12).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-QR-COLHD  TO PRN-R (11:66).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  ZERO  TO QR-PTCD.
           INITIALIZE QS-TOT QG-TOT.
           MOVE  1  TO QR-IX.
       QR-PRT-010.
           IF  QR-IX > QR-CNT
               GO TO QR-PRT-020
           END-IF
           IF  QR-IX = 1  OR  QR-TCD(QR-IX) NOT = QR-PTCD
               IF  QR-IX NOT = 1
                   PERFORM  QS-PRT-RTN  THRU  QS-PRT-RTN-EXIT
               END-IF
               MOVE  QR-TCD(QR-IX)  TO QR-PTCD
               PERFORM  SUP-HD-RTN  THRU  SUP-HD-RTN-EXIT
           END-IF
           MOVE  QR-ENT(QR-IX)  TO QS-TOT.
           MOVE  SPACE          TO PRN-R WORK-QR.
           MOVE  QR-TCD(QR-IX)  TO WORK-QR-TCD.
           MOVE  QR-HCD(QR-IX)  TO WORK-QR-HCD.
           PERFORM  QR-LINE-RTN  THRU  QR-LINE-RTN-EXIT.
           ADD  QR-LOTS(QR-IX)  TO QG-LOTS.
           ADD  QR-RQTY(QR-IX)  TO QG-RQTY.
           ADD  QR-SMP(QR-IX)   TO QG-SMP.
           ADD  QR-DEF(QR-IX)   TO QG-DEF.
           ADD  QR-REL(QR-IX)   TO QG-REL.
           ADD  QR-CON(QR-IX)   TO QG-CON.
           ADD  QR-REJ(QR-IX)   TO QG-REJ.
           ADD  1  TO QR-IX.
           GO TO QR-PRT-010.
       QR-PRT-020.
           IF  QR-CNT NOT = ZERO
               PERFORM  QS-PRT-RTN  THRU  QS-PRT-RTN-EXIT
           END-IF
           MOVE  QG-TOT  TO QS-TOT.
           MOVE  SPACE   TO PRN-R WORK-QR.
           MOVE  "GRAND TOTAL"  TO WORK-QR-LBLT.
           PERFORM  QR-LINE-RTN  THRU  QR-LINE-RTN-EXIT.
           IF  QR-OVFL NOT = ZERO
               MOVE  SPACE         TO PRN-R
               MOVE  QR-OVFL       TO WORK-QR-OVFL
               MOVE  WORK-QR-OV    TO PRN-R (11:33)
               CALL "PR_Write" USING PRN-R RETURNING RESP
           END-IF
           MOVE  SPACE  TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  WORK-DC-HD  TO PRN-R (11:30).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  1  TO DC-IX.
       QR-PRT-030.
           IF  DC-QTY(DC-IX) NOT = ZERO
               MOVE  SPACE          TO PRN-R WORK-DC
               MOVE  DC-IX          TO WORK-DC-CD
               MOVE  DC-QTY(DC-IX)  TO WORK-DC-QTY
               MOVE  WORK-DC        TO PRN-R (11:30)
               CALL "PR_Write" USING PRN-R RETURNING RESP
           END-IF
           IF  DC-IX < 99
               ADD  1  TO DC-IX
               GO TO QR-PRT-030
           END-IF
           CALL "PR_Close" RETURNING RESP.
       QR-PRT-RTN-EXIT.
           EXIT.
      *
      *    SUP-HD-RTN  -  the supplier heading off T-M.
      *
       SUP-HD-RTN.
           MOVE  SPACE    TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  QR-PTCD  TO T-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" T-M_PNAME1 BY REFERENCE T-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  SPACE  TO T-NAME
           END-IF
           MOVE  QR-PTCD      TO WORK-QR-STCD.
           MOVE  T-NAME       TO WORK-QR-TNAME.
           MOVE  WORK-QR-SUP  TO PRN-R (11:67).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
       SUP-HD-RTN-EXIT.
           EXIT.
      *
      *    QS-PRT-RTN  -  the supplier total, summed back off the
      *    supplier's QR-TBL entries.
      *
       QS-PRT-RTN.
           INITIALIZE QS-TOT.
           MOVE  1  TO QR-JX.
       QS-PRT-010.
           IF  QR-JX > QR-CNT
               GO TO QS-PRT-020
           END-IF
           IF  QR-TCD(QR-JX) = QR-PTCD
               ADD  QR-LOTS(QR-JX)  TO QS-LOTS
               ADD  QR-RQTY(QR-JX)  TO QS-RQTY
               ADD  QR-SMP(QR-JX)   TO QS-SMP
               ADD  QR-DEF(QR-JX)   TO QS-DEF
               ADD  QR-REL(QR-JX)   TO QS-REL
               ADD  QR-CON(QR-JX)   TO QS-CON
               ADD  QR-REJ(QR-JX)   TO QS-REJ
           END-IF
           ADD  1  TO QR-JX.
           GO TO QS-PRT-010.
       QS-PRT-020.
           MOVE  SPACE  TO PRN-R WORK-QR.
           MOVE  "  SUPPLIER TOTAL"  TO WORK-QR-LBLT.
           PERFORM  QR-LINE-RTN  THRU  QR-LINE-RTN-EXIT.
       QS-PRT-RTN-EXIT.
           EXIT.
      *
      *    QR-LINE-RTN  -  prints QS-TOT's figures behind whatever
      *    label the caller left in WORK-QR.
      *
       QR-LINE-RTN.
           MOVE  QS-LOTS  TO WORK-QR-LOTS.
           MOVE  QS-RQTY  TO WORK-QR-RQTY.
           MOVE  QS-SMP   TO WORK-QR-SMP.
           MOVE  QS-DEF   TO WORK-QR-DEF.
           MOVE  ZERO     TO QR-PCT.
           IF  QS-SMP > ZERO
               COMPUTE  QR-PCT ROUNDED = QS-DEF * 100 / QS-SMP
           END-IF
           MOVE  QR-PCT   TO WORK-QR-PCT.
           MOVE  QS-REL   TO WORK-QR-REL.
           MOVE  QS-CON   TO WORK-QR-CON.
           MOVE  QS-REJ   TO WORK-QR-REJ.
           MOVE  WORK-QR  TO PRN-R (11:66).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
       QR-LINE-RTN-EXIT.
           EXIT.
      *
       R-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_F_Close" USING
            BY REFERENCE SHM_IDLST SHM_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE T-M_IDLST T-M_PNAME1.
           CALL "DB_Close".
           STOP RUN.
