       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         SNR100.
      *********************************************************
      *    PROGRAM         :  MASTER RESTORE FROM SNAPSHOT     *
      *    PRINTER TYPE    :  ******                           *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    puts master records back as they stood in an SNP100
      *    generation.  kept apart from SNP100 so OPAM can give the
      *    snapshot and report to the night operator and this to
      *    the few who may change masters.
      *      - one master, one generation, and a key range; the
      *        range is on the master's key as held in SNP-RKEY, and
      *        the TO key is filled out with 9s so a short key picks
      *        up everything under it (customer 0012 -- every
      *        TC-CCD of 0012).  TO left blank is the FROM key; both
      *        blank is the whole master.
      *      - the count in range is shown before the confirm.
      *      - each record in range is read live: unchanged ones are
      *        left alone, changed ones rewritten, missing ones put
      *        back.  records added since the snapshot are not
      *        touched -- delete those through the master's own
      *        maintenance.
      *      - every record written goes on SNRLOG with the live
      *        record as it was before (spaces for one put back), so
      *        a restore can itself be undone from the log.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SYSTEM3100.
       OBJECT-COMPUTER. SYSTEM3100.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  SR-FILE                PIC  9(001)      VALUE ZERO.
       01  SR-GEN                 PIC  9(004)      VALUE ZERO.
       01  SR-FKEY                PIC  X(020)      VALUE SPACE.
       01  SR-TKEY                PIC  X(020)      VALUE SPACE.
       01  SR-RKEY                PIC  X(020)      VALUE SPACE.
       01  SR-DMM                 PIC  9(001)      VALUE ZERO.
       01  SR-OP                  PIC  9(001)      VALUE ZERO.
       01  SR-FOUND               PIC  9(001)      VALUE ZERO.
       01  SR-MCNT                PIC  9(006)      VALUE ZERO.
       01  SR-UCNT                PIC  9(006)      VALUE ZERO.
       01  SR-ICNT                PIC  9(006)      VALUE ZERO.
       01  SR-SCNT                PIC  9(006)      VALUE ZERO.
       01  SR-SEQ                 PIC  9(004)      VALUE ZERO.
       01  SR-DCNT                PIC  ZZZZZ9.
       01  SR-BEFORE              PIC  X(250).
       01  WORK-SR-RSLT.
           02  F                  PIC  X(008)  VALUE  "UPDATED ".
           02  WORK-SR-RUCNT      PIC  ZZZZZ9.
           02  F                  PIC  X(011)  VALUE  "  INSERTED ".
           02  WORK-SR-RICNT      PIC  ZZZZZ9.
           02  F                  PIC  X(008)  VALUE  "  SAME  ".
           02  WORK-SR-RSCNT      PIC  ZZZZZ9.
       01  WORK-TODATE.
           02  WORK-TD-YY         PIC  9(002).
           02  WORK-TD-MM         PIC  9(002).
           02  WORK-TD-DD         PIC  9(002).
       01  WORK-TOTIME.
           02  WORK-TT-HMS        PIC  9(006).
           02  WORK-TT-HS         PIC  9(002).
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
      *FD  SNP-F
           COPY LISNPF.
      *FD  SNG
           COPY LISNPG.
      *FD  SHM
           COPY SHM.
      *FD  TC-M
           COPY LITCM.
      *FD  T-M
           COPY LITM.
      *FD  THTM
           COPY LITHTM.
      *FD  THTC
           COPY LITHTC.
      *FD  KMK-M
           COPY LIKMK.
      *FD  JCON
           COPY L-JCON.
      *FD  TANAM
           COPY TANAM.
      *FD  SNRLOG
      *    one row per record restored.  SNRLOG-ACT U = rewritten,
      *    I = put back; SNRLOG-BEFORE is the live record it
      *    replaced.
       01  SNRLOG_SNR100.
           02  SNRLOG_PNAME1      PIC  X(006) VALUE "SNRLOG".
           02  F                  PIC  X(001).
           02  SNRLOG_LNAME       PIC  X(013) VALUE "SNRLOG_SNR100".
           02  F                  PIC  X(001).
           02  SNRLOG_KEY1        PIC  X(100) VALUE SPACE.
           02  SNRLOG_SORT        PIC  X(100) VALUE SPACE.
           02  SNRLOG_IDLST       PIC  X(100) VALUE SPACE.
           02  SNRLOG_RES         USAGE  POINTER.
       01  SNRLOG-REC.
           02  SNRLOG-KEY.
               03  SNRLOG-DATE    PIC  9(006).
               03  SNRLOG-TIME    PIC  9(006).
               03  SNRLOG-SEQ     PIC  9(004).
           02  SNRLOG-USER        PIC  X(006).
           02  SNRLOG-GEN         PIC  9(004).
           02  SNRLOG-FILE        PIC  9(001).
           02  SNRLOG-RKEY        PIC  X(020).
           02  SNRLOG-ACT         PIC  X(001).
           02  SNRLOG-BEFORE      PIC  X(250).
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
                "MASTER RESTORE FROM SNAPSHOT".
           02  FILLER  PIC  X(020) VALUE
                "FILE".
           02  FILLER  PIC  X(050) VALUE
                "1=SHM 2=TC-M 3=T-M 4=THTM 5=THTC".
           02  FILLER  PIC  X(050) VALUE
                "6=KMK-M 7=JCON 8=TANAM".
           02  FILLER  PIC  X(020) VALUE
                "GENERATION".
           02  FILLER  PIC  X(020) VALUE
                "FROM KEY".
           02  FILLER  PIC  X(020) VALUE
                "TO KEY   BLANK=FROM".
           02  FILLER  PIC  X(020) VALUE
                "RECORDS IN RANGE".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-DSP.
           02  D-CNT      PIC  X(006).
           02  D-RSLT     PIC  X(045).
       01  C-ACP.
           02  A-FILE     PIC  9(001).
           02  A-GEN      PIC  9(004).
           02  A-FKEY     PIC  X(020).
           02  A-TKEY     PIC  X(020).
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
             03  E-ME1   PIC  X(030) VALUE
                  "***  NO SUCH GENERATION    ***".
             03  E-ME2   PIC  X(030) VALUE
                  "***  KEY RANGE INVALID     ***".
             03  E-ME3   PIC  X(030) VALUE
                  "***  NOTHING IN RANGE      ***".
             03  E-ME4   PIC  X(030) VALUE
                  "***  RESTORE COMPLETE      ***".
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
            "C-MID" " " "0" "0" "260" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-MID" "X" "3" "10" "40" " " "C-MID" RETURNING RESU.
       CALL "SD_Init" USING
            "02C-MID" "X" "5" "10" "20" "01C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "03C-MID" "X" "6" "12" "50" "02C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "04C-MID" "X" "7" "12" "50" "03C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "05C-MID" "X" "9" "10" "20" "04C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "06C-MID" "X" "11" "10" "20" "05C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "07C-MID" "X" "12" "10" "20" "06C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "08C-MID" "X" "14" "10" "20" "07C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "09C-MID" "X" "16" "10" "20" "08C-MID" " " RETURNING RESU.
      *C-DSP
       CALL "SD_Init" USING
            "C-DSP" " " "0" "0" "51" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "D-CNT" "X" "14" "31" "6" " " "C-DSP" RETURNING RESU.
       CALL "SD_From" USING
            "D-CNT" BY REFERENCE SR-DCNT "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "D-RSLT" "X" "18" "10" "45" "D-CNT" " " RETURNING RESU.
       CALL "SD_From" USING
            "D-RSLT" BY REFERENCE WORK-SR-RSLT "45" "0" RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "46" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-FILE" "9" "5" "31" "1" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-FILE" BY REFERENCE SR-FILE "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-GEN" "9" "9" "31" "4" "A-FILE" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-GEN" BY REFERENCE SR-GEN "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-FKEY" "X" "11" "31" "20" "A-GEN" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-FKEY" BY REFERENCE SR-FKEY "20" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-TKEY" "X" "12" "31" "20" "A-FKEY" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-TKEY" BY REFERENCE SR-TKEY "20" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "16" "31" "1" "A-TKEY" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DMM" BY REFERENCE SR-DMM "1" "0" RETURNING RESU.
      *C-ERR
       CALL "SD_Init" USING
            "C-ERR" " " "0" "0" "127" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-ERR" " " "24" "0" "127" " " "C-ERR" RETURNING RESU.
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
            "E-ME99" "X" "24" "75" "5" "E-ME4" " " RETURNING RESU.
      *
           ACCEPT USER_ID FROM ARGUMENT-VALUE.
           ACCEPT COMPLETION_CODE FROM ARGUMENT-VALUE.
      *
           CALL "DB_F_Open" USING
            "INPUT" SNG_PNAME1 "SHARED" BY REFERENCE SNG_IDLST "1"
            "SNG-KEY" BY REFERENCE SNG-KEY.
           CALL "DB_F_Open" USING
            "I-O" SNRLOG_PNAME1 "SHARED" BY REFERENCE SNRLOG_IDLST "1".
      *
       R-05.
           MOVE    SPACE    TO  ERR-STAT.
           MOVE    ZERO     TO  RESU.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "SD_Output" USING "C-MID" C-MID "p" RETURNING RESU.
           MOVE  ZERO   TO SR-FILE SR-GEN SR-DMM.
           MOVE  SPACE  TO SR-FKEY SR-TKEY.
       R-08.
           CALL "SD_Accept" USING BY REFERENCE A-FILE "A-FILE" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = PF9
               CALL "C3_Set_Jrcode" USING
                USER_ID BY REFERENCE COMPLETION_CODE  255
               GO TO R-95
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-08
           END-IF
           IF  SR-FILE = ZERO  OR  SR-FILE > 8
               GO TO R-08
           END-IF.
       R-10.
           CALL "SD_Accept" USING BY REFERENCE A-GEN "A-GEN" "9" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-08
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-10
           END-IF
           MOVE  SR-GEN  TO SNG-GEN.
           CALL "DB_Read" USING
            "INVALID KEY" SNG_PNAME1 BY REFERENCE SNG-R "UNLOCK"
            RETURNING RET.
           IF  SR-GEN = ZERO  OR  RET = 1  OR  SNG-PRG = "9"
               CALL "SD_Output" USING
                "E-ME1" E-ME1 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-10
           END-IF.
       R-12.
           CALL "SD_Accept" USING BY REFERENCE A-FKEY "A-FKEY" "X" "20"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-10
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-12
           END-IF.
       R-14.
           CALL "SD_Accept" USING BY REFERENCE A-TKEY "A-TKEY" "X" "20"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-12
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-14
           END-IF
           IF  SR-TKEY = SPACE
               MOVE  SR-FKEY  TO SR-TKEY
           END-IF
           INSPECT  SR-TKEY  REPLACING  ALL  SPACE  BY  "9".
           CALL "SD_Output" USING "A-TKEY" A-TKEY "p" RETURNING RESU.
           IF  SR-FKEY > SR-TKEY
               CALL "SD_Output" USING
                "E-ME2" E-ME2 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-12
           END-IF
           PERFORM  SR-CNT-RTN  THRU  SR-CNT-RTN-EXIT.
           MOVE  SR-MCNT  TO SR-DCNT.
           CALL "SD_Output" USING "D-CNT" D-CNT "p" RETURNING RESU.
           IF  SR-MCNT = ZERO
               CALL "SD_Output" USING
                "E-ME3" E-ME3 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-12
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
           IF  SR-DMM NOT = 1  AND  9
               GO TO R-20
           END-IF
           IF  SR-DMM = 9
               GO TO R-05
           END-IF
      *
           PERFORM  SR-RUN-RTN  THRU  SR-RUN-RTN-EXIT.
           MOVE  SR-UCNT  TO WORK-SR-RUCNT.
           MOVE  SR-ICNT  TO WORK-SR-RICNT.
           MOVE  SR-SCNT  TO WORK-SR-RSCNT.
           CALL "SD_Output" USING "D-RSLT" D-RSLT "p" RETURNING RESU.
           CALL "SD_Output" USING
            "E-ME4" E-ME4 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           MOVE  ZERO  TO SR-DMM.
           GO TO R-08.
      *
      *    SR-CNT-RTN  -  SNP-F records of the generation, master
      *    and key range.
      *
       SR-CNT-RTN.
           MOVE  ZERO  TO SR-MCNT.
           CALL "DB_F_Open" USING
            "INPUT" SNP-F_PNAME1 " " BY REFERENCE SNP-F_IDLST "0".
       SR-CNT-010.
           PERFORM  SR-NXT-RTN  THRU  SR-NXT-RTN-EXIT.
           IF  SR-RKEY = HIGH-VALUE
               GO TO SR-CNT-090
           END-IF
           ADD  1  TO SR-MCNT.
           GO TO SR-CNT-010.
       SR-CNT-090.
           CALL "DB_F_Close" USING
            BY REFERENCE SNP-F_IDLST SNP-F_PNAME1.
       SR-CNT-RTN-EXIT.
           EXIT.
      *
      *    SR-NXT-RTN  -  next SNP-F record in range into SNP-R;
      *    SR-RKEY HIGH-VALUE once past it.
      *
       SR-NXT-RTN.
           CALL "DB_Read" USING
            "AT END" SNP-F_PNAME1 BY REFERENCE SNP-R " "
            RETURNING RET.
           IF  RET = 1
               MOVE  HIGH-VALUE  TO SR-RKEY
               GO TO SR-NXT-RTN-EXIT
           END-IF
           IF  SNP-GEN < SR-GEN  OR
              (SNP-GEN = SR-GEN  AND  SNP-FILE < SR-FILE)  OR
              (SNP-GEN = SR-GEN  AND  SNP-FILE = SR-FILE   AND
               SNP-RKEY < SR-FKEY)
               GO TO SR-NXT-RTN
           END-IF
           IF  SNP-GEN > SR-GEN  OR  SNP-FILE > SR-FILE
                                 OR  SNP-RKEY > SR-TKEY
               MOVE  HIGH-VALUE  TO SR-RKEY
               GO TO SR-NXT-RTN-EXIT
           END-IF
           IF  SNP-PRG = "9"
               GO TO SR-NXT-RTN
           END-IF
           MOVE  SNP-RKEY  TO SR-RKEY.
       SR-NXT-RTN-EXIT.
           EXIT.
      *
      *    SR-RUN-RTN  -  the restore.
      *
       SR-RUN-RTN.
           MOVE  ZERO  TO SR-UCNT SR-ICNT SR-SCNT SR-SEQ.
           ACCEPT  WORK-TODATE  FROM  DATE.
           ACCEPT  WORK-TOTIME  FROM  TIME.
           CALL "DB_F_Open" USING
            "INPUT" SNP-F_PNAME1 " " BY REFERENCE SNP-F_IDLST "0".
           MOVE  1  TO SR-OP.
           PERFORM  RS-RTN  THRU  RS-RTN-EXIT.
       SR-RUN-010.
           PERFORM  SR-NXT-RTN  THRU  SR-NXT-RTN-EXIT.
           IF  SR-RKEY = HIGH-VALUE
               GO TO SR-RUN-090
           END-IF
           MOVE  2  TO SR-OP.
           PERFORM  RS-RTN  THRU  RS-RTN-EXIT.
           IF  SR-FOUND = 1  AND  SR-BEFORE = SNP-DATA
               ADD  1  TO SR-SCNT
               GO TO SR-RUN-010
           END-IF
           MOVE  3  TO SR-OP.
           PERFORM  RS-RTN  THRU  RS-RTN-EXIT.
           MOVE  WORK-TODATE  TO SNRLOG-DATE.
           MOVE  WORK-TT-HMS  TO SNRLOG-TIME.
           ADD   1            TO SR-SEQ.
           MOVE  SR-SEQ       TO SNRLOG-SEQ.
           MOVE  USER_ID      TO SNRLOG-USER.
           MOVE  SR-GEN       TO SNRLOG-GEN.
           MOVE  SR-FILE      TO SNRLOG-FILE.
           MOVE  SNP-RKEY     TO SNRLOG-RKEY.
           MOVE  SR-BEFORE    TO SNRLOG-BEFORE.
           IF  SR-FOUND = 1
               MOVE  "U"  TO SNRLOG-ACT
               ADD  1  TO SR-UCNT
           ELSE
               MOVE  "I"  TO SNRLOG-ACT
               ADD  1  TO SR-ICNT
           END-IF
           CALL "DB_Insert" USING
            SNRLOG_PNAME1 SNRLOG_LNAME SNRLOG-REC RETURNING RET.
           GO TO SR-RUN-010.
       SR-RUN-090.
           MOVE  4  TO SR-OP.
           PERFORM  RS-RTN  THRU  RS-RTN-EXIT.
           CALL "DB_F_Close" USING
            BY REFERENCE SNP-F_IDLST SNP-F_PNAME1.
       SR-RUN-RTN-EXIT.
           EXIT.
      *
      *    RS-RTN  -  SR-OP on master SR-FILE: 1 = open I-O,
      *    2 = read the live record for SNP-R (SR-FOUND, SR-BEFORE),
      *    3 = write SNP-DATA back, 4 = close.
      *
       RS-RTN.
           IF  SR-FILE = 1
               PERFORM  RS-SHM-RTN  THRU  RS-SHM-RTN-EXIT
           END-IF
           IF  SR-FILE = 2
               PERFORM  RS-TCM-RTN  THRU  RS-TCM-RTN-EXIT
           END-IF
           IF  SR-FILE = 3
               PERFORM  RS-TM-RTN   THRU  RS-TM-RTN-EXIT
           END-IF
           IF  SR-FILE = 4
               PERFORM  RS-THT-RTN  THRU  RS-THT-RTN-EXIT
           END-IF
           IF  SR-FILE = 5
               PERFORM  RS-THC-RTN  THRU  RS-THC-RTN-EXIT
           END-IF
           IF  SR-FILE = 6
               PERFORM  RS-KMK-RTN  THRU  RS-KMK-RTN-EXIT
           END-IF
           IF  SR-FILE = 7
               PERFORM  RS-JCN-RTN  THRU  RS-JCN-RTN-EXIT
           END-IF
           IF  SR-FILE = 8
               PERFORM  RS-TAN-RTN  THRU  RS-TAN-RTN-EXIT
           END-IF.
       RS-RTN-EXIT.
           EXIT.
      *
       RS-SHM-RTN.
           IF  SR-OP = 1
               CALL "DB_F_Open" USING
                "I-O" SHM_PNAME1 "SHARED" BY REFERENCE SHM_IDLST "1"
                "SHM-KEY" BY REFERENCE SHM-KEY
               GO TO RS-SHM-RTN-EXIT
           END-IF
           IF  SR-OP = 4
               CALL "DB_F_Close" USING
                BY REFERENCE SHM_IDLST SHM_PNAME1
               GO TO RS-SHM-RTN-EXIT
           END-IF
           MOVE  SNP-DATA  TO SHM-R.
           IF  SR-OP = 3
               GO TO RS-SHM-030
           END-IF
           CALL "DB_Read" USING
            "INVALID KEY" SHM_PNAME1 BY REFERENCE SHM-R " "
            RETURNING RET.
           IF  RET = 1
               MOVE  0      TO SR-FOUND
               MOVE  SPACE  TO SR-BEFORE
           ELSE
               MOVE  1      TO SR-FOUND
               MOVE  SHM-R  TO SR-BEFORE
           END-IF
           GO TO RS-SHM-RTN-EXIT.
       RS-SHM-030.
           IF  SR-FOUND = 1
               CALL "DB_Update" USING
                SHM_PNAME1 SHM_LNAME SHM-R RETURNING RET
           ELSE
               CALL "DB_Insert" USING
                SHM_PNAME1 SHM_LNAME SHM-R RETURNING RET
           END-IF.
       RS-SHM-RTN-EXIT.
           EXIT.
      *
       RS-TCM-RTN.
           IF  SR-OP = 1
               CALL "DB_F_Open" USING
                "I-O" TC-M_PNAME1 "SHARED" BY REFERENCE TC-M_IDLST "1"
                "TC-KEY" BY REFERENCE TC-KEY
               GO TO RS-TCM-RTN-EXIT
           END-IF
           IF  SR-OP = 4
               CALL "DB_F_Close" USING
                BY REFERENCE TC-M_IDLST TC-M_PNAME1
               GO TO RS-TCM-RTN-EXIT
           END-IF
           MOVE  SNP-DATA  TO TC-R.
           IF  SR-OP = 3
               GO TO RS-TCM-030
           END-IF
           CALL "DB_Read" USING
            "INVALID KEY" TC-M_PNAME1 BY REFERENCE TC-R " "
            RETURNING RET.
           IF  RET = 1
               MOVE  0      TO SR-FOUND
               MOVE  SPACE  TO SR-BEFORE
           ELSE
               MOVE  1      TO SR-FOUND
               MOVE  TC-R   TO SR-BEFORE
           END-IF
           GO TO RS-TCM-RTN-EXIT.
       RS-TCM-030.
           IF  SR-FOUND = 1
               CALL "DB_Update" USING
                TC-M_PNAME1 TC-M_LNAME TC-R RETURNING RET
           ELSE
               CALL "DB_Insert" USING
                TC-M_PNAME1 TC-M_LNAME TC-R RETURNING RET
           END-IF.
       RS-TCM-RTN-EXIT.
           EXIT.
      *
       RS-TM-RTN.
           IF  SR-OP = 1
               CALL "DB_F_Open" USING
                "I-O" T-M_PNAME1 "SHARED" BY REFERENCE T-M_IDLST
                "2" "T-KEY" BY REFERENCE T-KEY "T-KEY2" BY REFERENCE
                T-KEY2
               GO TO RS-TM-RTN-EXIT
           END-IF
           IF  SR-OP = 4
               CALL "DB_F_Close" USING
                BY REFERENCE T-M_IDLST T-M_PNAME1
               GO TO RS-TM-RTN-EXIT
           END-IF
           MOVE  SNP-DATA  TO T-R.
           IF  SR-OP = 3
               GO TO RS-TM-030
           END-IF
           CALL "DB_Read" USING
            "INVALID KEY" T-M_PNAME1 BY REFERENCE T-R " "
            RETURNING RET.
           IF  RET = 1
               MOVE  0      TO SR-FOUND
               MOVE  SPACE  TO SR-BEFORE
           ELSE
               MOVE  1      TO SR-FOUND
               MOVE  T-R    TO SR-BEFORE
           END-IF
           GO TO RS-TM-RTN-EXIT.
       RS-TM-030.
           IF  SR-FOUND = 1
               CALL "DB_Update" USING
                T-M_PNAME1 T-M_LNAME T-R RETURNING RET
           ELSE
               CALL "DB_Insert" USING
                T-M_PNAME1 T-M_LNAME T-R RETURNING RET
           END-IF.
       RS-TM-RTN-EXIT.
           EXIT.
      *
       RS-THT-RTN.
           IF  SR-OP = 1
               CALL "DB_F_Open" USING
                "I-O" THTM_PNAME1 "SHARED" BY REFERENCE THTM_IDLST
                "2" "THT-KEY" BY REFERENCE THT-KEY "THT-KEY2" BY
                REFERENCE THT-KEY2
               GO TO RS-THT-RTN-EXIT
           END-IF
           IF  SR-OP = 4
               CALL "DB_F_Close" USING
                BY REFERENCE THTM_IDLST THTM_PNAME1
               GO TO RS-THT-RTN-EXIT
           END-IF
           MOVE  SNP-DATA  TO THT-R.
           IF  SR-OP = 3
               GO TO RS-THT-030
           END-IF
           CALL "DB_Read" USING
            "INVALID KEY" THTM_PNAME1 BY REFERENCE THT-R " "
            RETURNING RET.
           IF  RET = 1
               MOVE  0      TO SR-FOUND
               MOVE  SPACE  TO SR-BEFORE
           ELSE
               MOVE  1      TO SR-FOUND
               MOVE  THT-R  TO SR-BEFORE
           END-IF
           GO TO RS-THT-RTN-EXIT.
       RS-THT-030.
           IF  SR-FOUND = 1
               CALL "DB_Update" USING
                THTM_PNAME1 THTM_LNAME THT-R RETURNING RET
           ELSE
               CALL "DB_Insert" USING
                THTM_PNAME1 THTM_LNAME THT-R RETURNING RET
           END-IF.
       RS-THT-RTN-EXIT.
           EXIT.
      *
       RS-THC-RTN.
           IF  SR-OP = 1
               CALL "DB_F_Open" USING
                "I-O" THTC_PNAME1 "SHARED" BY REFERENCE THTC_IDLST
                "2" "THC-KEY" BY REFERENCE THC-KEY "THC-KEY2" BY
                REFERENCE THC-KEY2
               GO TO RS-THC-RTN-EXIT
           END-IF
           IF  SR-OP = 4
               CALL "DB_F_Close" USING
                BY REFERENCE THTC_IDLST THTC_PNAME1
               GO TO RS-THC-RTN-EXIT
           END-IF
           MOVE  SNP-DATA  TO THC-R.
           IF  SR-OP = 3
               GO TO RS-THC-030
           END-IF
           CALL "DB_Read" USING
            "INVALID KEY" THTC_PNAME1 BY REFERENCE THC-R " "
            RETURNING RET.
           IF  RET = 1
               MOVE  0      TO SR-FOUND
               MOVE  SPACE  TO SR-BEFORE
           ELSE
               MOVE  1      TO SR-FOUND
               MOVE  THC-R  TO SR-BEFORE
           END-IF
           GO TO RS-THC-RTN-EXIT.
       RS-THC-030.
           IF  SR-FOUND = 1
               CALL "DB_Update" USING
                THTC_PNAME1 THTC_LNAME THC-R RETURNING RET
           ELSE
               CALL "DB_Insert" USING
                THTC_PNAME1 THTC_LNAME THC-R RETURNING RET
           END-IF.
       RS-THC-RTN-EXIT.
           EXIT.
      *
       RS-KMK-RTN.
           IF  SR-OP = 1
               CALL "DB_F_Open" USING
                "I-O" KMK-M_PNAME1 "SHARED" BY REFERENCE KMK-M_IDLST
                "1" "KMK-KEY" BY REFERENCE KMK-KEY
               GO TO RS-KMK-RTN-EXIT
           END-IF
           IF  SR-OP = 4
               CALL "DB_F_Close" USING
                BY REFERENCE KMK-M_IDLST KMK-M_PNAME1
               GO TO RS-KMK-RTN-EXIT
           END-IF
           MOVE  SNP-DATA  TO KMK-R.
           IF  SR-OP = 3
               GO TO RS-KMK-030
           END-IF
           CALL "DB_Read" USING
            "INVALID KEY" KMK-M_PNAME1 BY REFERENCE KMK-R " "
            RETURNING RET.
           IF  RET = 1
               MOVE  0      TO SR-FOUND
               MOVE  SPACE  TO SR-BEFORE
           ELSE
               MOVE  1      TO SR-FOUND
               MOVE  KMK-R  TO SR-BEFORE
           END-IF
           GO TO RS-KMK-RTN-EXIT.
       RS-KMK-030.
           IF  SR-FOUND = 1
               CALL "DB_Update" USING
                KMK-M_PNAME1 KMK-M_LNAME KMK-R RETURNING RET
           ELSE
               CALL "DB_Insert" USING
                KMK-M_PNAME1 KMK-M_LNAME KMK-R RETURNING RET
           END-IF.
       RS-KMK-RTN-EXIT.
           EXIT.
      *
       RS-JCN-RTN.
           IF  SR-OP = 1
               CALL "DB_F_Open" USING
                "I-O" JCON_PNAME1 "SHARED" BY REFERENCE JCON_IDLST "1"
                "JCON2-KEY" BY REFERENCE JCON2-KEY
               GO TO RS-JCN-RTN-EXIT
           END-IF
           IF  SR-OP = 4
               CALL "DB_F_Close" USING
                BY REFERENCE JCON_IDLST JCON_PNAME1
               GO TO RS-JCN-RTN-EXIT
           END-IF
           MOVE  SNP-DATA  TO JCON-R.
           IF  SR-OP = 3
               GO TO RS-JCN-030
           END-IF
           CALL "DB_Read" USING
            "INVALID KEY" JCON_PNAME1 BY REFERENCE JCON-R " "
            RETURNING RET.
           IF  RET = 1
               MOVE  0       TO SR-FOUND
               MOVE  SPACE   TO SR-BEFORE
           ELSE
               MOVE  1       TO SR-FOUND
               MOVE  JCON-R  TO SR-BEFORE
           END-IF
           GO TO RS-JCN-RTN-EXIT.
       RS-JCN-030.
           IF  SR-FOUND = 1
               CALL "DB_Update" USING
                JCON_PNAME1 JCON_LNAME JCON-R RETURNING RET
           ELSE
               CALL "DB_Insert" USING
                JCON_PNAME1 JCON_LNAME JCON-R RETURNING RET
           END-IF.
       RS-JCN-RTN-EXIT.
           EXIT.
      *
       RS-TAN-RTN.
           IF  SR-OP = 1
               CALL "DB_F_Open" USING
                "I-O" TANAM_PNAME1 "SHARED" BY REFERENCE TANAM_IDLST "1"
                "TANAM-KEY" BY REFERENCE TANAM-KEY
               GO TO RS-TAN-RTN-EXIT
           END-IF
           IF  SR-OP = 4
               CALL "DB_F_Close" USING
                BY REFERENCE TANAM_IDLST TANAM_PNAME1
               GO TO RS-TAN-RTN-EXIT
           END-IF
           MOVE  SNP-DATA  TO TANAM-R.
           IF  SR-OP = 3
               GO TO RS-TAN-030
           END-IF
           CALL "DB_Read" USING
            "INVALID KEY" TANAM_PNAME1 BY REFERENCE TANAM-R " "
            RETURNING RET.
           IF  RET = 1
               MOVE  0        TO SR-FOUND
               MOVE  SPACE    TO SR-BEFORE
           ELSE
               MOVE  1        TO SR-FOUND
               MOVE  TANAM-R  TO SR-BEFORE
           END-IF
           GO TO RS-TAN-RTN-EXIT.
       RS-TAN-030.
           IF  SR-FOUND = 1
               CALL "DB_Update" USING
                TANAM_PNAME1 TANAM_LNAME TANAM-R RETURNING RET
           ELSE
               CALL "DB_Insert" USING
                TANAM_PNAME1 TANAM_LNAME TANAM-R RETURNING RET
           END-IF.
       RS-TAN-RTN-EXIT.
           EXIT.
      *
       R-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_F_Close" USING
            BY REFERENCE SNG_IDLST SNG_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE SNRLOG_IDLST SNRLOG_PNAME1.
           CALL "DB_Close".
           STOP RUN.
