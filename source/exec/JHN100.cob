      *    SCREEN          :  ******                            *
      *        CHANGE      :  26/08/21                         *
      *        CHANGE      :  26/09/02  CARRY LOT NUMBER       *
      *        CHANGE      :  26/10/15  RETURNS ALLOWANCE      *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    captures a customer return against a shipped item --
      *    fresh DB_Insert, and a key already on file is rejected so
      *    the operator keys a new line sequence instead of silently
      *    overwriting an earlier return.
      *    where the returning store's head office has a returns-
      *    allowance agreement in force (RAF), the return is
      *    measured before it is confirmed: the returns so far in
      *    the agreement's period plus this one against the
      *    agreed percent of the period's JSJDRF shipments to the
      *    chain, in pairs or at the THTM any-size price as the
      *    agreement says (each return priced off its slip line,
      *    the RDS100 trace).  over the allowance, or under a
      *    reason the agreement does not accept, the return goes
      *    through only on a supervisor's override -- an operator
      *    other than the one keying it who holds OPAM authority
      *    for RAL100, the agreement program -- and the supervisor
      *    is kept on the return (JSJDH-OVRBY).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02  WORK-TD-YY         PIC  9(002).
           02  WORK-TD-MM         PIC  9(002).
           02  WORK-TD-DD         PIC  9(002).
      *    returns-allowance check -- the head office and its
      *    agreement, the period's shipments and returns measured
      *    the agreement's way, and the record being keyed held
      *    aside while JSJDHF is scanned.  RA-WARN: 0 = within the
      *    agreement, 1 = over the allowance, 2 = reason not
      *    accepted.
       01  RA-FND                 PIC  9(001)      VALUE ZERO.
       01  RA-WARN                PIC  9(001)      VALUE ZERO.
       01  RA-HQ                  PIC  9(004)      VALUE ZERO.
       01  RA-WHQ                 PIC  9(004)      VALUE ZERO.
       01  RA-PTCD                PIC  9(004)      VALUE ZERO.
       01  RA-ITEM                PIC  9(006)      VALUE ZERO.
       01  RA-NITEM               PIC  9(006)      VALUE ZERO.
       01  RA-TAN                 PIC  9(005)      VALUE ZERO.
       01  RA-FROM                PIC  9(008)      VALUE ZERO.
       01  RA-PM                  PIC  9(002)      VALUE ZERO.
       01  RA-PQ                  PIC  9(002)      VALUE ZERO.
       01  RA-PS                  PIC  9(002)      VALUE ZERO.
       01  RA-IX                  PIC  9(003)      VALUE ZERO.
       01  RA-RSNANY              PIC  9(001)      VALUE ZERO.
       01  RA-RSNHIT              PIC  9(001)      VALUE ZERO.
       01  RA-SHP                 PIC S9(011)      VALUE ZERO.
       01  RA-RTD                 PIC S9(011)      VALUE ZERO.
       01  RA-NEW                 PIC S9(011)      VALUE ZERO.
       01  RA-ALW                 PIC S9(011)      VALUE ZERO.
       01  RA-RTDD                PIC  ZZZZZZZZZZZ.
       01  RA-ALWD                PIC  ZZZZZZZZZZZ.
       01  RA-OVRBY               PIC  X(006)      VALUE SPACE.
       01  RA-SAVE                PIC  X(051).
       01  WORK-RA-ALW.
           02  WORK-RA-PCT        PIC  Z9.99.
           02  F                  PIC  X(02)  VALUE  "% ".
           02  WORK-RA-BASIS      PIC  X(06).
           02  F                  PIC  X(01).
           02  WORK-RA-PMON       PIC  Z9.
           02  F                  PIC  X(04)  VALUE  " MTH".
      *    the period's earlier returns by slip, each priced off its
      *    JSJDRF slip line's item.
       01  RR-CNT                 PIC  9(003)      VALUE ZERO.
       01  RR-FCNT                PIC  9(003)      VALUE ZERO.
       01  RR-IX                  PIC  9(003)      VALUE ZERO.
       01  RR-TBL.
           02  RR-ENT   OCCURS  500.
               03  RR-01          PIC  9(001).
               03  RR-021         PIC  9(004).
               03  RR-022         PIC  9(003).
               03  RR-03          PIC  9(006).
               03  RR-QTY         PIC  9(007).
               03  RR-ITEM        PIC  9(006).
               03  RR-FND         PIC  9(001).
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
      *FD  JSJDHF
           02  JSJDHF_IDLST       PIC  X(100) VALUE SPACE.
           02  JSJDHF_RES         USAGE  POINTER.
           COPY JSJDH.
      *FD  JSJDRF
       01  JSJDRF_JHN100.
           02  JSJDRF_PNAME1      PIC  X(006) VALUE "JSJDRF".
           02  F                  PIC  X(001).
           02  JSJDRF_LNAME       PIC  X(013) VALUE "JSJDRF_JHN100".
           02  F                  PIC  X(001).
           02  JSJDRF_KEY1        PIC  X(100) VALUE SPACE.
           02  JSJDRF_SORT        PIC  X(100) VALUE SPACE.
           02  JSJDRF_IDLST       PIC  X(100) VALUE SPACE.
           02  JSJDRF_RES         USAGE  POINTER.
           COPY JSJDR.
      *FD  TC-M
           COPY LITCM.
      *FD  RAF
           COPY LIRAF.
      *FD  THTM
           COPY LITHTM.
      *FD  OPAM
       01  OPAM_JHN100.
           02  OPAM_PNAME1        PIC  X(006) VALUE "OPAM".
           02  F                  PIC  X(001).
           02  OPAM_LNAME         PIC  X(011) VALUE "OPAM_JHN100".
           02  F                  PIC  X(001).
           02  OPAM_KEY1          PIC  X(100) VALUE SPACE.
           02  OPAM_SORT          PIC  X(100) VALUE SPACE.
           02  OPAM_IDLST         PIC  X(100) VALUE SPACE.
           02  OPAM_RES           USAGE  POINTER.
           COPY OPAM.
      *
       77  ESTAT                  PIC  X(002).
       77  RESU                   PIC  9(001).
                "RETURN QUANTITY".
           02  FILLER  PIC  X(020) VALUE
                "LOT NUMBER".
           02  FILLER  PIC  X(020) VALUE
                "RETURNS ALLOWANCE".
           02  FILLER  PIC  X(020) VALUE
                "RETURNS INCL THIS".
           02  FILLER  PIC  X(020) VALUE
                "ALLOWANCE TO DATE".
           02  FILLER  PIC  X(020) VALUE
                "OVERRIDE BY".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-DSP.
           02  D-ALW      PIC  X(020).
           02  D-RTD      PIC  X(011).
           02  D-ALWQ     PIC  X(011).
       01  C-ACP.
           02  A-WH       PIC  9(001).
           02  A-CUST1    PIC  9(004).
           02  A-SEQ      PIC  9(003).
           02  A-RSN      PIC  9(002).
           02  A-LOT      PIC  X(010).
           02  A-OVR      PIC  X(006).
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
             03  E-ME1   PIC  X(030) VALUE
                  "***  LINE ALREADY ON FILE  ***".
             03  E-ME2   PIC  X(030) VALUE
                  "***  OVER RETURNS ALLOWANCE***".
             03  E-ME3   PIC  X(030) VALUE
                  "***  REASON NOT PERMITTED  ***".
             03  E-ME4   PIC  X(030) VALUE
                  "***  OVERRIDE NOT ALLOWED  ***".
             03  E-ME99  PIC  X(005) VALUE X"1B4205".
           COPY LIBSCR.
       PROCEDURE DIVISION.
           "C-CL" "X" "1" "0" "12" " " "C-CLEAR" RETURNING RESU.
      *C-MID
       CALL "SD_Init" USING
            "C-MID" " " "0" "0" "280" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-MID" "X" "3" "10" "40" " " "C-MID" RETURNING RESU.
       CALL "SD_Init" USING
            "08C-MID" "X" "11" "10" "20" "07C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "09C-MID" "X" "13" "10" "20" "08C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "10C-MID" "X" "14" "10" "20" "09C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "11C-MID" "X" "15" "10" "20" "10C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "12C-MID" "X" "16" "10" "20" "11C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "13C-MID" "X" "18" "10" "20" "12C-MID" " " RETURNING RESU.
      *C-DSP
       CALL "SD_Init" USING
            "C-DSP" " " "0" "0" "42" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "D-ALW" "X" "13" "31" "20" " " "C-DSP" RETURNING RESU.
       CALL "SD_From" USING
            "D-ALW" BY REFERENCE WORK-RA-ALW "20" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "D-RTD" "X" "14" "31" "11" "D-ALW" " " RETURNING RESU.
       CALL "SD_From" USING
            "D-RTD" BY REFERENCE RA-RTDD "11" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "D-ALWQ" "X" "15" "31" "11" "D-RTD" " " RETURNING RESU.
       CALL "SD_From" USING
            "D-ALWQ" BY REFERENCE RA-ALWD "11" "0" RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "35" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-WH" "9" "5" "31" "1" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
       CALL "SD_Using" USING
            "A-LOT" BY REFERENCE JSJDH-LOT "10" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-OVR" "X" "16" "31" "6" "A-LOT" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-OVR" BY REFERENCE RA-OVRBY "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "18" "31" "1" "A-OVR" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DMM" BY REFERENCE M-DMM "1" "0" RETURNING RESU.
      *C-ERR
       CALL "SD_Init" USING
            "C-ERR" " " "0" "0" "127" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-ERR" " " "24" "0" "127" " " "C-ERR" RETURNING RESU.
       CALL "SD_Init" USING
            "E-STAT" "X" "24" "10" "2" " " "01C-ERR" RETURNING RESU.
       CALL "SD_From" USING
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
            "I-O" JSJDHF_PNAME1 "SHARED" BY REFERENCE JSJDHF_IDLST "1".
           CALL "DB_F_Open" USING
            "INPUT" TC-M_PNAME1 "SHARED" BY REFERENCE TC-M_IDLST "1"
            "TC-KEY" BY REFERENCE TC-KEY.
           CALL "DB_F_Open" USING
            "INPUT" RAF_PNAME1 "SHARED" BY REFERENCE RAF_IDLST "1"
            "RA-KEY" BY REFERENCE RA-KEY.
           CALL "DB_F_Open" USING
            "INPUT" THTM_PNAME1 "SHARED" BY REFERENCE THTM_IDLST
            "2" "THT-KEY" BY REFERENCE THT-KEY "THT-KEY2" BY
            REFERENCE THT-KEY2.
           CALL "DB_F_Open" USING
            "INPUT" OPAM_PNAME1 "SHARED" BY REFERENCE OPAM_IDLST "1"
            "OPA-KEY" BY REFERENCE OPA-KEY.
      *
       M-05.
           MOVE    SPACE    TO  ERR-STAT.
           MOVE    ZERO     TO  RESU.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "SD_Output" USING "C-MID" C-MID "p" RETURNING RESU.
           MOVE  ZERO   TO M-DUP  M-DMM  RA-WARN.
           MOVE  SPACE  TO RA-OVRBY.
           INITIALIZE JSJDH-REC.
       M-10.
           CALL "SD_Accept" USING BY REFERENCE A-WH "A-WH" "9" "1"
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-22
           END-IF.
       M-25.
           PERFORM  RA-CHK-RTN  THRU  RA-CHK-RTN-EXIT.
           MOVE  SPACE  TO RA-OVRBY.
           CALL "SD_Output" USING "C-DSP" C-DSP "p" RETURNING RESU.
           CALL "SD_Output" USING "A-OVR" A-OVR "p" RETURNING RESU.
           IF  RA-WARN = 0
               GO TO M-30
           END-IF
           IF  RA-WARN = 2
               CALL "SD_Output" USING
                "E-ME3" E-ME3 "p" RETURNING RESU
           ELSE
               CALL "SD_Output" USING
                "E-ME2" E-ME2 "p" RETURNING RESU
           END-IF
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
      *
      *    the supervisor's override.  left blank the return can
      *    only be abandoned (NO=9) at the confirm.
      *
       M-26.
           CALL "SD_Accept" USING BY REFERENCE A-OVR "A-OVR" "X" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-22
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-26
           END-IF
           IF  RA-OVRBY = SPACE
               GO TO M-30
           END-IF
           IF  RA-OVRBY = USER_ID
               GO TO M-27
           END-IF
           MOVE  RA-OVRBY  TO OPA-USER.
           MOVE  "RAL100"  TO OPA-PGM.
           CALL "DB_Read" USING
            "INVALID KEY" OPAM_PNAME1 BY REFERENCE OPA-REC "UNLOCK"
            RETURNING RET.
           IF  RET = 0
               GO TO M-30
           END-IF.
       M-27.
           CALL "SD_Output" USING
            "E-ME4" E-ME4 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO M-26.
       M-30.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               IF  RA-WARN = 0
                   GO TO M-22
               ELSE
                   GO TO M-26
               END-IF
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-30
           END-IF
           IF  M-DMM = 9
               GO TO M-05
           END-IF
           IF  RA-WARN NOT = 0  AND  RA-OVRBY = SPACE
               GO TO M-30
           END-IF.
      *
      *    the operator keys the quantity returned as a positive
      *
           COMPUTE  JSJDH-QTY = 0 - A-QTY.
           MOVE  0  TO JSJDH-07 JSJDH-DSP JSJDH-DSPF.
           MOVE  SPACE  TO JSJDH-OVRBY.
           IF  RA-WARN NOT = 0
               MOVE  RA-OVRBY  TO JSJDH-OVRBY
           END-IF
           CALL "DB_Insert" USING
            JSJDHF_PNAME1 JSJDHF_LNAME JSJDH-REC RETURNING RET.
           GO TO M-05.
      *
      *    RA-CHK-RTN  -  the return being keyed against its head
      *    office's RAF agreement: the period runs from the start
      *    of the agreement's current period to today.  JSJDHF is
      *    held open keyed for the entry, so it is closed for the
      *    sequential pass and reopened, the record being keyed
      *    held aside meanwhile.
      *
       RA-CHK-RTN.
           MOVE  ZERO  TO RA-FND RA-WARN RA-SHP RA-RTD RA-NEW RA-ALW
                          RR-CNT RR-FCNT RA-NITEM RA-RTDD RA-ALWD.
           MOVE  "NO AGREEMENT"  TO WORK-RA-ALW.
           MOVE  JSJDH-021  TO RA-WHQ.
           PERFORM  RA-HQ-RTN  THRU  RA-HQ-RTN-EXIT.
           MOVE  RA-WHQ  TO RA-HQ RA-TCD.
           CALL "DB_Read" USING
            "INVALID KEY" RAF_PNAME1 BY REFERENCE RA-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1  OR  RA-STAT = 9
               GO TO RA-CHK-RTN-EXIT
           END-IF
           MOVE  1  TO RA-FND.
           MOVE  SPACE     TO WORK-RA-ALW.
           MOVE  "% "      TO WORK-RA-ALW (6:2).
           MOVE  " MTH"    TO WORK-RA-ALW (17:4).
           MOVE  RA-PCT    TO WORK-RA-PCT.
           IF  RA-BASIS = 2
               MOVE  "VALUE "  TO WORK-RA-BASIS
           ELSE
               MOVE  "PAIRS "  TO WORK-RA-BASIS
           END-IF
           IF  RA-PMON = ZERO  OR  RA-PMON > 12
               MOVE  12  TO RA-PMON
           END-IF
           MOVE  RA-PMON   TO WORK-RA-PMON.
           COMPUTE  RA-PM = WORK-TD-MM - 1.
           DIVIDE  RA-PMON  INTO  RA-PM  GIVING  RA-PQ.
           COMPUTE  RA-PS = RA-PQ * RA-PMON + 1.
           COMPUTE  RA-FROM = (2000 + WORK-TD-YY) * 10000
                  + RA-PS * 100 + 1.
           PERFORM  RA-RSN-RTN  THRU  RA-RSN-RTN-EXIT.
           MOVE  JSJDH-REC  TO RA-SAVE.
           CALL "DB_F_Close" USING
            BY REFERENCE JSJDHF_IDLST JSJDHF_PNAME1.
           CALL "DB_F_Open" USING
            "INPUT" JSJDHF_PNAME1 " " BY REFERENCE JSJDHF_IDLST "0".
       RA-CHK-010.
           CALL "DB_Read" USING
            "AT END" JSJDHF_PNAME1 BY REFERENCE JSJDH-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO RA-CHK-020
           END-IF
           IF  JSJDH-NGP < RA-FROM  OR  JSJDH-QTY NOT < ZERO
               GO TO RA-CHK-010
           END-IF
           MOVE  JSJDH-021  TO RA-WHQ.
           PERFORM  RA-HQ-RTN  THRU  RA-HQ-RTN-EXIT.
           IF  RA-WHQ NOT = RA-HQ
               GO TO RA-CHK-010
           END-IF
           PERFORM  RR-ACC-RTN  THRU  RR-ACC-RTN-EXIT.
           IF  RR-IX = ZERO
               GO TO RA-CHK-010
           END-IF
           COMPUTE  RR-QTY(RR-IX) = RR-QTY(RR-IX) - JSJDH-QTY.
           GO TO RA-CHK-010.
       RA-CHK-020.
           CALL "DB_F_Close" USING
            BY REFERENCE JSJDHF_IDLST JSJDHF_PNAME1.
           CALL "DB_F_Open" USING
            "I-O" JSJDHF_PNAME1 "SHARED" BY REFERENCE JSJDHF_IDLST "1".
           MOVE  RA-SAVE  TO JSJDH-REC.
           CALL "DB_F_Open" USING
            "INPUT" JSJDRF_PNAME1 " " BY REFERENCE JSJDRF_IDLST "0".
       RA-CHK-030.
           CALL "DB_Read" USING
            "AT END" JSJDRF_PNAME1 BY REFERENCE JSJD-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO RA-CHK-040
           END-IF
           IF  RR-FCNT < RR-CNT
               PERFORM  RR-MAT-RTN  THRU  RR-MAT-RTN-EXIT
           END-IF
           IF  RA-NITEM = ZERO
               AND  JSJD-01  = JSJDH-01   AND  JSJD-021 = JSJDH-021
               AND  JSJD-022 = JSJDH-022  AND  JSJD-03  = JSJDH-03
               MOVE  JSJD-09  TO RA-NITEM
           END-IF
           IF  JSJD-NGP < RA-FROM  OR  JSJD-NGP > JSJDH-NGP
               GO TO RA-CHK-030
           END-IF
           IF  JSJD-05 = 6  OR  JSJD-122 = ZERO
               GO TO RA-CHK-030
           END-IF
           MOVE  JSJD-021  TO RA-WHQ.
           PERFORM  RA-HQ-RTN  THRU  RA-HQ-RTN-EXIT.
           IF  RA-WHQ NOT = RA-HQ
               GO TO RA-CHK-030
           END-IF
           IF  RA-BASIS = 2
               MOVE  JSJD-021  TO RA-PTCD
               MOVE  JSJD-09   TO RA-ITEM
               PERFORM  RA-TAN-RTN  THRU  RA-TAN-RTN-EXIT
               COMPUTE  RA-SHP = RA-SHP + JSJD-122 * RA-TAN
           ELSE
               ADD  JSJD-122  TO RA-SHP
           END-IF
           GO TO RA-CHK-030.
       RA-CHK-040.
           CALL "DB_F_Close" USING
            BY REFERENCE JSJDRF_IDLST JSJDRF_PNAME1.
           MOVE  1  TO RR-IX.
       RA-CHK-050.
           IF  RR-IX > RR-CNT
               GO TO RA-CHK-060
           END-IF
           IF  RA-BASIS = 2
               MOVE  RR-021(RR-IX)   TO RA-PTCD
               MOVE  RR-ITEM(RR-IX)  TO RA-ITEM
               PERFORM  RA-TAN-RTN  THRU  RA-TAN-RTN-EXIT
               COMPUTE  RA-RTD = RA-RTD + RR-QTY(RR-IX) * RA-TAN
           ELSE
               ADD  RR-QTY(RR-IX)  TO RA-RTD
           END-IF
           ADD  1  TO RR-IX.
           GO TO RA-CHK-050.
       RA-CHK-060.
           IF  RA-BASIS = 2
               MOVE  JSJDH-021  TO RA-PTCD
               MOVE  RA-NITEM   TO RA-ITEM
               PERFORM  RA-TAN-RTN  THRU  RA-TAN-RTN-EXIT
               COMPUTE  RA-NEW = A-QTY * RA-TAN
           ELSE
               MOVE  A-QTY  TO RA-NEW
           END-IF
           IF  RA-SHP > ZERO
               COMPUTE  RA-ALW = RA-SHP * RA-PCT / 100
           END-IF
           COMPUTE  RA-RTDD = RA-RTD + RA-NEW.
           MOVE  RA-ALW  TO RA-ALWD.
           IF  RA-RTD + RA-NEW > RA-ALW
               MOVE  1  TO RA-WARN
           END-IF
           IF  RA-RSNANY = 1  AND  RA-RSNHIT = 0
               MOVE  2  TO RA-WARN
           END-IF.
       RA-CHK-RTN-EXIT.
           EXIT.
      *
      *    RA-RSN-RTN  -  whether the agreement accepts JSJDH-RSN;
      *    an agreement listing no reasons accepts them all.
      *
       RA-RSN-RTN.
           MOVE  ZERO  TO RA-RSNANY RA-RSNHIT.
           MOVE  1     TO RA-IX.
       RA-RSN-010.
           IF  RA-IX > 8
               GO TO RA-RSN-RTN-EXIT
           END-IF
           IF  RA-RSN(RA-IX) NOT = ZERO
               MOVE  1  TO RA-RSNANY
               IF  RA-RSN(RA-IX) = JSJDH-RSN
                   MOVE  1  TO RA-RSNHIT
               END-IF
           END-IF
           ADD  1  TO RA-IX.
           GO TO RA-RSN-010.
       RA-RSN-RTN-EXIT.
           EXIT.
      *
      *    RA-HQ-RTN  -  RA-WHQ in = the ship-to, out = its bill-to
      *    head office, BIL100's rule.
      *
       RA-HQ-RTN.
           MOVE  RA-WHQ  TO TC-TCD.
           MOVE  1       TO TC-CCD.
           CALL "DB_Read" USING
            "INVALID KEY" TC-M_PNAME1 BY REFERENCE TC-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0  AND  TC-HQTCD NOT = ZERO
               MOVE  TC-HQTCD  TO RA-WHQ
           END-IF.
       RA-HQ-RTN-EXIT.
           EXIT.
      *
      *    RR-ACC-RTN  -  RR-IX to the JSJDH-REC slip's entry, added
      *    on first sight; zero when the table is full.
      *
       RR-ACC-RTN.
           MOVE  1  TO RR-IX.
       RR-ACC-010.
           IF  RR-IX > RR-CNT
               GO TO RR-ACC-020
           END-IF
           IF  RR-01(RR-IX)  = JSJDH-01   AND  RR-021(RR-IX) = JSJDH-021
               AND  RR-022(RR-IX) = JSJDH-022
               AND  RR-03(RR-IX)  = JSJDH-03
               GO TO RR-ACC-RTN-EXIT
           END-IF
           ADD  1  TO RR-IX.
           GO TO RR-ACC-010.
       RR-ACC-020.
           IF  RR-CNT NOT < 500
               MOVE  ZERO  TO RR-IX
               GO TO RR-ACC-RTN-EXIT
           END-IF
           ADD  1  TO RR-CNT.
           MOVE  RR-CNT     TO RR-IX.
           MOVE  JSJDH-01   TO RR-01(RR-IX).
           MOVE  JSJDH-021  TO RR-021(RR-IX).
           MOVE  JSJDH-022  TO RR-022(RR-IX).
           MOVE  JSJDH-03   TO RR-03(RR-IX).
           MOVE  ZERO       TO RR-QTY(RR-IX) RR-ITEM(RR-IX)
                               RR-FND(RR-IX).
       RR-ACC-RTN-EXIT.
           EXIT.
      *
      *    RR-MAT-RTN  -  the JSJDRF line offered to the returns
      *    still without an item (the slip may be from any date).
      *
       RR-MAT-RTN.
           MOVE  1  TO RR-IX.
       RR-MAT-010.
           IF  RR-IX > RR-CNT
               GO TO RR-MAT-RTN-EXIT
           END-IF
           IF  RR-FND(RR-IX) = ZERO
               AND  RR-01(RR-IX)  = JSJD-01
               AND  RR-021(RR-IX) = JSJD-021
               AND  RR-022(RR-IX) = JSJD-022
               AND  RR-03(RR-IX)  = JSJD-03
               MOVE  JSJD-09  TO RR-ITEM(RR-IX)
               MOVE  1        TO RR-FND(RR-IX)
               ADD   1        TO RR-FCNT
           END-IF
           ADD  1  TO RR-IX.
           GO TO RR-MAT-010.
       RR-MAT-RTN-EXIT.
           EXIT.
      *
      *    RA-TAN-RTN  -  the THTM slot-9 any-size price of RA-ITEM
      *    to RA-PTCD, 0460 pricing under 0458 as RDS100 prices
      *    scrap; zero when the item is unknown or unpriced.
      *
       RA-TAN-RTN.
           MOVE  ZERO  TO RA-TAN.
           IF  RA-ITEM = ZERO
               GO TO RA-TAN-RTN-EXIT
           END-IF
           IF  RA-PTCD = 0460
               MOVE  0458  TO RA-PTCD
           END-IF
           MOVE  RA-PTCD  TO THT-TCD.
           MOVE  RA-ITEM  TO THT-HCD.
           MOVE  9        TO THT-SIZ.
           CALL "DB_Read" USING
            "INVALID KEY" THTM_PNAME1 BY REFERENCE THT-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0
               MOVE  THT-T  TO RA-TAN
           END-IF.
       RA-TAN-RTN-EXIT.
           EXIT.
       M-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_F_Close" USING
            BY REFERENCE JSJDHF_IDLST JSJDHF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE TC-M_IDLST TC-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE RAF_IDLST RAF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE THTM_IDLST THTM_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE OPAM_IDLST OPAM_PNAME1.
           CALL "DB_Close".
           STOP RUN.
