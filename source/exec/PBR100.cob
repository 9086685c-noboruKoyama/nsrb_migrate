       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PBR100.
      *********************************************************
      *    PROGRAM         :  PRE-SEASON BOOKING COVERAGE      *
      *    PRINTER TYPE    :  JIPS                             *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    every open PBKF booking's still-unreleased pairs set
      *    against the inbound POF line it is linked to: the line's
      *    open quantity per size slot (ordered less received) is
      *    handed out over its bookings in the order POR100 will
      *    release them on arrival -- customer TC-PRI first (1 =
      *    first call, zero after every keyed priority, ALO100's
      *    rule), booking date within it -- and each booking prints
      *    COVERED, SHORT (part covered) or UNCOVERED.  a booking
      *    with no PO linked, or linked to a line since received in
      *    full or cancelled, is uncovered.  the note column flags
      *    a line due after the month the customer asked for (LATE)
      *    and one still held for open-to-buy approval (HELD).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SYSTEM3100.
       OBJECT-COMPUTER. SYSTEM3100.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  PB-DMM                 PIC  9(001)      VALUE ZERO.
       01  PB-IX                  PIC  9(004)      VALUE ZERO.
       01  PB-JX                  PIC  9(004)      VALUE ZERO.
       01  PB-LIMIT               PIC  9(004)      VALUE ZERO.
       01  PB-SX                  PIC  9(002)      VALUE ZERO.
       01  PB-OVFL                PIC  9(006)      VALUE ZERO.
       01  PB-POF                 PIC  9(001)      VALUE ZERO.
       01  PB-LPO                 PIC  9(008)      VALUE ZERO.
       01  PB-WPO                 PIC  9(008)      VALUE ZERO.
       01  PB-CNT1                PIC  9(006)      VALUE ZERO.
       01  PB-CNT2                PIC  9(006)      VALUE ZERO.
       01  PB-CNT3                PIC  9(006)      VALUE ZERO.
       01  PB-TOPEN               PIC S9(008)      VALUE ZERO.
       01  PB-TCOV                PIC S9(008)      VALUE ZERO.
      *    the linked line's open pairs per size slot, worked down
      *    as its bookings take them.
       01  PB-AVL-TBL.
           02  PB-AVL             PIC S9(006)  OCCURS  10.
      *    open bookings, sorted PO line / size slot / priority /
      *    booking date; unlinked bookings (PO zero) sort first.
       01  BK-CNT                 PIC  9(004)      VALUE ZERO.
       01  BK-TBL.
           02  BK-ENT   OCCURS  1000.
               03  BK-SRTKEY.
                   04  BK-PONO    PIC  9(006).
                   04  BK-POLN    PIC  9(002).
                   04  BK-SIZ     PIC  9(001).
                   04  BK-PRI     PIC  9(002).
                   04  BK-NGP     PIC  9(008).
               03  BK-TCD         PIC  9(004).
               03  BK-CCD         PIC  9(003).
               03  BK-HCD         PIC  9(006).
               03  BK-DNG         PIC  9(006).
               03  BK-OPEN        PIC S9(005).
               03  BK-COV         PIC S9(005).
       01  BK-TMP                 PIC  X(048).
       01  WORK-TODATE.
           02  WORK-TD-YY         PIC  9(002).
           02  WORK-TD-MM         PIC  9(002).
           02  WORK-TD-DD         PIC  9(002).
       01  W-TODAY                PIC  9(008)      VALUE ZERO.
       01  PRN-R                  PIC  X(132).
       77  RESP                   PIC  9(001).
       01  WORK-PB-HD             PIC  X(050)      VALUE
            "*** PRE-SEASON BOOKING COVERAGE ***".
       01  WORK-PB-PER.
           02  F                  PIC  X(06)  VALUE  "AS AT ".
           02  WORK-PB-DATE       PIC  9(008).
       01  WORK-PB-COLHD.
           02  F                  PIC  X(036)      VALUE
                "CUSTOMER  ITEM   SZ DLV-M  PR  OPEN ".
           02  F                  PIC  X(047)      VALUE
                " PO-LINE   DUE      COVER SHORT  STATUS    NOTE".
       01  WORK-PB.
           02  WORK-PB-TCD        PIC  9(004).
           02  F                  PIC  X(01)  VALUE  "-".
           02  WORK-PB-CCD        PIC  9(003).
           02  F                  PIC  X(02).
           02  WORK-PB-HCD        PIC  9(006).
           02  F                  PIC  X(01).
           02  WORK-PB-SIZ        PIC  9(001).
           02  F                  PIC  X(02).
           02  WORK-PB-DNG        PIC  9(006).
           02  F                  PIC  X(01).
           02  WORK-PB-PRI        PIC  Z9.
           02  F                  PIC  X(01).
           02  WORK-PB-OPEN       PIC  ZZZZ9.
           02  F                  PIC  X(02).
           02  WORK-PB-PONO       PIC  9(006).
           02  WORK-PB-PODASH     PIC  X(01).
           02  WORK-PB-POLN       PIC  9(002).
           02  WORK-PB-POX  REDEFINES  WORK-PB-POLN  PIC  X(002).
           02  F                  PIC  X(01).
           02  WORK-PB-DUE        PIC  9(008).
           02  WORK-PB-DUEX REDEFINES  WORK-PB-DUE   PIC  X(008).
           02  F                  PIC  X(01).
           02  WORK-PB-COV        PIC  ZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-PB-SHT        PIC  ZZZZ9.
           02  F                  PIC  X(02).
           02  WORK-PB-STAT       PIC  X(009).
           02  F                  PIC  X(01).
           02  WORK-PB-NOTE       PIC  X(004).
       01  WORK-PB-TOT.
           02  F                  PIC  X(09)  VALUE  "COVERED  ".
           02  WORK-PB-CNT1       PIC  ZZZZZ9.
           02  F                  PIC  X(09)  VALUE  "  SHORT  ".
           02  WORK-PB-CNT2       PIC  ZZZZZ9.
           02  F                  PIC  X(13)  VALUE  "  UNCOVERED  ".
           02  WORK-PB-CNT3       PIC  ZZZZZ9.
           02  F                  PIC  X(14)  VALUE  "  OPEN PAIRS  ".
           02  WORK-PB-TOPEN      PIC  ZZZZZZZ9.
           02  F                  PIC  X(09)  VALUE  "  COVER  ".
           02  WORK-PB-TCOV       PIC  ZZZZZZZ9.
       01  WORK-PB-OV.
           02  F                  PIC  X(28)  VALUE
                "BOOKINGS NOT REPORTED       ".
           02  WORK-PB-OVFL       PIC  ZZZZZ9.
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
      *FD  PBKF
           COPY LIPBKF.
      *FD  TC-M
           COPY LITCM.
      *FD  POF
           COPY LIPOF.
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
                "PRE-SEASON BOOKING COVERAGE".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-ACP.
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
             03  E-ME1   PIC  X(030) VALUE
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
            "C-MID" " " "0" "0" "60" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-MID" "X" "3" "10" "40" " " "C-MID" RETURNING RESU.
       CALL "SD_Init" USING
            "02C-MID" "X" "16" "10" "20" "01C-MID" " " RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "1" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "16" "31" "1" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-DMM" BY REFERENCE PB-DMM "1" "0" RETURNING RESU.
      *C-ERR
       CALL "SD_Init" USING
            "C-ERR" " " "0" "0" "37" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-ERR" " " "24" "0" "37" " " "C-ERR" RETURNING RESU.
       CALL "SD_Init" USING
            "E-STAT" "X" "24" "10" "2" " " "01C-ERR" RETURNING RESU.
       CALL "SD_From" USING
            "E-STAT" BY REFERENCE ERR-STAT "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME1" "X" "24" "15" "30" "E-STAT" " " RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME99" "X" "24" "75" "5" "E-ME1" " " RETURNING RESU.
      *
           ACCEPT USER_ID FROM ARGUMENT-VALUE.
           ACCEPT COMPLETION_CODE FROM ARGUMENT-VALUE.
      *
       R-05.
           MOVE    SPACE    TO  ERR-STAT.
           MOVE    ZERO     TO  RESU.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "SD_Output" USING "C-MID" C-MID "p" RETURNING RESU.
           MOVE  ZERO  TO PB-DMM BK-CNT PB-OVFL PB-CNT1 PB-CNT2
                          PB-CNT3 PB-TOPEN PB-TCOV.
       R-20.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = PF9
               CALL "C3_Set_Jrcode" USING
                USER_ID BY REFERENCE COMPLETION_CODE  255
               GO TO R-95
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-20
           END-IF
           IF  PB-DMM NOT = 1  AND  9
               GO TO R-20
           END-IF
           IF  PB-DMM = 9
               GO TO R-05
           END-IF
      *
           ACCEPT  WORK-TODATE  FROM  DATE.
           COMPUTE  W-TODAY = (2000 + WORK-TD-YY) * 10000
                            + WORK-TD-MM * 100 + WORK-TD-DD.
           INITIALIZE BK-TBL.
           PERFORM  BK-LOAD-RTN  THRU  BK-LOAD-RTN-EXIT.
           PERFORM  BK-SORT-RTN  THRU  BK-SORT-RTN-EXIT.
           CALL "DB_F_Open" USING
            "INPUT" POF_PNAME1 "SHARED" BY REFERENCE POF_IDLST "1"
            "POF-KEY" BY REFERENCE POF-KEY.
           CALL "PR_Open" RETURNING RESP.
           PERFORM  BK-PRT-RTN   THRU  BK-PRT-RTN-EXIT.
           CALL "PR_Close" RETURNING RESP.
           CALL "DB_F_Close" USING
            BY REFERENCE POF_IDLST POF_PNAME1.
           CALL "SD_Output" USING
            "E-ME1" E-ME1 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO R-05.
      *
      *    BK-LOAD-RTN  -  open bookings with pairs still to release,
      *    each with its head office's TC-PRI (zero as 10).
      *
       BK-LOAD-RTN.
           CALL "DB_F_Open" USING
            "INPUT" TC-M_PNAME1 "SHARED" BY REFERENCE TC-M_IDLST "1"
            "TC-KEY" BY REFERENCE TC-KEY.
           CALL "DB_F_Open" USING
            "INPUT" PBKF_PNAME1 " " BY REFERENCE PBKF_IDLST "0".
       BK-LOAD-010.
           CALL "DB_Read" USING
            "AT END" PBKF_PNAME1 BY REFERENCE PBK-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO BK-LOAD-090
           END-IF
           IF  PBK-STAT NOT = 0  OR  PBK-QTY NOT > PBK-RLQ
               GO TO BK-LOAD-010
           END-IF
           IF  BK-CNT NOT < 1000
               ADD  1  TO PB-OVFL
               GO TO BK-LOAD-010
           END-IF
           ADD   1         TO BK-CNT.
           MOVE  PBK-PONO  TO BK-PONO(BK-CNT).
           MOVE  PBK-POLN  TO BK-POLN(BK-CNT).
           MOVE  PBK-SIZ   TO BK-SIZ(BK-CNT).
           MOVE  PBK-NGP   TO BK-NGP(BK-CNT).
           MOVE  PBK-TCD   TO BK-TCD(BK-CNT) TC-TCD.
           MOVE  PBK-CCD   TO BK-CCD(BK-CNT).
           MOVE  PBK-HCD   TO BK-HCD(BK-CNT).
           MOVE  PBK-DNG   TO BK-DNG(BK-CNT).
           COMPUTE  BK-OPEN(BK-CNT) = PBK-QTY - PBK-RLQ.
           MOVE  ZERO      TO BK-COV(BK-CNT).
           MOVE  1         TO TC-CCD.
           CALL "DB_Read" USING
            "INVALID KEY" TC-M_PNAME1 BY REFERENCE TC-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  ZERO  TO TC-PRI
           END-IF
           IF  TC-PRI = ZERO
               MOVE  10      TO BK-PRI(BK-CNT)
           ELSE
               MOVE  TC-PRI  TO BK-PRI(BK-CNT)
           END-IF
           GO TO BK-LOAD-010.
       BK-LOAD-090.
           CALL "DB_F_Close" USING
            BY REFERENCE PBKF_IDLST PBKF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE TC-M_IDLST TC-M_PNAME1.
       BK-LOAD-RTN-EXIT.
           EXIT.
      *
       BK-SORT-RTN.
           IF  BK-CNT < 2
               GO TO BK-SORT-RTN-EXIT
           END-IF
           COMPUTE  PB-LIMIT = BK-CNT - 1.
           MOVE  1  TO PB-IX.
       BK-SORT-010.
           IF  PB-IX > PB-LIMIT
               GO TO BK-SORT-RTN-EXIT
           END-IF
           COMPUTE  PB-JX = PB-IX + 1.
       BK-SORT-020.
           IF  PB-JX > BK-CNT
               ADD  1  TO PB-IX
               GO TO BK-SORT-010
           END-IF
           IF  BK-SRTKEY(PB-JX) < BK-SRTKEY(PB-IX)
               MOVE  BK-ENT(PB-IX)  TO BK-TMP
               MOVE  BK-ENT(PB-JX)  TO BK-ENT(PB-IX)
               MOVE  BK-TMP         TO BK-ENT(PB-JX)
           END-IF
           ADD  1  TO PB-JX.
           GO TO BK-SORT-020.
       BK-SORT-RTN-EXIT.
           EXIT.
      *
      *    BK-PRT-RTN  -  the coverage lines.  on each new PO line
      *    the POF row is read once and its open slots loaded into
      *    PB-AVL; the bookings under it then take from the slot
      *    in sorted order.
      *
       BK-PRT-RTN.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-PB-HD   TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  W-TODAY      TO WORK-PB-DATE.
           MOVE  WORK-PB-PER  TO PRN-R (11:14).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-PB-COLHD  TO PRN-R (11:83).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  ZERO  TO PB-LPO PB-POF.
           MOVE  1     TO PB-IX.
       BK-PRT-010.
           IF  PB-IX > BK-CNT
               GO TO BK-PRT-090
           END-IF
           COMPUTE  PB-WPO = BK-PONO(PB-IX) * 100 + BK-POLN(PB-IX).
           IF  PB-WPO NOT = PB-LPO
               MOVE  PB-WPO  TO PB-LPO
               PERFORM  PO-GET-RTN  THRU  PO-GET-RTN-EXIT
           END-IF
           MOVE  SPACE            TO PRN-R WORK-PB-NOTE.
           MOVE  BK-TCD(PB-IX)    TO WORK-PB-TCD.
           MOVE  BK-CCD(PB-IX)    TO WORK-PB-CCD.
           MOVE  BK-HCD(PB-IX)    TO WORK-PB-HCD.
           MOVE  BK-SIZ(PB-IX)    TO WORK-PB-SIZ.
           MOVE  BK-DNG(PB-IX)    TO WORK-PB-DNG.
           MOVE  BK-PRI(PB-IX)    TO WORK-PB-PRI.
           MOVE  BK-OPEN(PB-IX)   TO WORK-PB-OPEN.
           ADD   BK-OPEN(PB-IX)   TO PB-TOPEN.
           IF  PB-POF = 0
               MOVE  SPACE  TO WORK-PB-POX WORK-PB-DUEX
                               WORK-PB-PODASH
               MOVE  ZERO   TO WORK-PB-PONO
               IF  BK-PONO(PB-IX) = ZERO
                   MOVE  "NO PO"  TO WORK-PB-NOTE
               ELSE
                   MOVE  BK-PONO(PB-IX)  TO WORK-PB-PONO
                   MOVE  "-"             TO WORK-PB-PODASH
                   MOVE  BK-POLN(PB-IX)  TO WORK-PB-POLN
                   MOVE  "GONE"          TO WORK-PB-NOTE
               END-IF
               GO TO BK-PRT-020
           END-IF
           MOVE  POF-01    TO WORK-PB-PONO.
           MOVE  "-"       TO WORK-PB-PODASH.
           MOVE  POF-02    TO WORK-PB-POLN.
           MOVE  POF-DNGP  TO WORK-PB-DUE.
           COMPUTE  PB-SX = BK-SIZ(PB-IX) + 1.
           IF  PB-AVL(PB-SX) NOT < BK-OPEN(PB-IX)
               MOVE  BK-OPEN(PB-IX)  TO BK-COV(PB-IX)
           ELSE
               IF  PB-AVL(PB-SX) > ZERO
                   MOVE  PB-AVL(PB-SX)  TO BK-COV(PB-IX)
               END-IF
           END-IF
           SUBTRACT  BK-COV(PB-IX)  FROM PB-AVL(PB-SX).
           IF  POF-DNGP / 100 > BK-DNG(PB-IX)
               MOVE  "LATE"  TO WORK-PB-NOTE
           END-IF
           IF  POF-STAT = 8
               MOVE  "HELD"  TO WORK-PB-NOTE
           END-IF.
       BK-PRT-020.
           MOVE  BK-COV(PB-IX)  TO WORK-PB-COV.
           ADD   BK-COV(PB-IX)  TO PB-TCOV.
           COMPUTE  WORK-PB-SHT = BK-OPEN(PB-IX) - BK-COV(PB-IX).
           IF  BK-COV(PB-IX) = BK-OPEN(PB-IX)
               MOVE  "COVERED"    TO WORK-PB-STAT
               ADD   1            TO PB-CNT1
           ELSE
               IF  BK-COV(PB-IX) > ZERO
                   MOVE  "SHORT"      TO WORK-PB-STAT
                   ADD   1            TO PB-CNT2
               ELSE
                   MOVE  "UNCOVERED"  TO WORK-PB-STAT
                   ADD   1            TO PB-CNT3
               END-IF
           END-IF
           MOVE  WORK-PB  TO PRN-R (11:83).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           ADD  1  TO PB-IX.
           GO TO BK-PRT-010.
       BK-PRT-090.
           MOVE  SPACE  TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  PB-CNT1      TO WORK-PB-CNT1.
           MOVE  PB-CNT2      TO WORK-PB-CNT2.
           MOVE  PB-CNT3      TO WORK-PB-CNT3.
           MOVE  PB-TOPEN     TO WORK-PB-TOPEN.
           MOVE  PB-TCOV      TO WORK-PB-TCOV.
           MOVE  WORK-PB-TOT  TO PRN-R (11:88).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           IF  PB-OVFL NOT = ZERO
               MOVE  SPACE        TO PRN-R
               MOVE  PB-OVFL      TO WORK-PB-OVFL
               MOVE  WORK-PB-OV   TO PRN-R (11:34)
               CALL "PR_Write" USING PRN-R RETURNING RESP
           END-IF.
       BK-PRT-RTN-EXIT.
           EXIT.
      *
      *    PO-GET-RTN  -  the booking's PO line, PB-POF 1 when it is
      *    still open or held, with its open pairs per slot.
      *
       PO-GET-RTN.
           MOVE  0  TO PB-POF.
           INITIALIZE PB-AVL-TBL.
           IF  BK-PONO(PB-IX) = ZERO
               GO TO PO-GET-RTN-EXIT
           END-IF
           MOVE  BK-PONO(PB-IX)  TO POF-01.
           MOVE  BK-POLN(PB-IX)  TO POF-02.
           CALL "DB_Read" USING
            "INVALID KEY" POF_PNAME1 BY REFERENCE POF-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO TO PO-GET-RTN-EXIT
           END-IF
           IF  POF-STAT NOT = 0  AND  8
               GO TO PO-GET-RTN-EXIT
           END-IF
           MOVE  1  TO PB-POF.
           MOVE  1  TO PB-SX.
       PO-GET-010.
           IF  PB-SX > 10
               GO TO PO-GET-RTN-EXIT
           END-IF
           COMPUTE  PB-AVL(PB-SX) = POF-OQ(PB-SX) - POF-RQ(PB-SX).
           IF  PB-AVL(PB-SX) < ZERO
               MOVE  ZERO  TO PB-AVL(PB-SX)
           END-IF
           ADD  1  TO PB-SX.
           GO TO PO-GET-010.
       PO-GET-RTN-EXIT.
           EXIT.
      *
       R-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_Close".
           STOP RUN.
