       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         LCA100.
      *********************************************************
      *    PROGRAM         :  IMPORT LANDED COST ALLOCATION    *
      *    PRINTER TYPE    :  JIPS                             *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    SEL-MODE, the same mode-menu idiom as FAD100/TGS100:
      *      1 = take a lot into an import shipment: shipment
      *          reference and line number keyed by the operator,
      *          the LOTF receipt (LOT-NO/LOT-SEQ) validated on
      *          file, and the lot's item, quantity and value at
      *          its supplier's THTM any-size price (LOT100's cost
      *          fold price) captured onto a fresh LCAF row -- a
      *          line already on file is rejected, PON100's shape.
      *      2 = allocate the shipment's charges: freight, duty and
      *          broker fee keyed once, spread across every LCAF
      *          line of the shipment by value or by pairs at the
      *          operator's choice (each share truncated, the last
      *          line taking the remainder so the shares foot to
      *          the invoice exactly).  each lot's share folds into
      *          its item's CST-M value so the weighted average
      *          carries the landed cost, and each charge posts one
      *          SIWAKH line capitalising it -- inventory debited,
      *          the freight/duty/broker account the forwarder's
      *          invoice was expensed to credited -- through the
      *          JCON7 classification-97/98/99 maps with the 9999
      *          fallback, HTEKICD 717.  a shipment already
      *          allocated is refused, and a PLK-M locked month is
      *          refused outright.  the allocation register prints
      *          per lot with the shipment totals.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SYSTEM3100.
       OBJECT-COMPUTER. SYSTEM3100.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  SEL-MODE               PIC  9(001)      VALUE ZERO.
       01  LC-SHNO                PIC  X(010)      VALUE SPACE.
       01  LC-LN                  PIC  9(002)      VALUE ZERO.
       01  LC-LOTNO               PIC  X(010)      VALUE SPACE.
       01  LC-LOTSEQ              PIC  9(003)      VALUE ZERO.
       01  LC-MTHD                PIC  9(001)      VALUE ZERO.
       01  LC-DMM                 PIC  9(001)      VALUE ZERO.
       01  LC-NG                  PIC  9(006)      VALUE ZERO.
       01  LC-TWGT                PIC  9(011)      VALUE ZERO.
       01  LC-SUM                 PIC  9(010)      VALUE ZERO.
       01  LC-LTOT                PIC  9(010)      VALUE ZERO.
       01  LC-GTOT                PIC  9(011)      VALUE ZERO.
       01  LC-TBASE               PIC  9(011)      VALUE ZERO.
       01  LC-TQTY                PIC  9(008)      VALUE ZERO.
       01  LC-ALLOC               PIC  9(001)      VALUE ZERO.
      *    the three charges keyed in mode 2 -- 1 freight, 2 duty,
      *    3 broker -- and the JCON7 classification each posts
      *    through.
       01  LC-CHGT.
           02  LC-CHG             PIC  9(009)  OCCURS 3.
       01  LC-KX                  PIC  9(001)      VALUE ZERO.
      *    the shipment's lines, loaded by LC-LOAD-RTN, spread by
      *    LC-SPRD-RTN.
       01  LC-CNT                 PIC  9(002)      VALUE ZERO.
       01  LC-IX                  PIC  9(002)      VALUE ZERO.
       01  LC-TBL.
           02  LC-ENT   OCCURS  99.
               03  LC-ELN         PIC  9(002).
               03  LC-WGT         PIC  9(010).
               03  LC-SHR         PIC  9(009)  OCCURS 3.
       01  CST-CFND               PIC  9(001)      VALUE ZERO.
       01  POST-DATE              PIC  9(008)      VALUE ZERO.
       01  POST-JUNLNO            PIC  9(006)      VALUE ZERO.
       01  POST-LINENO            PIC  9(002)      VALUE ZERO.
       01  WORK-TODATE.
           02  WORK-TD-YY         PIC  9(002).
           02  WORK-TD-MM         PIC  9(002).
           02  WORK-TD-DD         PIC  9(002).
       01  PRN-R                  PIC  X(132).
       77  RESP                   PIC  9(001).
       01  WORK-LC-HD             PIC  X(050)      VALUE
            "*** IMPORT LANDED COST ALLOCATION ***".
       01  WORK-LC-SH.
           02  F                  PIC  X(10)  VALUE  "SHIPMENT  ".
           02  WORK-LC-SHNO       PIC  X(010).
           02  F                  PIC  X(10)  VALUE  "  METHOD  ".
           02  WORK-LC-MTHD       PIC  X(006).
       01  WORK-LC-COLHD.
           02  F                  PIC  X(052)      VALUE
                "LN LOT-NO     SEQ ITEM      QTY      VALUE   FREIGHT".
           02  F                  PIC  X(031)      VALUE
                "      DUTY    BROKER     LANDED".
       01  WORK-LC.
           02  WORK-LC-LN         PIC  9(002).
           02  F                  PIC  X(01).
           02  WORK-LC-LOTNO      PIC  X(010).
           02  F                  PIC  X(01).
           02  WORK-LC-LOTSEQ     PIC  9(003).
           02  F                  PIC  X(01).
           02  WORK-LC-HCD        PIC  9(006).
           02  F                  PIC  X(01).
           02  WORK-LC-QTY        PIC  ZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-LC-BASE       PIC  ZZZZZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-LC-FRT        PIC  ZZZZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-LC-DUTY       PIC  ZZZZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-LC-BRK        PIC  ZZZZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-LC-LTOT       PIC  ZZZZZZZZZ9.
       01  WORK-LC-TOT.
           02  F                  PIC  X(15)  VALUE  "TOTALS         ".
           02  WORK-LC-TQTY       PIC  ZZZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-LC-TBASE      PIC  ZZZZZZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-LC-TFRT       PIC  ZZZZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-LC-TDUTY      PIC  ZZZZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-LC-TBRK       PIC  ZZZZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-LC-GTOT       PIC  ZZZZZZZZZZ9.
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
           COPY  LIBPLK.
           COPY  L-JCON.
      *FD  KMK-M
           COPY LIKMK.
      *FD  LOTF
           COPY LILOTF.
      *FD  LCAF
           COPY LILCAF.
      *FD  THTM
           COPY LITHTM.
      *FD  CST-M
           COPY LICSTM.
      *FD  SIWAKH
       01  SIWAKH_LCA100.
           02  SIWAKH_PNAME1      PIC  X(006) VALUE "SIWAKH".
           02  F                  PIC  X(001).
           02  SIWAKH_LNAME       PIC  X(013) VALUE "SIWAKH_LCA100".
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
                "IMPORT LANDED COST ALLOCATION".
           02  FILLER  PIC  X(030) VALUE
                "MODE  1=ADD LOT 2=ALLOCATE".
           02  FILLER  PIC  X(020) VALUE
                "SHIPMENT REF".
           02  FILLER  PIC  X(020) VALUE
                "LINE NUMBER".
           02  FILLER  PIC  X(020) VALUE
                "LOT NUMBER".
           02  FILLER  PIC  X(020) VALUE
                "LOT SEQUENCE".
           02  FILLER  PIC  X(020) VALUE
                "METHOD 1=VAL 2=PAIR".
           02  FILLER  PIC  X(020) VALUE
                "FREIGHT".
           02  FILLER  PIC  X(020) VALUE
                "DUTY".
           02  FILLER  PIC  X(020) VALUE
                "BROKER FEE".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-ACP.
           02  A-MODE     PIC  9(001).
           02  A-SHNO     PIC  X(010).
           02  A-LN       PIC  9(002).
           02  A-LOTNO    PIC  X(010).
           02  A-LOTSEQ   PIC  9(003).
           02  A-MTHD     PIC  9(001).
           02  A-FRT      PIC  9(009).
           02  A-DUTY     PIC  9(009).
           02  A-BRK      PIC  9(009).
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
             03  E-ME1   PIC  X(030) VALUE
                  "***  LINE ALREADY ON FILE  ***".
             03  E-ME2   PIC  X(030) VALUE
                  "***  NO SUCH LOT ON LOTF   ***".
             03  E-ME3   PIC  X(030) VALUE
                  "***  ALREADY ALLOCATED     ***".
             03  E-ME4   PIC  X(030) VALUE
                  "***  NO LOTS ON SHIPMENT   ***".
             03  E-ME5   PIC  X(030) VALUE
                  "***  PERIOD LOCKED         ***".
             03  E-ME6   PIC  X(030) VALUE
                  "***  NOTHING TO SPREAD ON  ***".
             03  E-ME7   PIC  X(030) VALUE
                  "***  ALLOCATION COMPLETE   ***".
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
            "C-MID" " " "0" "0" "250" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-MID" "X" "3" "10" "40" " " "C-MID" RETURNING RESU.
       CALL "SD_Init" USING
            "02C-MID" "X" "5" "10" "30" "01C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "03C-MID" "X" "7" "10" "20" "02C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "04C-MID" "X" "9" "10" "20" "03C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "05C-MID" "X" "10" "10" "20" "04C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "06C-MID" "X" "11" "10" "20" "05C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "07C-MID" "X" "13" "10" "20" "06C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "08C-MID" "X" "14" "10" "20" "07C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "09C-MID" "X" "15" "10" "20" "08C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "10C-MID" "X" "16" "10" "20" "09C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "11C-MID" "X" "18" "10" "20" "10C-MID" " " RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "55" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-MODE" "9" "5" "45" "1" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-MODE" BY REFERENCE SEL-MODE "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-SHNO" "X" "7" "31" "10" "A-MODE" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-SHNO" BY REFERENCE LC-SHNO "10" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-LN" "9" "9" "31" "2" "A-SHNO" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-LN" BY REFERENCE LC-LN "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-LOTNO" "X" "10" "31" "10" "A-LN" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-LOTNO" BY REFERENCE LC-LOTNO "10" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-LOTSEQ" "9" "11" "31" "3" "A-LOTNO" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-LOTSEQ" BY REFERENCE LC-LOTSEQ "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-MTHD" "9" "13" "31" "1" "A-LOTSEQ" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-MTHD" BY REFERENCE LC-MTHD "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-FRT" "9" "14" "31" "9" "A-MTHD" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-FRT" BY REFERENCE LC-CHG(1) "9" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DUTY" "9" "15" "31" "9" "A-FRT" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DUTY" BY REFERENCE LC-CHG(2) "9" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-BRK" "9" "16" "31" "9" "A-DUTY" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-BRK" BY REFERENCE LC-CHG(3) "9" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "18" "31" "1" "A-BRK" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DMM" BY REFERENCE LC-DMM "1" "0" RETURNING RESU.
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
            "I-O" LCAF_PNAME1 "SHARED" BY REFERENCE LCAF_IDLST "1"
            "LCA-KEY" BY REFERENCE LCA-KEY.
           CALL "DB_F_Open" USING
            "INPUT" LOTF_PNAME1 "SHARED" BY REFERENCE LOTF_IDLST "1"
            "LOT-KEY" BY REFERENCE LOT-KEY.
           CALL "DB_F_Open" USING
            "INPUT" THTM_PNAME1 "SHARED" BY REFERENCE THTM_IDLST
            "2" "THT-KEY" BY REFERENCE THT-KEY "THT-KEY2" BY
            REFERENCE THT-KEY2.
      *
       R-05.
           MOVE    SPACE    TO  ERR-STAT.
           MOVE    ZERO     TO  RESU.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "SD_Output" USING "C-MID" C-MID "p" RETURNING RESU.
           MOVE  ZERO   TO SEL-MODE LC-LN LC-LOTSEQ LC-MTHD LC-DMM
                           LC-CNT POST-LINENO.
           MOVE  SPACE  TO LC-SHNO LC-LOTNO.
           INITIALIZE LC-CHGT LC-TBL.
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
           IF  SEL-MODE NOT = 1  AND  2
               GO TO R-08
           END-IF.
       R-10.
           CALL "SD_Accept" USING BY REFERENCE A-SHNO "A-SHNO" "X" "10"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-08
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-10
           END-IF
           IF  LC-SHNO = SPACE
               GO TO R-10
           END-IF
      *
      *    a shipment whose charges are already spread takes no
      *    more lots and no second allocation -- LC-LOAD-RTN says
      *    which lines are on file and whether any is allocated.
      *
           PERFORM  LC-LOAD-RTN  THRU  LC-LOAD-RTN-EXIT.
           IF  LC-ALLOC = 1
               CALL "SD_Output" USING
                "E-ME3" E-ME3 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-10
           END-IF
           IF  SEL-MODE = 2
               IF  LC-CNT = ZERO
                   CALL "SD_Output" USING
                    "E-ME4" E-ME4 "p" RETURNING RESU
                   CALL "SD_Output" USING
                    "E-ME99" E-ME99 "p" RETURNING RESU
                   GO TO R-10
               END-IF
               GO TO R-30
           END-IF.
      *
      *    mode 1 -- one lot onto the shipment.
      *
       R-11.
           CALL "SD_Accept" USING BY REFERENCE A-LN "A-LN" "9" "2"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-10
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-11
           END-IF
           IF  LC-LN = ZERO
               GO TO R-11
           END-IF
           MOVE  LC-SHNO  TO LCA-SHNO.
           MOVE  LC-LN    TO LCA-LN.
           CALL "DB_Read" USING
            "INVALID KEY" LCAF_PNAME1 BY REFERENCE LCA-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0
               CALL "SD_Output" USING
                "E-ME1" E-ME1 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-11
           END-IF.
       R-12.
           CALL "SD_Accept" USING BY REFERENCE A-LOTNO "A-LOTNO" "X"
            "10" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-11
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-12
           END-IF
           IF  LC-LOTNO = SPACE
               GO TO R-12
           END-IF.
       R-13.
           CALL "SD_Accept" USING BY REFERENCE A-LOTSEQ "A-LOTSEQ" "9"
            "3" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-12
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-13
           END-IF
           MOVE  LC-LOTNO   TO LOT-NO.
           MOVE  LC-LOTSEQ  TO LOT-SEQ.
           CALL "DB_Read" USING
            "INVALID KEY" LOTF_PNAME1 BY REFERENCE LOT-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               CALL "SD_Output" USING
                "E-ME2" E-ME2 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-13
           END-IF.
       R-14.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-13
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-14
           END-IF
           IF  LC-DMM NOT = 1  AND  9
               GO TO R-14
           END-IF
           IF  LC-DMM = 9
               GO TO R-05
           END-IF
           INITIALIZE LCA-R.
           MOVE  LC-SHNO    TO LCA-SHNO.
           MOVE  LC-LN      TO LCA-LN.
           MOVE  LOT-NO     TO LCA-LOTNO.
           MOVE  LOT-SEQ    TO LCA-LOTSEQ.
           MOVE  LOT-HCD    TO LCA-HCD.
           MOVE  LOT-TCD    TO LCA-TCD.
           MOVE  LOT-QTY    TO LCA-QTY.
           MOVE  LOT-TCD    TO THT-TCD.
           MOVE  LOT-HCD    TO THT-HCD.
           MOVE  9          TO THT-SIZ.
           CALL "DB_Read" USING
            "INVALID KEY" THTM_PNAME1 BY REFERENCE THT-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0
               COMPUTE  LCA-BASE = LOT-QTY * THT-T
           END-IF
           MOVE  0          TO LCA-STAT.
           MOVE  USER_ID    TO LCA-USER.
           CALL "DB_Insert" USING
            LCAF_PNAME1 LCAF_LNAME LCA-R RETURNING RET.
           GO TO R-05.
      *
      *    mode 2 -- method, the three charges, confirm, spread.
      *
       R-30.
           CALL "SD_Accept" USING BY REFERENCE A-MTHD "A-MTHD" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-10
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-30
           END-IF
           IF  LC-MTHD NOT = 1  AND  2
               GO TO R-30
           END-IF.
       R-31.
           CALL "SD_Accept" USING BY REFERENCE A-FRT "A-FRT" "9" "9"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-30
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-31
           END-IF.
       R-32.
           CALL "SD_Accept" USING BY REFERENCE A-DUTY "A-DUTY" "9" "9"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-31
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-32
           END-IF.
       R-33.
           CALL "SD_Accept" USING BY REFERENCE A-BRK "A-BRK" "9" "9"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-32
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-33
           END-IF.
       R-34.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-33
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-34
           END-IF
           IF  LC-DMM NOT = 1  AND  9
               GO TO R-34
           END-IF
           IF  LC-DMM = 9
               GO TO R-05
           END-IF
      *
      *    the weight each line carries under the chosen method; a
      *    shipment with no weight at all (value method, no THTM
      *    price on any lot) has nothing to spread on.
      *
           PERFORM  LC-WGT-RTN  THRU  LC-WGT-RTN-EXIT.
           IF  LC-TWGT = ZERO
               CALL "SD_Output" USING
                "E-ME6" E-ME6 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-30
           END-IF
           ACCEPT  WORK-TODATE  FROM  DATE.
           COMPUTE  POST-DATE = (2000 + WORK-TD-YY) * 10000
                  + WORK-TD-MM * 100 + WORK-TD-DD.
           COMPUTE  LC-NG = POST-DATE / 100.
           CALL "DB_F_Open" USING
            "INPUT" PLK-M_PNAME1 " " BY REFERENCE PLK-M_IDLST "0".
           MOVE  LC-NG  TO PLK-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" PLK-M_PNAME1 BY REFERENCE PLK-R " "
            RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE PLK-M_IDLST PLK-M_PNAME1.
           IF  RET = 0  AND  PLK-STAT = 1
               CALL "SD_Output" USING
                "E-ME5" E-ME5 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-05
           END-IF
           PERFORM  LC-SPRD-RTN  THRU  LC-SPRD-RTN-EXIT.
           PERFORM  LC-APPLY-RTN THRU  LC-APPLY-RTN-EXIT.
           PERFORM  LC-POST-RTN  THRU  LC-POST-RTN-EXIT.
           CALL "SD_Output" USING
            "E-ME7" E-ME7 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO R-05.
      *
      *    LC-LOAD-RTN  -  walks the keyed LCAF lines 1-99 of the
      *    shipment into LC-TBL, raising LC-ALLOC when any line is
      *    already allocated -- POR100's MTCH-RTN line walk.
      *
       LC-LOAD-RTN.
           MOVE  ZERO  TO LC-CNT LC-ALLOC.
           MOVE  1     TO LC-IX.
       LC-LOAD-010.
           MOVE  LC-SHNO  TO LCA-SHNO.
           MOVE  LC-IX    TO LCA-LN.
           CALL "DB_Read" USING
            "INVALID KEY" LCAF_PNAME1 BY REFERENCE LCA-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0
               IF  LCA-STAT = 1
                   MOVE  1  TO LC-ALLOC
               END-IF
               ADD  1          TO LC-CNT
               MOVE  LC-IX     TO LC-ELN(LC-CNT)
           END-IF
           IF  LC-IX = 99
               GO TO LC-LOAD-RTN-EXIT
           END-IF
           ADD  1  TO LC-IX.
           GO TO LC-LOAD-010.
       LC-LOAD-RTN-EXIT.
           EXIT.
      *
      *    LC-WGT-RTN  -  each loaded line's weight (LCA-BASE by
      *    value, LCA-QTY by pairs) and the shipment total.
      *
       LC-WGT-RTN.
           MOVE  ZERO  TO LC-TWGT.
           MOVE  1     TO LC-IX.
       LC-WGT-010.
           IF  LC-IX > LC-CNT
               GO TO LC-WGT-RTN-EXIT
           END-IF
           MOVE  LC-SHNO        TO LCA-SHNO.
           MOVE  LC-ELN(LC-IX)  TO LCA-LN.
           CALL "DB_Read" USING
            "INVALID KEY" LCAF_PNAME1 BY REFERENCE LCA-R "UNLOCK"
            RETURNING RET.
           IF  LC-MTHD = 1
               MOVE  LCA-BASE  TO LC-WGT(LC-IX)
           ELSE
               MOVE  LCA-QTY   TO LC-WGT(LC-IX)
           END-IF
           ADD  LC-WGT(LC-IX)  TO LC-TWGT.
           ADD  1  TO LC-IX.
           GO TO LC-WGT-010.
       LC-WGT-RTN-EXIT.
           EXIT.
      *
      *    LC-SPRD-RTN  -  each charge spread by weight, every
      *    share truncated and the last line taking whatever is
      *    left so the shares foot to the charge to the yen.
      *
       LC-SPRD-RTN.
           MOVE  1  TO LC-KX.
       LC-SPRD-010.
           IF  LC-KX > 3
               GO TO LC-SPRD-RTN-EXIT
           END-IF
           MOVE  ZERO  TO LC-SUM.
           MOVE  1     TO LC-IX.
       LC-SPRD-020.
           IF  LC-IX = LC-CNT
               COMPUTE  LC-SHR(LC-IX, LC-KX) = LC-CHG(LC-KX) - LC-SUM
               ADD  1  TO LC-KX
               GO TO LC-SPRD-010
           END-IF
           COMPUTE  LC-SHR(LC-IX, LC-KX) =
                    LC-CHG(LC-KX) * LC-WGT(LC-IX) / LC-TWGT.
           ADD  LC-SHR(LC-IX, LC-KX)  TO LC-SUM.
           ADD  1  TO LC-IX.
           GO TO LC-SPRD-020.
       LC-SPRD-RTN-EXIT.
           EXIT.
      *
      *    LC-APPLY-RTN  -  each line's shares stamped onto its
      *    LCAF row, folded into its item's CST-M value, and
      *    printed on the allocation register.
      *
       LC-APPLY-RTN.
           MOVE  ZERO  TO LC-GTOT LC-TBASE LC-TQTY.
           CALL "PR_Open" RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-LC-HD   TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R WORK-LC-SH.
           MOVE  LC-SHNO      TO WORK-LC-SHNO.
           IF  LC-MTHD = 1
               MOVE  "VALUE "  TO WORK-LC-MTHD
           ELSE
               MOVE  "PAIRS "  TO WORK-LC-MTHD
           END-IF
           MOVE  WORK-LC-SH   TO PRN-R (11:36).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-LC-COLHD  TO PRN-R (11:83).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "DB_F_Open" USING
            "I-O" CST-M_PNAME1 "SHARED" BY REFERENCE CST-M_IDLST "1"
            "CST-KEY" BY REFERENCE CST-KEY.
           MOVE  1  TO LC-IX.
       LC-APPLY-010.
           IF  LC-IX > LC-CNT
               GO TO LC-APPLY-020
           END-IF
           MOVE  LC-SHNO        TO LCA-SHNO.
           MOVE  LC-ELN(LC-IX)  TO LCA-LN.
           CALL "DB_Read" USING
            "INVALID KEY" LCAF_PNAME1 BY REFERENCE LCA-R " "
            RETURNING RET.
           MOVE  LC-MTHD           TO LCA-MTHD.
           MOVE  LC-SHR(LC-IX, 1)  TO LCA-FRT.
           MOVE  LC-SHR(LC-IX, 2)  TO LCA-DUTY.
           MOVE  LC-SHR(LC-IX, 3)  TO LCA-BRK.
           MOVE  1                 TO LCA-STAT.
           MOVE  POST-DATE         TO LCA-NGP.
           MOVE  USER_ID           TO LCA-USER.
           CALL "DB_Update" USING
            LCAF_PNAME1 LCAF_LNAME LCA-R RETURNING RET.
           COMPUTE  LC-LTOT = LCA-FRT + LCA-DUTY + LCA-BRK.
           IF  LC-LTOT NOT = ZERO
               PERFORM  CST-FOLD-RTN  THRU  CST-FOLD-RTN-EXIT
           END-IF
           ADD  LC-LTOT   TO LC-GTOT.
           ADD  LCA-BASE  TO LC-TBASE.
           ADD  LCA-QTY   TO LC-TQTY.
           MOVE  SPACE       TO PRN-R WORK-LC.
           MOVE  LCA-LN      TO WORK-LC-LN.
           MOVE  LCA-LOTNO   TO WORK-LC-LOTNO.
           MOVE  LCA-LOTSEQ  TO WORK-LC-LOTSEQ.
           MOVE  LCA-HCD     TO WORK-LC-HCD.
           MOVE  LCA-QTY     TO WORK-LC-QTY.
           MOVE  LCA-BASE    TO WORK-LC-BASE.
           MOVE  LCA-FRT     TO WORK-LC-FRT.
           MOVE  LCA-DUTY    TO WORK-LC-DUTY.
           MOVE  LCA-BRK     TO WORK-LC-BRK.
           MOVE  LC-LTOT     TO WORK-LC-LTOT.
           MOVE  WORK-LC     TO PRN-R (11:83).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           ADD  1  TO LC-IX.
           GO TO LC-APPLY-010.
       LC-APPLY-020.
           CALL "DB_F_Close" USING
            BY REFERENCE CST-M_IDLST CST-M_PNAME1.
           MOVE  SPACE  TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R WORK-LC-TOT.
           MOVE  LC-TQTY      TO WORK-LC-TQTY.
           MOVE  LC-TBASE     TO WORK-LC-TBASE.
           MOVE  LC-CHG(1)    TO WORK-LC-TFRT.
           MOVE  LC-CHG(2)    TO WORK-LC-TDUTY.
           MOVE  LC-CHG(3)    TO WORK-LC-TBRK.
           MOVE  LC-GTOT      TO WORK-LC-GTOT.
           MOVE  WORK-LC-TOT  TO PRN-R (11:77).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "PR_Close" RETURNING RESP.
       LC-APPLY-RTN-EXIT.
           EXIT.
      *
      *    CST-FOLD-RTN  -  the lot's landed charges added to its
      *    item's CST-M value with no quantity, so the average
      *    rises by the charge spread over the pairs on hand; an
      *    item with no cost row yet (its lot never costed) opens
      *    one carrying the value alone.
      *
       CST-FOLD-RTN.
           MOVE  LCA-HCD  TO CST-HCD.
           CALL "DB_Read" USING
            "INVALID KEY" CST-M_PNAME1 BY REFERENCE CST-R " "
            RETURNING RET.
           IF  RET = 1
               MOVE  0  TO CST-CFND
               INITIALIZE CST-R
               MOVE  LCA-HCD  TO CST-HCD
           ELSE
               MOVE  1  TO CST-CFND
           END-IF
           ADD  LC-LTOT  TO CST-VAL.
           IF  CST-QTY > ZERO
               COMPUTE  CST-AVG ROUNDED = CST-VAL / CST-QTY
           END-IF
           MOVE  USER_ID  TO CST-USER.
           IF  CST-CFND = 1
               CALL "DB_Update" USING
                CST-M_PNAME1 CST-M_LNAME CST-R RETURNING RET
           ELSE
               CALL "DB_Insert" USING
                CST-M_PNAME1 CST-M_LNAME CST-R RETURNING RET
           END-IF.
       CST-FOLD-RTN-EXIT.
           EXIT.
      *
      *    LC-POST-RTN  -  one SH-REC per non-zero charge, through
      *    the JCON7 classification 96 + charge map (97 freight,
      *    98 duty, 99 broker), both sides confirmed on KMK-M with
      *    the 9999 fallback, the shipment reference on HDOCREF.
      *
       LC-POST-RTN.
           ACCEPT  POST-JUNLNO  FROM  TIME.
           CALL "DB_F_Open" USING
            "INPUT" JCON_PNAME1 "SHARED" BY REFERENCE JCON_IDLST "1"
            "JCON2-KEY" BY REFERENCE JCON2-KEY.
           CALL "DB_F_Open" USING
            "INPUT" KMK-M_PNAME1 "SHARED" BY REFERENCE KMK-M_IDLST
            "1".
           CALL "DB_F_Open" USING
            "I-O" SIWAKH_PNAME1 "SHARED" BY REFERENCE SIWAKH_IDLST "1"
            "SH-KEY3" BY REFERENCE SH-KEY3.
           MOVE  1  TO LC-KX.
       LC-POST-010.
           IF  LC-KX > 3
               GO TO LC-POST-020
           END-IF
           IF  LC-CHG(LC-KX) = ZERO
               ADD  1  TO LC-KX
               GO TO LC-POST-010
           END-IF
           MOVE  7   TO  JCON7-01.
           COMPUTE  JCON7-02 = 96 + LC-KX.
           CALL "DB_Read" USING
            "INVALID KEY" JCON_PNAME1 BY REFERENCE JCON-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  9999  TO JCON7-ACCT JCON7-OPPACCT
               MOVE  0     TO JCON7-HOACCT JCON7-HOOPPACCT JCON7-DEPT
           END-IF
           MOVE  JCON7-ACCT  TO KMK-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" KMK-M_PNAME1 BY REFERENCE KMK-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  9999  TO JCON7-ACCT JCON7-OPPACCT
               MOVE  0     TO JCON7-HOACCT JCON7-HOOPPACCT JCON7-DEPT
           END-IF
           ADD  1  TO POST-LINENO.
           INITIALIZE SH-REC.
           MOVE  JCON7-ACCT      TO HACCNTCD HACCNTCD2.
           MOVE  JCON7-HOACCT    TO HHOACCNT.
           MOVE  POST-DATE       TO HTRDATE HTRDATE2.
           MOVE  POST-JUNLNO     TO HJUNLNO HJUNLNO2.
           MOVE  POST-LINENO     TO HLINENO HLINENO2.
           MOVE  0               TO HDR-CR HDR-CR2.
           MOVE  JCON7-DEPT      TO HSECTCD.
           MOVE  "0"             TO HTAXKB.
           MOVE  LC-CHG(LC-KX)   TO HAMOUNT.
           MOVE  JCON7-OPPACCT   TO HOPPCD.
           MOVE  JCON7-HOOPPACCT TO HHOOPPCD.
           MOVE  LC-SHNO         TO HDOCREF.
           MOVE  717             TO HTEKICD.
           CALL "DB_Insert" USING
            SIWAKH_PNAME1 SIWAKH_LNAME SH-REC RETURNING RET.
           ADD  1  TO LC-KX.
           GO TO LC-POST-010.
       LC-POST-020.
           CALL "DB_F_Close" USING
            BY REFERENCE SIWAKH_IDLST SIWAKH_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE KMK-M_IDLST KMK-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE JCON_IDLST JCON_PNAME1.
       LC-POST-RTN-EXIT.
           EXIT.
      *
       R-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_F_Close" USING
            BY REFERENCE LCAF_IDLST LCAF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE LOTF_IDLST LOTF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE THTM_IDLST THTM_PNAME1.
           CALL "DB_Close".
           STOP RUN.
