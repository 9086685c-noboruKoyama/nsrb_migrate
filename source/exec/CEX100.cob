       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         CEX100.
      *********************************************************
      *    PROGRAM         :  CARRIER SHIPMENT DATA / TRACKING *
      *    PRINTER TYPE    :  JIPS                             *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *        CHANGE      :  26/10/15  COD AMOUNT FROM CODF   *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    the evening hand-off to the parcel carriers, instead
      *    of re-keying every carton into the carrier's own
      *    terminal.  SEL-MODE, the TGS100/DDB100 idiom:
      *      1 = export: for the keyed ship date and CARM carrier,
      *          every slip shipped that day whose ship-to goes by
      *          that carrier on DLVM goes on the CEXOUT shipment-
      *          data file -- one record per slip with consignee
      *          (head-office TC-M name plus the slip's JSJD-14D
      *          destination name, CTN100's label pair), the DLVM
      *          postal code/address/phone, the carton count, the
      *          COD option (the slip's COD100 amount on CODF, tax
      *          included) and the ship-to's time slot.  cartons
      *          are counted exactly as CTN100 splits them (every
      *          intact prepack case one carton, loose pairs by the
      *          SHM-05 pack) so the carrier's label numbers match
      *          ours.  the ship-to is looked up under the slip's
      *          own destination code first, then the head office
      *          (CCD 001); a slip with neither is listed, since no
      *          carrier can be told where it goes.  the file is
      *          rewritten each run, one carrier per file, and the
      *          fixed-length layout is loaded through the carrier
      *          terminal's own import definition (SHX100's note on
      *          multibyte text in comma-delimited files).
      *      2 = tracking import: the carrier's returned CEXIN
      *          file -- ship date, slip, carton number and the
      *          tracking number the terminal issued -- lands on
      *          TRKF against the slip and carton, stamped with the
      *          keyed carrier; a carton already on file takes the
      *          new number (a reissued label), and a record with
      *          no slip, carton or number is listed and skipped.
      *          POD100's screen and CTN100's packing list show the
      *          numbers.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SYSTEM3100.
       OBJECT-COMPUTER. SYSTEM3100.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  SEL-MODE               PIC  9(001)      VALUE ZERO.
       01  M-DMM                  PIC  9(001)      VALUE ZERO.
       01  A-NGP                  PIC  9(008)      VALUE ZERO.
       01  A-CAR                  PIC  9(003)      VALUE ZERO.
       01  W-TODATE.
           02  W-TOYY             PIC  9(002).
           02  W-TOMM             PIC  9(002).
           02  W-TODD             PIC  9(002).
       01  W-TODAY                PIC  9(008)      VALUE ZERO.
      *    the day's slips with their carton counts, CTN100's
      *    split summed per slip.
       01  SP-CNT                 PIC  9(003)      VALUE ZERO.
       01  SP-IX                  PIC  9(003)      VALUE ZERO.
       01  SP-TBL.
           02  SP-ENT   OCCURS  500.
               03  SP-03          PIC  9(006).
               03  SP-021         PIC  9(004).
               03  SP-022         PIC  9(003).
               03  SP-14D         PIC  N(009).
               03  SP-CTN         PIC  9(004).
       01  W-QTY                  PIC S9(006)      VALUE ZERO.
       01  W-LOOSE                PIC S9(006)      VALUE ZERO.
       01  W-CASES                PIC  9(004)      VALUE ZERO.
       01  W-CTNS                 PIC  9(004)      VALUE ZERO.
       01  W-PACK                 PIC  9(002)      VALUE ZERO.
       01  W-IX                   PIC  9(002)      VALUE ZERO.
       01  W-DLVOK                PIC  9(001)      VALUE ZERO.
       01  W-FND                  PIC  9(001)      VALUE ZERO.
      *    run counts.
       01  CX-SCNT                PIC  9(005)      VALUE ZERO.
       01  CX-CCNT                PIC  9(006)      VALUE ZERO.
       01  CX-ECNT                PIC  9(005)      VALUE ZERO.
       01  CX-OVER                PIC  9(005)      VALUE ZERO.
       01  TR-ACNT                PIC  9(005)      VALUE ZERO.
       01  TR-RCNT                PIC  9(005)      VALUE ZERO.
       01  TR-ECNT                PIC  9(005)      VALUE ZERO.
       01  PRN-R                  PIC  X(132).
       77  RESP                   PIC  9(001).
      *    the export list.
       01  WORK-CX-HD             PIC  X(050)      VALUE
            "*** CARRIER SHIPMENT DATA EXPORT ***".
       01  WORK-CX-RNG.
           02  F                  PIC  X(10)  VALUE  "SHIP DATE ".
           02  WORK-CX-NGP        PIC  9(008).
           02  F                  PIC  X(11)  VALUE  "   CARRIER ".
           02  WORK-CX-CAR        PIC  9(003).
           02  F                  PIC  X(02).
           02  WORK-CX-CARNM      PIC  N(020).
       01  WORK-CX-COLHD.
           02  F                  PIC  X(050)      VALUE
                "SLIP   CUST-DST  CONSIGNEE".
           02  F                  PIC  X(050)      VALUE
                "                    DESTINATION         CTN TS".
           02  F                  PIC  X(019)      VALUE
                "  REMARK".
       01  WORK-CX.
           02  WORK-CX-03         PIC  9(006).
           02  F                  PIC  X(02).
           02  WORK-CX-021        PIC  9(004).
           02  F                  PIC  X(01).
           02  WORK-CX-022        PIC  9(003).
           02  F                  PIC  X(02).
           02  WORK-CX-NAME       PIC  N(026).
           02  F                  PIC  X(02).
           02  WORK-CX-14D        PIC  N(009).
           02  F                  PIC  X(02).
           02  WORK-CX-CTN        PIC  ZZ9.
           02  F                  PIC  X(02).
           02  WORK-CX-TS         PIC  9(002).
           02  F                  PIC  X(02).
           02  WORK-CX-RMK        PIC  X(018).
       01  WORK-CX-TOT.
           02  F                  PIC  X(08)  VALUE  "SLIPS  :".
           02  WORK-CX-SCNT       PIC  ZZZZ9.
           02  F                  PIC  X(11)  VALUE  "  CARTONS :".
           02  WORK-CX-CCNT       PIC  ZZZZZ9.
           02  F                  PIC  X(15)  VALUE  "  NO SHIP-TO  :".
           02  WORK-CX-ECNT       PIC  ZZZZ9.
       01  WORK-CX-OVR.
           02  F                  PIC  X(30)  VALUE
                "SLIP TABLE FULL - NOT LISTED :".
           02  WORK-CX-OVER       PIC  ZZZZ9.
      *    the tracking import list.
       01  WORK-TR-HD             PIC  X(050)      VALUE
            "*** CARRIER TRACKING NUMBER IMPORT ***".
       01  WORK-TR-CAR.
           02  F                  PIC  X(08)  VALUE  "CARRIER ".
           02  WORK-TR-CARCD      PIC  9(003).
           02  F                  PIC  X(02).
           02  WORK-TR-CARNM      PIC  N(020).
       01  WORK-TR-COLHD          PIC  X(060)      VALUE
            "SHIP DATE SLIP    CTN  TRACKING NO     REMARK".
       01  WORK-TR.
           02  WORK-TR-NGP        PIC  9(008).
           02  F                  PIC  X(02).
           02  WORK-TR-03         PIC  9(006).
           02  F                  PIC  X(02).
           02  WORK-TR-CTN        PIC  ZZ9.
           02  F                  PIC  X(02).
           02  WORK-TR-NO         PIC  X(014).
           02  F                  PIC  X(02).
           02  WORK-TR-RMK        PIC  X(016).
       01  WORK-TR-TOT.
           02  F                  PIC  X(08)  VALUE  "ADDED  :".
           02  WORK-TR-ACNT       PIC  ZZZZ9.
           02  F                  PIC  X(12)  VALUE  "  REPLACED :".
           02  WORK-TR-RCNT       PIC  ZZZZ9.
           02  F                  PIC  X(12)  VALUE  "  REJECTED :".
           02  WORK-TR-ECNT       PIC  ZZZZ9.
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
      *FD  SHM
           COPY SHM.
      *FD  TC-M
           COPY LITCM.
      *FD  CARM
           COPY LICARM.
      *FD  DLVM
           COPY LIDLVM.
      *FD  TRKF
           COPY LITRKF.
      *FD  CODF
           COPY LICODF.
      *FD  JSJDRF
       01  JSJDRF_CEX100.
           02  JSJDRF_PNAME1      PIC  X(006) VALUE "JSJDRF".
           02  F                  PIC  X(001).
           02  JSJDRF_LNAME       PIC  X(013) VALUE "JSJDRF_CEX100".
           02  F                  PIC  X(001).
           02  JSJDRF_KEY1        PIC  X(100) VALUE SPACE.
           02  JSJDRF_SORT        PIC  X(100) VALUE SPACE.
           02  JSJDRF_IDLST       PIC  X(100) VALUE SPACE.
           02  JSJDRF_RES         USAGE  POINTER.
           COPY JSJDR.
      *FD  CEXOUT / CEXIN
      *    the shipment data going to the carrier and the tracking
      *    numbers coming back, both fixed length.  CX-COD 1 marks
      *    a cash-on-delivery slip with the amount to collect in
      *    CX-CODAMT.
       01  CEXOUT_CEX100.
           02  CEXOUT_PNAME1      PIC  X(006) VALUE "CEXOUT".
           02  F                  PIC  X(001).
           02  CEXOUT_LNAME       PIC  X(013) VALUE "CEXOUT_CEX100".
           02  F                  PIC  X(001).
           02  CEXOUT_KEY1        PIC  X(100) VALUE SPACE.
           02  CEXOUT_SORT        PIC  X(100) VALUE SPACE.
           02  CEXOUT_IDLST       PIC  X(100) VALUE SPACE.
           02  CEXOUT_RES         USAGE  POINTER.
       01  CX-REC.
           02  CX-NGP             PIC  9(008).                          出荷日
           02  CX-03              PIC  9(006).                          伝票番号
           02  CX-CAR             PIC  9(003).                          運送会社C
           02  CX-CONS1           PIC  N(026).                          届先名
           02  CX-CONS2           PIC  N(009).                          納品先名
           02  CX-ZIP             PIC  X(008).                          郵便番号
           02  CX-ADR1            PIC  N(020).                          住所１
           02  CX-ADR2            PIC  N(020).                          住所２
           02  CX-TEL             PIC  X(013).                          電話番号
           02  CX-CTN             PIC  9(003).                          個数
           02  CX-COD             PIC  9(001).                          代引区分
           02  CX-CODAMT          PIC  9(009).                          代引金額
           02  CX-TSLOT           PIC  9(002).                          配達時間帯
           02  FILLER             PIC  X(017).
       77  F                      PIC  X(001).
       01  CEXIN_CEX100.
           02  CEXIN_PNAME1       PIC  X(006) VALUE "CEXIN".
           02  F                  PIC  X(001).
           02  CEXIN_LNAME        PIC  X(012) VALUE "CEXIN_CEX100".
           02  F                  PIC  X(001).
           02  CEXIN_KEY1         PIC  X(100) VALUE SPACE.
           02  CEXIN_SORT         PIC  X(100) VALUE SPACE.
           02  CEXIN_IDLST        PIC  X(100) VALUE SPACE.
           02  CEXIN_RES          USAGE  POINTER.
       01  CI-REC.
           02  CI-NGP             PIC  9(008).                          出荷日
           02  CI-03              PIC  9(006).                          伝票番号
           02  CI-CTN             PIC  9(003).                          箱番号
           02  CI-NO              PIC  X(014).                          送り状番号
           02  FILLER             PIC  X(009).
       77  F                      PIC  X(001).
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
                "CARRIER SHIPMENT DATA / TRACKING".
           02  FILLER  PIC  X(030) VALUE
                "1=EXPORT  2=TRACKING  MODE".
           02  FILLER  PIC  X(025) VALUE
                "SHIP DATE CCYYMMDD".
           02  FILLER  PIC  X(025) VALUE
                "CARRIER CODE".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-ACP.
           02  A-MODE     PIC  9(001).
           02  A-NGPF     PIC  9(008).
           02  A-CARF     PIC  9(003).
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
             03  E-ME1   PIC  X(030) VALUE
                  "***  CARRIER NOT ON FILE   ***".
             03  E-ME4   PIC  X(030) VALUE
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
            "C-MID" " " "0" "0" "140" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-MID" "X" "3" "10" "40" " " "C-MID" RETURNING RESU.
       CALL "SD_Init" USING
            "02C-MID" "X" "5" "10" "30" "01C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "03C-MID" "X" "7" "10" "25" "02C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "04C-MID" "X" "8" "10" "25" "03C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "05C-MID" "X" "18" "10" "20" "04C-MID" " " RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "13" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-MODE" "9" "5" "45" "1" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-MODE" BY REFERENCE SEL-MODE "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-NGPF" "9" "7" "38" "8" "A-MODE" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-NGPF" BY REFERENCE A-NGP "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-CARF" "9" "8" "38" "3" "A-NGPF" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-CARF" BY REFERENCE A-CAR "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "18" "31" "1" "A-CARF" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DMM" BY REFERENCE M-DMM "1" "0" RETURNING RESU.
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
            "E-ME4" "X" "24" "15" "30" "E-ME1" " " RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME99" "X" "24" "75" "5" "E-ME4" " " RETURNING RESU.
      *
           ACCEPT USER_ID FROM ARGUMENT-VALUE.
           ACCEPT COMPLETION_CODE FROM ARGUMENT-VALUE.
           ACCEPT W-TODATE FROM DATE.
           COMPUTE  W-TODAY = (2000 + W-TOYY) * 10000
                            + W-TOMM * 100 + W-TODD.
      *
       R-05.
           MOVE    SPACE    TO  ERR-STAT.
           MOVE    ZERO     TO  RESU.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "SD_Output" USING "C-MID" C-MID "p" RETURNING RESU.
           MOVE  ZERO  TO SEL-MODE M-DMM A-CAR.
           MOVE  W-TODAY  TO A-NGP.
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
               GO TO R-12
           END-IF
           IF  SEL-MODE NOT = 1
               GO TO R-08
           END-IF.
       R-10.
           CALL "SD_Accept" USING BY REFERENCE A-NGPF "A-NGPF" "9" "8"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-08
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-10
           END-IF
           IF  A-NGP = ZERO
               GO TO R-10
           END-IF.
       R-12.
           CALL "SD_Accept" USING BY REFERENCE A-CARF "A-CARF" "9" "3"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               IF  SEL-MODE = 1
                   GO TO R-10
               ELSE
                   GO TO R-08
               END-IF
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-12
           END-IF
           CALL "DB_F_Open" USING
            "INPUT" CARM_PNAME1 "SHARED" BY REFERENCE CARM_IDLST "1"
            "CAR-KEY" BY REFERENCE CAR-KEY.
           MOVE  A-CAR  TO CAR-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" CARM_PNAME1 BY REFERENCE CAR-R "UNLOCK"
            RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE CARM_IDLST CARM_PNAME1.
           IF  RET = 1  OR  A-CAR = ZERO
               CALL "SD_Output" USING
                "E-ME1" E-ME1 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-12
           END-IF.
       R-20.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-12
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-20
           END-IF
           IF  M-DMM NOT = 1  AND  9
               GO TO R-20
           END-IF
           IF  M-DMM = 9
               GO TO R-05
           END-IF
           MOVE  ZERO  TO CX-SCNT CX-CCNT CX-ECNT CX-OVER
                          TR-ACNT TR-RCNT TR-ECNT.
           IF  SEL-MODE = 1
               PERFORM  SP-LOAD-RTN  THRU  SP-LOAD-RTN-EXIT
               PERFORM  EXP-RTN      THRU  EXP-RTN-EXIT
           ELSE
               PERFORM  TRK-RTN      THRU  TRK-RTN-EXIT
           END-IF
           CALL "SD_Output" USING
            "E-ME4" E-ME4 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO R-05.
      *
      *    SP-LOAD-RTN  -  one pass of JSJDRF for the ship date:
      *    each shipped line's cartons (CTN100's split -- intact
      *    prepack cases one each, loose pairs by the SHM-05 pack,
      *    one carton when no pack is on file) summed per slip.
      *
       SP-LOAD-RTN.
           MOVE  ZERO  TO SP-CNT.
           CALL "DB_F_Open" USING
            "INPUT" SHM_PNAME1 "SHARED" BY REFERENCE SHM_IDLST "1"
            "SHM-KEY" BY REFERENCE SHM-KEY.
           CALL "DB_F_Open" USING
            "INPUT" JSJDRF_PNAME1 " " BY REFERENCE JSJDRF_IDLST "0".
       SP-LOAD-010.
           CALL "DB_Read" USING
            "AT END" JSJDRF_PNAME1 BY REFERENCE JSJD-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO SP-LOAD-030
           END-IF
           IF  JSJD-NGP NOT = A-NGP
               GO TO SP-LOAD-010
           END-IF
           MOVE  ZERO  TO W-QTY.
           MOVE  1     TO W-IX.
       SP-LOAD-012.
           IF  W-IX NOT > 10
               ADD  JSJD-1211(W-IX)  TO W-QTY
               ADD  1  TO W-IX
               GO TO SP-LOAD-012
           END-IF
           IF  W-QTY NOT > ZERO
               GO TO SP-LOAD-010
           END-IF
           MOVE  1  TO SP-IX.
       SP-LOAD-014.
           IF  SP-IX > SP-CNT
               GO TO SP-LOAD-016
           END-IF
           IF  SP-03(SP-IX) = JSJD-03
               GO TO SP-LOAD-020
           END-IF
           ADD  1  TO SP-IX.
           GO TO SP-LOAD-014.
       SP-LOAD-016.
           IF  SP-CNT NOT < 500
               ADD  1  TO CX-OVER
               GO TO SP-LOAD-010
           END-IF
           ADD  1  TO SP-CNT.
           MOVE  SP-CNT    TO SP-IX.
           MOVE  JSJD-03   TO SP-03(SP-IX).
           MOVE  JSJD-021  TO SP-021(SP-IX).
           MOVE  JSJD-022  TO SP-022(SP-IX).
           MOVE  JSJD-14D  TO SP-14D(SP-IX).
           MOVE  ZERO      TO SP-CTN(SP-IX).
       SP-LOAD-020.
           MOVE  JSJD-09  TO SHM-01.
           CALL "DB_Read" USING
            "INVALID KEY" SHM_PNAME1 BY REFERENCE SHM-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0
               MOVE  SHM-05  TO W-PACK
           ELSE
               MOVE  ZERO    TO W-PACK
           END-IF
           MOVE  ZERO   TO W-CASES.
           MOVE  W-QTY  TO W-LOOSE.
           IF  JSJD-CPPC > ZERO
               COMPUTE  W-CASES = W-QTY / JSJD-CPPC
               COMPUTE  W-LOOSE = W-QTY - W-CASES * JSJD-CPPC
           END-IF
           IF  W-LOOSE NOT > ZERO
               MOVE  ZERO  TO W-CTNS
           ELSE
           IF  W-PACK = ZERO
               MOVE  1  TO W-CTNS
           ELSE
               COMPUTE  W-CTNS = (W-LOOSE + W-PACK - 1) / W-PACK
           END-IF
           END-IF
           ADD  W-CASES  TO W-CTNS.
           ADD  W-CTNS   TO SP-CTN(SP-IX).
           GO TO SP-LOAD-010.
       SP-LOAD-030.
           CALL "DB_F_Close" USING
            BY REFERENCE JSJDRF_IDLST JSJDRF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE SHM_IDLST SHM_PNAME1.
       SP-LOAD-RTN-EXIT.
           EXIT.
      *
      *    EXP-RTN  -  mode 1: the CEXOUT record and a list line
      *    for every slip whose ship-to goes by the keyed carrier.
      *
       EXP-RTN.
           CALL "PR_Open" RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-CX-HD   TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  A-NGP        TO WORK-CX-NGP.
           MOVE  A-CAR        TO WORK-CX-CAR.
           MOVE  CAR-NAME     TO WORK-CX-CARNM.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-CX-RNG  TO PRN-R (11:74).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-CX-COLHD  TO PRN-R (11:119).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "DB_F_Open" USING
            "INPUT" TC-M_PNAME1 "SHARED" BY REFERENCE TC-M_IDLST "1"
            "TC-KEY" BY REFERENCE TC-KEY.
           CALL "DB_F_Open" USING
            "INPUT" DLVM_PNAME1 "SHARED" BY REFERENCE DLVM_IDLST "1"
            "DLV-KEY" BY REFERENCE DLV-KEY.
           CALL "DB_F_Open" USING
            "INPUT" CODF_PNAME1 "SHARED" BY REFERENCE CODF_IDLST "1"
            "COD-KEY" BY REFERENCE COD-KEY.
           CALL "DB_F_Open" USING
            "OUTPUT" CEXOUT_PNAME1 " " BY REFERENCE CEXOUT_IDLST "0".
           MOVE  1  TO SP-IX.
       EXP-010.
           IF  SP-IX > SP-CNT
               GO TO EXP-030
           END-IF
           PERFORM  DLV-RTN  THRU  DLV-RTN-EXIT.
           IF  W-DLVOK = 1  AND  DLV-CAR NOT = A-CAR
               ADD  1  TO SP-IX
               GO TO EXP-010
           END-IF
           MOVE  SP-021(SP-IX)  TO TC-TCD.
           MOVE  1              TO TC-CCD.
           CALL "DB_Read" USING
            "INVALID KEY" TC-M_PNAME1 BY REFERENCE TC-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  SPACE  TO TC-NAME
           END-IF
           MOVE  SPACE          TO PRN-R WORK-CX.
           MOVE  SP-03(SP-IX)   TO WORK-CX-03.
           MOVE  SP-021(SP-IX)  TO WORK-CX-021.
           MOVE  SP-022(SP-IX)  TO WORK-CX-022.
           MOVE  TC-NAME        TO WORK-CX-NAME.
           MOVE  SP-14D(SP-IX)  TO WORK-CX-14D.
           MOVE  SP-CTN(SP-IX)  TO WORK-CX-CTN.
           IF  W-DLVOK = 0
               ADD  1  TO CX-ECNT
               MOVE  ZERO                 TO WORK-CX-TS
               MOVE  "NO SHIP-TO MASTER"  TO WORK-CX-RMK
               GO TO EXP-020
           END-IF
           MOVE  DLV-TSLOT      TO WORK-CX-TS.
           MOVE  SPACE          TO CX-REC.
           MOVE  A-NGP          TO CX-NGP.
           MOVE  SP-03(SP-IX)   TO CX-03.
           MOVE  A-CAR          TO CX-CAR.
           MOVE  TC-NAME        TO CX-CONS1.
           MOVE  SP-14D(SP-IX)  TO CX-CONS2.
           MOVE  DLV-ZIP        TO CX-ZIP.
           MOVE  DLV-ADR1       TO CX-ADR1.
           MOVE  DLV-ADR2       TO CX-ADR2.
           MOVE  DLV-TEL        TO CX-TEL.
           MOVE  SP-CTN(SP-IX)  TO CX-CTN.
           MOVE  ZERO           TO CX-COD CX-CODAMT.
           MOVE  SP-03(SP-IX)   TO COD-03.
           MOVE  A-NGP          TO COD-NGP.
           CALL "DB_Read" USING
            "INVALID KEY" CODF_PNAME1 BY REFERENCE COD-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0
               MOVE  1        TO CX-COD
               MOVE  COD-AMT  TO CX-CODAMT
           END-IF
           MOVE  DLV-TSLOT      TO CX-TSLOT.
           CALL "DB_Insert" USING
            CEXOUT_PNAME1 CEXOUT_LNAME CX-REC RETURNING RET.
           ADD  1              TO CX-SCNT.
           ADD  SP-CTN(SP-IX)  TO CX-CCNT.
       EXP-020.
           MOVE  WORK-CX  TO PRN-R (11:119).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           ADD  1  TO SP-IX.
           GO TO EXP-010.
       EXP-030.
           CALL "DB_F_Close" USING
            BY REFERENCE CEXOUT_IDLST CEXOUT_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE CODF_IDLST CODF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE DLVM_IDLST DLVM_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE TC-M_IDLST TC-M_PNAME1.
           MOVE  SPACE        TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  CX-SCNT      TO WORK-CX-SCNT.
           MOVE  CX-CCNT      TO WORK-CX-CCNT.
           MOVE  CX-ECNT      TO WORK-CX-ECNT.
           MOVE  WORK-CX-TOT  TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           IF  CX-OVER > ZERO
               MOVE  SPACE        TO PRN-R
               MOVE  CX-OVER      TO WORK-CX-OVER
               MOVE  WORK-CX-OVR  TO PRN-R (11:35)
               CALL "PR_Write" USING PRN-R RETURNING RESP
           END-IF
           CALL "PR_Close" RETURNING RESP.
       EXP-RTN-EXIT.
           EXIT.
      *
      *    DLV-RTN  -  the slip's ship-to on DLVM, its own
      *    destination code first, else the head office's row;
      *    W-DLVOK 0 when neither is on file.
      *
       DLV-RTN.
           MOVE  1              TO W-DLVOK.
           MOVE  SP-021(SP-IX)  TO DLV-TCD.
           MOVE  SP-022(SP-IX)  TO DLV-CCD.
           CALL "DB_Read" USING
            "INVALID KEY" DLVM_PNAME1 BY REFERENCE DLV-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0
               GO TO DLV-RTN-EXIT
           END-IF
           MOVE  SP-021(SP-IX)  TO DLV-TCD.
           MOVE  1              TO DLV-CCD.
           CALL "DB_Read" USING
            "INVALID KEY" DLVM_PNAME1 BY REFERENCE DLV-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  0  TO W-DLVOK
           END-IF.
       DLV-RTN-EXIT.
           EXIT.
      *
      *    TRK-RTN  -  mode 2: the carrier's CEXIN tracking file
      *    onto TRKF, insert-or-update per slip and carton.
      *
       TRK-RTN.
           CALL "PR_Open" RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-TR-HD   TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  A-CAR        TO WORK-TR-CARCD.
           MOVE  CAR-NAME     TO WORK-TR-CARNM.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-TR-CAR  TO PRN-R (11:53).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-TR-COLHD  TO PRN-R (11:60).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "DB_F_Open" USING
            "I-O" TRKF_PNAME1 "SHARED" BY REFERENCE TRKF_IDLST "1"
            "TRK-KEY" BY REFERENCE TRK-KEY.
           CALL "DB_F_Open" USING
            "INPUT" CEXIN_PNAME1 " " BY REFERENCE CEXIN_IDLST "0".
       TRK-010.
           CALL "DB_Read" USING
            "AT END" CEXIN_PNAME1 BY REFERENCE CI-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO TRK-030
           END-IF
           MOVE  SPACE   TO PRN-R WORK-TR.
           MOVE  CI-NO   TO WORK-TR-NO.
           IF  CI-NGP NOT NUMERIC  OR  CI-03 NOT NUMERIC
                                   OR  CI-CTN NOT NUMERIC
               ADD  1  TO TR-ECNT
               MOVE  "BAD RECORD"    TO WORK-TR-RMK
               GO TO TRK-020
           END-IF
           MOVE  CI-NGP  TO WORK-TR-NGP.
           MOVE  CI-03   TO WORK-TR-03.
           MOVE  CI-CTN  TO WORK-TR-CTN.
           IF  CI-NGP = ZERO  OR  CI-03 = ZERO  OR  CI-CTN = ZERO
                              OR  CI-NO = SPACE
               ADD  1  TO TR-ECNT
               MOVE  "BAD RECORD"    TO WORK-TR-RMK
               GO TO TRK-020
           END-IF
           MOVE  CI-03   TO TRK-03.
           MOVE  CI-NGP  TO TRK-NGP.
           MOVE  CI-CTN  TO TRK-CTN.
           CALL "DB_Read" USING
            "INVALID KEY" TRKF_PNAME1 BY REFERENCE TRK-R " "
            RETURNING RET.
           MOVE  RET  TO W-FND.
           IF  W-FND = 1
               MOVE  SPACE   TO TRK-R
               MOVE  CI-03   TO TRK-03
               MOVE  CI-NGP  TO TRK-NGP
               MOVE  CI-CTN  TO TRK-CTN
           END-IF
           MOVE  A-CAR    TO TRK-CAR.
           MOVE  CI-NO    TO TRK-NO.
           MOVE  W-TODAY  TO TRK-IDATE.
           MOVE  USER_ID  TO TRK-USER.
           IF  W-FND = 0
               CALL "DB_Update" USING
                TRKF_PNAME1 TRKF_LNAME TRK-R RETURNING RET
               ADD  1  TO TR-RCNT
               MOVE  "REPLACED"      TO WORK-TR-RMK
           ELSE
               CALL "DB_Insert" USING
                TRKF_PNAME1 TRKF_LNAME TRK-R RETURNING RET
               ADD  1  TO TR-ACNT
           END-IF.
       TRK-020.
           MOVE  WORK-TR  TO PRN-R (11:55).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           GO TO TRK-010.
       TRK-030.
           CALL "DB_F_Close" USING
            BY REFERENCE CEXIN_IDLST CEXIN_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE TRKF_IDLST TRKF_PNAME1.
           MOVE  SPACE        TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  TR-ACNT      TO WORK-TR-ACNT.
           MOVE  TR-RCNT      TO WORK-TR-RCNT.
           MOVE  TR-ECNT      TO WORK-TR-ECNT.
           MOVE  WORK-TR-TOT  TO PRN-R (11:47).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "PR_Close" RETURNING RESP.
       TRK-RTN-EXIT.
           EXIT.
      *
       R-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_Close".
           STOP RUN.
