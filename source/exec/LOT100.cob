      *    PRINTER TYPE    :  ------                           *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/09/02                         *
      *        CHANGE      :  26/10/15  FOLD LOT INTO CST-M    *
      *        CHANGE      :  26/10/15  QC HOLD ON RECEIPT     *
      *        CHANGE      :  26/10/15  PUTAWAY TASK           *
      *        CHANGE      :  26/10/15  ASN PRE-STAGED LOT     *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    captures the production lot on each goods receipt --
      *    JHN100/PON100.  from here the lot flows out on JSJD-20,
      *    across stores on TRF-LOT, and back on JSJDH-LOT, and
      *    LTR100 traces the lot across all four.
      *    each confirmed lot also folds into the item's CST-M
      *    running weighted-average cost at the supplier's THTM
      *    price (slot 9, the any-size row -- a lot carries no size
      *    breakdown); a supplier/item with no THTM price warns and
      *    leaves the average alone rather than diluting it with a
      *    zero-cost receipt.
      *    every new lot goes onto inspection hold (LOT-QCST "0")
      *    and stays out of ALO100/RPL100 availability until
      *    QCI100 records the incoming-inspection verdict.
      *    each confirmed lot also leaves a PTWF putaway task --
      *    receipt date and time, the lot, item, warehouse and
      *    pairs -- for PUT100 to list and confirm into a bin.
      *    a lot the supplier announced on an advance ship notice
      *    (EDI100) comes up pre-staged: lot and sequence found on
      *    ASNL bring the notice's item, supplier and pairs onto the
      *    screen, and the operator confirms them or keys over what
      *    actually came.  the confirmed pairs go back on the ASNF
      *    line, flagged when they differ from the notice, for
      *    EDI100's variance list.  an announced lot is a PO
      *    receipt, and POR100's match of that PO line is what
      *    folds its cost and leaves its putaway task, so such a
      *    lot does neither here.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  M-DMM                  PIC  9(001)      VALUE ZERO.
       01  M-CFND                 PIC  9(001)      VALUE ZERO.
       01  M-RVAL                 PIC S9(010)      VALUE ZERO.
       01  M-ASN                  PIC  9(001)      VALUE ZERO.
       01  M-EQS                  PIC S9(006)      VALUE ZERO.
       01  M-QX                   PIC  9(002)      VALUE ZERO.
       01  WORK-TODATE.
           02  WORK-TD-YY         PIC  9(002).
           02  WORK-TD-MM         PIC  9(002).
           COPY SHM.
      *FD  T-M
           COPY LITM.
      *FD  THTM
           COPY LITHTM.
      *FD  CST-M
           COPY LICSTM.
      *FD  PTWF
           COPY LIPTWF.
      *FD  ASNF
           COPY LIASNF.
      *FD  ASNL
           COPY LIASNL.
      *
       77  ESTAT                  PIC  X(002).
       77  RESU                   PIC  9(001).
                  "***  NO SUCH ITEM CODE     ***".
             03  E-ME3   PIC  X(030) VALUE
                  "***  NO SUCH SUPPLIER CODE ***".
             03  E-ME4   PIC  X(030) VALUE
                  "***  NO PRICE, NOT COSTED  ***".
             03  E-ME5   PIC  X(030) VALUE
                  "***  ASN STAGED - CONFIRM  ***".
             03  E-ME99  PIC  X(005) VALUE X"1B4205".
           COPY LIBSCR.
       PROCEDURE DIVISION.
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
            "E-ME3" "X" "24" "15" "30" "E-ME2" " " RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME4" "X" "24" "15" "30" "E-ME3" " " RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME5" "X" "24" "15" "30" "E-ME4" " " RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME99" "X" "24" "75" "5" "E-ME5" " " RETURNING RESU.
      *
           ACCEPT USER_ID FROM ARGUMENT-VALUE.
           ACCEPT COMPLETION_CODE FROM ARGUMENT-VALUE.
            "INPUT" T-M_PNAME1 "SHARED" BY REFERENCE T-M_IDLST
            "2" "T-KEY" BY REFERENCE T-KEY "T-KEY2" BY REFERENCE
            T-KEY2.
           CALL "DB_F_Open" USING
            "INPUT" THTM_PNAME1 "SHARED" BY REFERENCE THTM_IDLST
            "2" "THT-KEY" BY REFERENCE THT-KEY "THT-KEY2" BY
            REFERENCE THT-KEY2.
           CALL "DB_F_Open" USING
            "I-O" CST-M_PNAME1 "SHARED" BY REFERENCE CST-M_IDLST "1"
            "CST-KEY" BY REFERENCE CST-KEY.
           CALL "DB_F_Open" USING
            "I-O" PTWF_PNAME1 "SHARED" BY REFERENCE PTWF_IDLST "1"
            "PTW-KEY" BY REFERENCE PTW-KEY.
           CALL "DB_F_Open" USING
            "I-O" ASNF_PNAME1 "SHARED" BY REFERENCE ASNF_IDLST "1"
            "ASN-KEY" BY REFERENCE ASN-KEY.
           CALL "DB_F_Open" USING
            "INPUT" ASNL_PNAME1 "SHARED" BY REFERENCE ASNL_IDLST "1"
            "ASNL-KEY" BY REFERENCE ASNL-KEY.
      *
       M-05.
           MOVE    SPACE    TO  ERR-STAT.
           MOVE    ZERO     TO  RESU.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "SD_Output" USING "C-MID" C-MID "p" RETURNING RESU.
           MOVE  ZERO   TO M-DMM M-ASN.
           INITIALIZE LOT-R.
       M-10.
           CALL "SD_Accept" USING BY REFERENCE A-LOT "A-LOT" "X" "10"
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-11
           END-IF
           PERFORM  ASN-GET-RTN  THRU  ASN-GET-RTN-EXIT.
       M-12.
           CALL "SD_Accept" USING BY REFERENCE A-HCD "A-HCD" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           COMPUTE  LOT-NGP = (2000 + WORK-TD-YY) * 10000
                            + WORK-TD-MM * 100 + WORK-TD-DD.
           MOVE  USER_ID  TO LOT-USER.
           MOVE  "0"      TO LOT-QCST.
           CALL "DB_Insert" USING
            LOTF_PNAME1 LOTF_LNAME LOT-R RETURNING RET.
           IF  M-ASN NOT = 1
               PERFORM  CST-FOLD-RTN  THRU  CST-FOLD-RTN-EXIT
               PERFORM  PTW-ADD-RTN   THRU  PTW-ADD-RTN-EXIT
           END-IF
           IF  M-ASN = 1
               PERFORM  ASN-RCV-RTN  THRU  ASN-RCV-RTN-EXIT
           END-IF
           GO TO M-05.
      *
      *    CST-FOLD-RTN  -  the lot's value at the supplier's THTM
      *    any-size price folds into the item's CST-M running
      *    weighted average, POR100's fold; no price, no fold.
      *
       CST-FOLD-RTN.
           MOVE  LOT-TCD   TO THT-TCD.
           MOVE  LOT-HCD   TO THT-HCD.
           MOVE  9         TO THT-SIZ.
           CALL "DB_Read" USING
            "INVALID KEY" THTM_PNAME1 BY REFERENCE THT-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1  OR  THT-T = ZERO
               CALL "SD_Output" USING
                "E-ME4" E-ME4 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO CST-FOLD-RTN-EXIT
           END-IF
           COMPUTE  M-RVAL = LOT-QTY * THT-T.
           MOVE  LOT-HCD  TO CST-HCD.
           CALL "DB_Read" USING
            "INVALID KEY" CST-M_PNAME1 BY REFERENCE CST-R " "
            RETURNING RET.
           IF  RET = 1
               MOVE  0  TO M-CFND
               INITIALIZE CST-R
               MOVE  LOT-HCD  TO CST-HCD
           ELSE
               MOVE  1  TO M-CFND
           END-IF
           ADD  LOT-QTY  TO CST-QTY.
           ADD  M-RVAL   TO CST-VAL.
           MOVE  THT-T   TO CST-LRTN.
           IF  CST-QTY > ZERO
               COMPUTE  CST-AVG ROUNDED = CST-VAL / CST-QTY
           ELSE
               MOVE  THT-T  TO CST-AVG
           END-IF
           MOVE  LOT-NGP  TO CST-LRDT.
           MOVE  USER_ID  TO CST-USER.
           IF  M-CFND = 1
               CALL "DB_Update" USING
                CST-M_PNAME1 CST-M_LNAME CST-R RETURNING RET
           ELSE
               CALL "DB_Insert" USING
                CST-M_PNAME1 CST-M_LNAME CST-R RETURNING RET
           END-IF.
       CST-FOLD-RTN-EXIT.
           EXIT.
      *
      *    PTW-ADD-RTN  -  the lot's putaway task, keyed the receipt
      *    date and clock time, line 1.
      *
       PTW-ADD-RTN.
           INITIALIZE PTW-R.
           MOVE  LOT-NGP  TO PTW-DATE.
           ACCEPT  PTW-TIME  FROM  TIME.
           MOVE  1        TO PTW-LN PTW-SRC.
           MOVE  LOT-NO   TO PTW-RLNO.
           MOVE  LOT-SEQ  TO PTW-RLSEQ.
           MOVE  LOT-HCD  TO PTW-HCD.
           MOVE  LOT-WH   TO PTW-WH.
           MOVE  LOT-QTY  TO PTW-QTY.
           MOVE  SPACE    TO PTW-SBIN PTW-ABIN PTW-USER.
           MOVE  ZERO     TO PTW-STAT.
           CALL "DB_Insert" USING
            PTWF_PNAME1 PTWF_LNAME PTW-R RETURNING RET.
       PTW-ADD-RTN-EXIT.
           EXIT.
      *
      *    ASN-GET-RTN  -  a lot and sequence staged from a supplier's
      *    advance ship notice and not yet received fill in item,
      *    supplier and the notice's pairs.
      *
       ASN-GET-RTN.
           MOVE  ZERO     TO M-ASN.
           MOVE  LOT-NO   TO ASNL-LOT.
           MOVE  LOT-SEQ  TO ASNL-LSEQ.
           CALL "DB_Read" USING
            "INVALID KEY" ASNL_PNAME1 BY REFERENCE ASNL-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO TO ASN-GET-RTN-EXIT
           END-IF
           MOVE  ASNL-AKEY  TO ASN-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" ASNF_PNAME1 BY REFERENCE ASN-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO TO ASN-GET-RTN-EXIT
           END-IF
           IF  ASN-LRC = 1
               GO TO ASN-GET-RTN-EXIT
           END-IF
           MOVE  ZERO  TO M-EQS.
           MOVE  1  TO M-QX.
       ASN-GET-010.
           IF  M-QX > 10
               GO TO ASN-GET-020
           END-IF
           ADD  ASN-EQ(M-QX)  TO M-EQS.
           ADD  1  TO M-QX.
           GO TO ASN-GET-010.
       ASN-GET-020.
           MOVE  1        TO M-ASN.
           MOVE  ASN-HCD  TO LOT-HCD.
           MOVE  ASN-TCD  TO LOT-TCD.
           MOVE  ZERO     TO LOT-QTY.
           IF  M-EQS > ZERO
               MOVE  M-EQS  TO LOT-QTY
           END-IF
           CALL "SD_Output" USING "A-HCD" A-HCD "p" RETURNING RESU.
           CALL "SD_Output" USING "A-TCD" A-TCD "p" RETURNING RESU.
           CALL "SD_Output" USING "A-QTY" A-QTY "p" RETURNING RESU.
           CALL "SD_Output" USING
            "E-ME5" E-ME5 "p" RETURNING RESU.
       ASN-GET-RTN-EXIT.
           EXIT.
      *
      *    ASN-RCV-RTN  -  the confirmed lot's pairs go back on the
      *    notice line; a count other than the notice's is flagged
      *    for the variance list.
      *
       ASN-RCV-RTN.
           CALL "DB_Read" USING
            "INVALID KEY" ASNF_PNAME1 BY REFERENCE ASN-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO ASN-RCV-RTN-EXIT
           END-IF
           MOVE  LOT-QTY  TO ASN-LQTY.
           MOVE  1        TO ASN-LRC.
           IF  ASN-PRC = 1
               MOVE  1  TO ASN-STAT
           END-IF
           MOVE  LOT-NGP  TO ASN-RDATE.
           IF  LOT-QTY NOT = M-EQS  OR  LOT-HCD NOT = ASN-HCD
               MOVE  1  TO ASN-RVAR
           END-IF
           CALL "DB_Update" USING
            ASNF_PNAME1 ASNF_LNAME ASN-R RETURNING RET.
       ASN-RCV-RTN-EXIT.
           EXIT.
       M-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_F_Close" USING
            BY REFERENCE SHM_IDLST SHM_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE T-M_IDLST T-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE THTM_IDLST THTM_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE CST-M_IDLST CST-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE PTWF_IDLST PTWF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE ASNF_IDLST ASNF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE ASNL_IDLST ASNL_PNAME1.
           CALL "DB_Close".
           STOP RUN.
