      *        CHANGE      :  26/09/02                         *
      *        CHANGE      :  26/09/02  XRFM SKU TRANSLATION   *
      *        CHANGE      :  26/09/02  OUTLIER QUANTITY HOLD  *
      *        CHANGE      :  26/10/15  PREPACK CASE ORDERS    *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    loads the customers' transmitted shipment orders into
      *    HELD (status 8) for QHR100's review queue instead of
      *    releasing, and prints flagged.  the averages ride a
      *    one-pass JSJDRF preload.
      *    a chain ordering sealed prepacks sends the PPKM case code
      *    and number of cases instead of loose pairs: the line is
      *    exploded into its size slots through the item's PPKM row
      *    (cases times the case's pairs per slot) and keeps the
      *    case code and count on the suspense line for ALO100 and
      *    CTN100.  a case code with no live PPKM row rejects the
      *    line.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02  SOI-QTY.
               03  SOI-Q          PIC  9(004)  OCCURS 10.
           02  SOI-CSKU           PIC  X(013).
           02  SOI-CASE           PIC  9(002).
           02  SOI-CQTY           PIC  9(004).
           02  FILLER             PIC  X(01).
       77  F                      PIC  X(001).
      *FD  JSJDSF
       01  JSJDSF_JSI100.
      *    transmitted item code is not on SHM, so a chain ordering
      *    under its own SKUs imports without the laminated card.
           COPY LIXRFM.
      *FD  PPKM
      *    prepack master -- explodes a case-quantity line to sizes.
           COPY LIPPKM.
      *
           COPY L-JCON.
      *FD  JSJDRF
            "INPUT" XRFM_PNAME1 "SHARED" BY REFERENCE XRFM_IDLST
            "2" "XRF-KEY" BY REFERENCE XRF-KEY "XRF-KEY2" BY
            REFERENCE XRF-KEY2.
           CALL "DB_F_Open" USING
            "INPUT" PPKM_PNAME1 "SHARED" BY REFERENCE PPKM_IDLST "1"
            "PPK-KEY" BY REFERENCE PPK-KEY.
           CALL "PR_Open" RETURNING RESP.
           MOVE  ZERO  TO READCNT INSCNT SKPCNT EXC-CNT HDR-SW
                          AVG-CNT HLDCNT.
               PERFORM  REJ-RTN  THRU  REJ-RTN-EXIT
               GO TO READ-RTN
           END-IF
           IF  SOI-CASE NOT = ZERO
               MOVE  SOI-09    TO PPK-HCD
               MOVE  SOI-CASE  TO PPK-CASE
               CALL "DB_Read" USING
                "INVALID KEY" PPKM_PNAME1 BY REFERENCE PPK-R "UNLOCK"
                RETURNING RET
               IF  RET = 1  OR  PPK-PPC = ZERO  OR  SOI-CQTY = ZERO
                   PERFORM  PPKREJ-RTN  THRU  PPKREJ-RTN-EXIT
                   GO TO READ-RTN
               END-IF
           END-IF
           INITIALIZE JSJDS-REC.
           MOVE  SOI-01   TO JSJDS-01.
           MOVE  SOI-021  TO JSJDS-021.
           MOVE  1     TO W-IX.
       READ-010.
           IF  W-IX NOT > 10
               IF  SOI-CASE NOT = ZERO
                   COMPUTE  JSJDS-1111(W-IX) = PPK-Q(W-IX) * SOI-CQTY
               ELSE
                   MOVE  SOI-Q(W-IX)  TO JSJDS-1111(W-IX)
               END-IF
               ADD   JSJDS-1111(W-IX)  TO W-TOT
               ADD  1  TO W-IX
               GO TO READ-010
           END-IF
           MOVE  SOI-CASE  TO JSJDS-CASE.
           IF  SOI-CASE NOT = ZERO
               MOVE  SOI-CQTY  TO JSJDS-CQTY
           END-IF
           MOVE  W-TOT     TO JSJDS-112.
           MOVE  ZERO      TO JSJDS-122.
           MOVE  ZERO      TO JSJDS-STAT.
           END-IF.
       DUPREJ-RTN-EXIT.
           EXIT.
       PPKREJ-RTN.
           ADD  1  TO SKPCNT.
           IF  EXC-CNT < 200
               ADD  1  TO EXC-CNT
               MOVE  READCNT             TO EXC-LINE(EXC-CNT)
               MOVE  "NO SUCH PREPACK CASE"  TO EXC-TEXT(EXC-CNT)
           END-IF.
       PPKREJ-RTN-EXIT.
           EXIT.
      ******************************************************************
      *    AVG-LOAD-RTN  -  per-item total and line count over the
      *    trailing three months, one sequential JSJDRF pass.
            BY REFERENCE SHM_IDLST SHM_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE XRFM_IDLST XRFM_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE PPKM_IDLST PPKM_PNAME1.
           CALL "PR_Close" RETURNING RESP.
           CALL "DB_Close".
       CLSE-RTN-EXIT.
