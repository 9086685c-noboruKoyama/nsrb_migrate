      *    PROGRAM         :  OUTBOUND PICK SCAN VERIFICATION  *
      *    PRINTER TYPE    :  JIPS                             *
      *        CHANGE      :  26/09/02                         *
      *        CHANGE      :  26/10/15  PICKER SCAN HISTORY    *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    the counts discipline, outbound: pickers scan every item
      *    JAN codes resolve through a one-pass SHM preload (the
      *    barcode is not a key, the same scan-to-locate SHM100's
      *    BARCD-FIND-RTN lives with).
      *    each scan record also carries the picker's ID and the
      *    handheld's scan date and time; after the verdicts every
      *    scan is kept on SCNH with them and the wave its slip was
      *    picked in (warehouse and the customer's TC-ROUTE, the
      *    WAV100 grouping), for PKR100's picker report.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02  SL-ENT   OCCURS  200.
               03  SL-03          PIC  9(006).
               03  SL-STAT        PIC  9(001).
               03  SL-WH          PIC  9(001).
               03  SL-RT          PIC  9(002).
               03  SL-SET         PIC  9(001).
       01  W-IX                   PIC  9(002)      VALUE ZERO.
       01  W-QTY                  PIC S9(006)      VALUE ZERO.
       01  VER-CNT                PIC  9(003)      VALUE ZERO.
           02  SCAN-03            PIC  9(006).
           02  SCAN-JAN           PIC  X(013).
           02  SCAN-QTY           PIC  9(004).
           02  SCAN-PICK          PIC  X(006).
           02  SCAN-DATE          PIC  9(008).
           02  SCAN-TIME          PIC  9(006).
           02  FILLER             PIC  X(07).
       77  F                      PIC  X(001).
      *FD  SHM
           02  SCNV_IDLST         PIC  X(100) VALUE SPACE.
           02  SCNV_RES           USAGE  POINTER.
           COPY SCNV.
      *FD  SCNH
           COPY LISCNH.
      *FD  TC-M
           COPY LITCM.
      *
       77  RET                    PIC  9(001)      VALUE ZERO.
       77  USER_ID                PIC  X(006)      VALUE SPACE.
           PERFORM  SC-IMP-RTN   THRU  SC-IMP-RTN-EXIT.
           PERFORM  SC-SHP-RTN   THRU  SC-SHP-RTN-EXIT.
           PERFORM  SC-VER-RTN   THRU  SC-VER-RTN-EXIT.
           PERFORM  SC-LOG-RTN   THRU  SC-LOG-RTN-EXIT.
           CALL "SD_Output" USING
            "E-ME1" E-ME1 "p" RETURNING RESU.
           CALL "SD_Output" USING
                   ADD  1        TO SL-CNT
                   MOVE  SN-W03  TO SL-03(SL-CNT)
                   MOVE  1       TO SL-STAT(SL-CNT)
                   MOVE  ZERO    TO SL-WH(SL-CNT) SL-RT(SL-CNT)
                                    SL-SET(SL-CNT)
               END-IF
               GO TO SL-NOTE-RTN-EXIT
           END-IF
      *    which is exactly the unscanned mismatch).
      *
       SC-SHP-RTN.
           CALL "DB_F_Open" USING
            "INPUT" TC-M_PNAME1 "SHARED" BY REFERENCE TC-M_IDLST "1"
            "TC-KEY" BY REFERENCE TC-KEY.
           CALL "DB_F_Open" USING
            "INPUT" JSJDRF_PNAME1 " " BY REFERENCE JSJDRF_IDLST "0".
       SC-SHP-010.
           IF  SL-IX = ZERO
               GO TO SC-SHP-010
           END-IF
      *
      *    the slip's wave, once: its warehouse and the route of its
      *    customer's head-office TC-M row (WAV100's read).
      *
           IF  SL-SET(SL-IX) = 0
               MOVE  1         TO SL-SET(SL-IX)
               MOVE  JSJD-01   TO SL-WH(SL-IX)
               MOVE  JSJD-021  TO TC-TCD
               MOVE  1         TO TC-CCD
               CALL "DB_Read" USING
                "INVALID KEY" TC-M_PNAME1 BY REFERENCE TC-R "UNLOCK"
                RETURNING RET
               IF  RET = 0
                   MOVE  TC-ROUTE  TO SL-RT(SL-IX)
               END-IF
           END-IF
           MOVE  ZERO  TO W-QTY.
           MOVE  1     TO W-IX.
       SC-SHP-012.
       SC-SHP-030.
           CALL "DB_F_Close" USING
            BY REFERENCE JSJDRF_IDLST JSJDRF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE TC-M_IDLST TC-M_PNAME1.
       SC-SHP-RTN-EXIT.
           EXIT.
      *
           GO TO SL-MARK-010.
       SL-MARK-RTN-EXIT.
           EXIT.
      *
      *    SC-LOG-RTN  -  a second pass of the scan file keeping
      *    every scan on SCNH; a scan already there from an earlier
      *    run of the day is refused on its key and skipped.
      *
       SC-LOG-RTN.
           CALL "DB_F_Open" USING
            "I-O" SCNH_PNAME1 "SHARED" BY REFERENCE SCNH_IDLST "1"
            "SCNH-KEY" BY REFERENCE SCNH-KEY.
           CALL "DB_F_Open" USING
            "INPUT" SCANF_PNAME1 " " BY REFERENCE SCANF_IDLST "0".
       SC-LOG-010.
           CALL "DB_Read" USING
            "AT END" SCANF_PNAME1 BY REFERENCE SCAN-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO SC-LOG-030
           END-IF
           INITIALIZE SCNH-R.
           MOVE  SC-NGP     TO SCNH-NGP.
           MOVE  SCAN-03    TO SCNH-03.
           MOVE  SCAN-DATE  TO SCNH-SDATE.
           MOVE  SCAN-TIME  TO SCNH-STIME.
           MOVE  SCAN-PICK  TO SCNH-PICK.
           MOVE  SCAN-JAN   TO SCNH-JAN.
           MOVE  SCAN-QTY   TO SCNH-QTY.
           MOVE  USER_ID    TO SCNH-USER.
           MOVE  1  TO JN-IX.
       SC-LOG-012.
           IF  JN-IX > JN-CNT
               GO TO SC-LOG-014
           END-IF
           IF  JN-JAN(JN-IX) = SCAN-JAN
               MOVE  JN-HCD(JN-IX)  TO SCNH-HCD
               GO TO SC-LOG-014
           END-IF
           ADD  1  TO JN-IX.
           GO TO SC-LOG-012.
       SC-LOG-014.
           MOVE  1  TO SL-IX.
       SC-LOG-016.
           IF  SL-IX > SL-CNT
               GO TO SC-LOG-020
           END-IF
           IF  SL-03(SL-IX) = SCAN-03
               MOVE  SL-WH(SL-IX)  TO SCNH-WH
               MOVE  SL-RT(SL-IX)  TO SCNH-RT
               GO TO SC-LOG-020
           END-IF
           ADD  1  TO SL-IX.
           GO TO SC-LOG-016.
       SC-LOG-020.
           CALL "DB_Insert" USING
            SCNH_PNAME1 SCNH_LNAME SCNH-R RETURNING RET.
           GO TO SC-LOG-010.
       SC-LOG-030.
           CALL "DB_F_Close" USING
            BY REFERENCE SCANF_IDLST SCANF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE SCNH_IDLST SCNH_PNAME1.
       SC-LOG-RTN-EXIT.
           EXIT.
      *
       R-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
