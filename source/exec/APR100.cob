      *    PRINTER TYPE    :  ------                           *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/09/02                         *
      *        CHANGE      :  26/10/15  OTB HELD ORDER LINES   *
      *        CHANGE      :  26/10/15  QUOTE PRICES TO THTC   *
      *        CHANGE      :  26/10/15  CAPEX REQUESTS         *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    the checker half of the maker-checker gate: the operator
      *    just closes the row.  the same operator who proposed a
      *    change cannot approve it: USER_ID against APR-BY is the
      *    whole point of the gate.
      *    a kind 4 row is a PON100 order line held over its open-
      *    to-buy: approval releases the held POF line to open,
      *    rejection cancels it.
      *    a kind 5 row is a QTE100 won quotation price: approval
      *    puts it on THTC for the customer/item/size, adding the
      *    row when the customer had no price there yet.
      *    a kind 6 row is a CPX100 capital expenditure request:
      *    approval stamps the request approved at the estimate
      *    it was raised for, rejection stamps it rejected.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  A-SEQ                  PIC  9(002)      VALUE ZERO.
       01  A-VERD                 PIC  9(001)      VALUE ZERO.
       01  D-INFO                 PIC  X(060)      VALUE SPACE.
       01  WORK-TODAY             PIC  9(006)      VALUE ZERO.
       01  WORK-INFO.
           02  F                  PIC  X(05)  VALUE  "KIND ".
           02  WORK-INFO-KIND     PIC  9(001).
           COPY APRF.
      *FD  THTM
           COPY LITHTM.
      *FD  THTC
           COPY LITHTC.
      *FD  TC-M
           COPY LITCM.
      *FD  SHM
           COPY SHM.
      *FD  POF
           COPY LIPOF.
      *FD  CXF
           COPY LICXF.
      *
       77  ESTAT                  PIC  X(002).
       77  RESU                   PIC  9(001).
               MOVE  1  TO APR-STAT
           ELSE
               MOVE  9  TO APR-STAT
               IF  APR-KIND = 4
                   PERFORM  APL-POF-RTN  THRU  APL-POF-RTN-EXIT
               END-IF
               IF  APR-KIND = 6
                   PERFORM  APL-CXF-RTN  THRU  APL-CXF-RTN-EXIT
               END-IF
           END-IF
           MOVE  USER_ID  TO APR-APPBY.
           CALL "DB_Update" USING
             WHEN 1  PERFORM APL-THT-RTN THRU APL-THT-RTN-EXIT
             WHEN 2  PERFORM APL-TC-RTN  THRU APL-TC-RTN-EXIT
             WHEN 3  PERFORM APL-SHM-RTN THRU APL-SHM-RTN-EXIT
             WHEN 4  PERFORM APL-POF-RTN THRU APL-POF-RTN-EXIT
             WHEN 5  PERFORM APL-THC-RTN THRU APL-THC-RTN-EXIT
             WHEN 6  PERFORM APL-CXF-RTN THRU APL-CXF-RTN-EXIT
           END-EVALUATE.
       APPLY-RTN-EXIT.
           EXIT.
            BY REFERENCE SHM_IDLST SHM_PNAME1.
       APL-SHM-RTN-EXIT.
           EXIT.
      *
      *    APL-POF-RTN  -  the held order line open (approved) or
      *    cancelled (rejected); a line no longer held is left as
      *    it stands.
      *
       APL-POF-RTN.
           CALL "DB_F_Open" USING
            "I-O" POF_PNAME1 "SHARED" BY REFERENCE POF_IDLST "1"
            "POF-KEY" BY REFERENCE POF-KEY.
           MOVE  APR-KEYD (1:8)  TO POF-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" POF_PNAME1 BY REFERENCE POF-R " "
            RETURNING RET.
           IF  RET = 0  AND  POF-STAT = 8
               IF  A-VERD = 1
                   MOVE  0  TO POF-STAT
               ELSE
                   MOVE  9  TO POF-STAT
               END-IF
               CALL "DB_Update" USING
                POF_PNAME1 POF_LNAME POF-R RETURNING RET
           END-IF
           CALL "DB_F_Close" USING
            BY REFERENCE POF_IDLST POF_PNAME1.
       APL-POF-RTN-EXIT.
           EXIT.
      *
      *    APL-THC-RTN  -  the won quotation price onto THTC; a
      *    customer/item/size with no row yet gets one, blank
      *    THC-KEY2 the way THC100 adds them.
      *
       APL-THC-RTN.
           CALL "DB_F_Open" USING
            "I-O" THTC_PNAME1 "SHARED" BY REFERENCE THTC_IDLST
            "2" "THC-KEY" BY REFERENCE THC-KEY "THC-KEY2" BY
            REFERENCE THC-KEY2.
           MOVE  APR-KEYD (1:11)  TO THC-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" THTC_PNAME1 BY REFERENCE THC-R " "
            RETURNING RET.
           IF  RET = 0
               MOVE  APR-NEWV  TO THC-T
               CALL "DB_Update" USING
                THTC_PNAME1 THTC_LNAME THC-R RETURNING RET
           ELSE
               INITIALIZE THC-R
               MOVE  APR-KEYD (1:11)  TO THC-KEY
               MOVE  APR-NEWV  TO THC-T
               CALL "DB_Insert" USING
                THTC_PNAME1 THTC_LNAME THC-R RETURNING RET
           END-IF
           CALL "DB_F_Close" USING
            BY REFERENCE THTC_IDLST THTC_PNAME1.
       APL-THC-RTN-EXIT.
           EXIT.
      *
      *    APL-CXF-RTN  -  the capex request approved (at APR-NEWV)
      *    or rejected.  a request no longer awaiting approval, or
      *    re-keyed to another estimate since this row was parked
      *    (the re-key parked its own row), is left as it stands.
      *
       APL-CXF-RTN.
           CALL "DB_F_Open" USING
            "I-O" CXF_PNAME1 "SHARED" BY REFERENCE CXF_IDLST "1"
            "CX-KEY" BY REFERENCE CX-KEY.
           MOVE  APR-KEYD (1:6)  TO CX-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" CXF_PNAME1 BY REFERENCE CX-R " "
            RETURNING RET.
           IF  RET = 0  AND  CX-STAT = 8  AND  CX-ECOST = APR-NEWV
               IF  A-VERD = 1
                   MOVE  1         TO CX-STAT
                   MOVE  APR-NEWV  TO CX-AAMT
               ELSE
                   MOVE  9         TO CX-STAT
                   MOVE  ZERO      TO CX-AAMT
               END-IF
               ACCEPT  WORK-TODAY  FROM  DATE
               COMPUTE  CX-ADATE = 20000000 + WORK-TODAY
               MOVE  USER_ID  TO CX-APPBY
               CALL "DB_Update" USING
                CXF_PNAME1 CXF_LNAME CX-R RETURNING RET
           END-IF
           CALL "DB_F_Close" USING
            BY REFERENCE CXF_IDLST CXF_PNAME1.
       APL-CXF-RTN-EXIT.
           EXIT.
      *
       M-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
