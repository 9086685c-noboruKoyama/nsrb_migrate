           02  ED-CD4            PIC X(5).
           02  F                 PIC X(7).
           02  WORK-73           PIC -------.
      *    cash-on-delivery slips: the amount the carrier collects,
      *    printed under the slip total from COD100's CODF row.
       01  WORK-7C.
           02  F                 PIC X(96)  VALUE SPACE.
           02  F                 PIC X(12)  VALUE "COD AMOUNT  ".
           02  WORK-7C1          PIC ZZZ,ZZZ,ZZ9.
       01  WORK-8.
           02  WORK-81           OCCURS  10.
               03  WORK-811      PIC S9(2).
       01  SGL-W                 PIC 9.
       01  SRT-W                 PIC 9.
       01  DEN-W                 PIC 9(6).
       01  DEN-COD               PIC 9(9).
       01  W-TCD                 PIC 9(4).
       01  W-TAN                 PIC 9(5).
       01  W-SHMSZ-IX             PIC 9(2).
      *    confirm the shipped size position is one SHM actually
      *    carries for that item, before TAN-RTN prices it off THTM.
           COPY  SHM.
      *    cash-on-delivery slips priced by COD100 -- read by slip
      *    in HEAD-RTN; COD-PRN-RTN prints the amount to collect.
           COPY  LICODF.
      *FD  JSJDRF
       01  JSJDRF_JTO35L.
           02  JSJDRF_PNAME1      PIC  X(006) VALUE "JSJDRF".
           MOVE  JSJD-021  TO  WORK-41.
           MOVE  TC-NAME   TO  WORK-42.
           MOVE  TC-DLVKBN TO  WORK-DLVKBN.
           IF  WORK-DLVKBN  =  2
               MOVE  0         TO  WORK-DLVKBN
           END-IF.
           MOVE  TC-MAIL   TO  WORK-MAIL.
       READ2-020.
           IF  JSJD-022  =  1
                   GO  TO  READ2-030
               END-IF
               MOVE  TC-DLVKBN  TO  WORK-DLVKBN
               IF  WORK-DLVKBN  =  2
                   MOVE  0          TO  WORK-DLVKBN
               END-IF
               MOVE  TC-MAIL    TO  WORK-MAIL
           END-IF
           MOVE  JSJD-022  TO  WORK-43.
                   CALL "PR_LineFeed" USING J RETURNING RESP
               END-IF
               PERFORM  PRN-OUT-RTN  THRU  PRN-OUT-RTN-EXIT
               PERFORM  COD-PRN-RTN  THRU  COD-PRN-RTN-EXIT
               PERFORM  PDF-MAIL-RTN  THRU  PDF-MAIL-RTN-EXIT
               GO  TO  TOTL-RTN-EXIT
           END-IF
                   CALL "PR_LineFeed" USING J RETURNING RESP
               END-IF
               PERFORM  PRN-OUT-RTN  THRU  PRN-OUT-RTN-EXIT
               PERFORM  COD-PRN-RTN  THRU  COD-PRN-RTN-EXIT
               PERFORM  PDF-MAIL-RTN  THRU  PDF-MAIL-RTN-EXIT
               MOVE  0  TO  GOKEI
           END-IF.
       PRN-OUT-RTN-EXIT.
           EXIT.
      ******************************************************************
      *    COD-PRN-RTN  -  on a cash-on-delivery slip, the amount the
      *    carrier collects (tax included) on the line after the
      *    total; HEAD-RTN starts the next slip on a fresh page.
      ******************************************************************
       COD-PRN-RTN.
           IF  DEN-COD  =  0
               GO  TO  COD-PRN-RTN-EXIT
           END-IF
           MOVE  DEN-COD  TO  WORK-7C1.
           MOVE  WORK-7C  TO  PRN-R.
           IF  WORK-DLVKBN  =  0
               CALL "PR_LineFeed" USING "1" RETURNING RESP
           END-IF
           PERFORM  PRN-OUT-RTN  THRU  PRN-OUT-RTN-EXIT.
       COD-PRN-RTN-EXIT.
           EXIT.
      ******************************************************************
      *    PDF-MAIL-RTN  -  when the slip just finished was PDF-routed,
      *    closes the PDF document and e-mails it to the customer's
      *    TC-MAIL address in place of the physical printout.
           MOVE  X"1A24212078"  TO  ST-CD1.
           MOVE  X"1A24212474"  TO  ED-CD1.
           MOVE  JSJD-03         TO  WORK-11.
           MOVE  JSJD-03         TO  COD-03.
           MOVE  JSJD-NGP        TO  COD-NGP.
           CALL "DB_Read" USING
            "INVALID KEY" CODF_PNAME1 BY REFERENCE COD-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  0        TO  DEN-COD
           ELSE
               MOVE  COD-AMT  TO  DEN-COD
           END-IF
           MOVE    "'"           TO  WORK-M2.
           MOVE  JSJD-0712       TO  WORK-211.
           MOVE  JSJD-072        TO  WORK-212.
           IF  JSJD-05  =  5
               MOVE  "委託"  TO  WORK-22
           END-IF
           IF  JSJD-05  =  6
               MOVE  "見本"  TO  WORK-22
           END-IF
           IF  JSJD-05  =  7
               MOVE  "To"  TO  WORK-22
           END-IF
           CALL "DB_F_Open" USING
            "INPUT" SHM_PNAME1 "SHARED" BY REFERENCE SHM_IDLST "1"
            "SHM-KEY" BY REFERENCE SHM-KEY.
           CALL "DB_F_Open" USING
            "INPUT" CODF_PNAME1 "SHARED" BY REFERENCE CODF_IDLST "1"
            "COD-KEY" BY REFERENCE COD-KEY.
           CALL "DB_F_Open" USING
            "OUTPUT" JSJDCSV_PNAME1 " " BY REFERENCE JSJDCSV_IDLST "0".
           CALL "DB_Insert" USING
           CALL "DB_F_Close" USING BY REFERENCE T-M_IDLST T-M_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE THTM_IDLST THTM_PNAME1.
           CALL "DB_F_Close" USING BY REFERENCE SHM_IDLST SHM_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE CODF_IDLST CODF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE JMSTD_IDLST JMSTD_PNAME1.
           CALL "DB_F_Close" USING
