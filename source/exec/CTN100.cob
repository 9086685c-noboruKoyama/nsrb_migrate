      *    PRINTER TYPE    :  JIPS                             *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/09/02                         *
      *        CHANGE      :  26/10/15  LABEL PER PREPACK CASE *
      *        CHANGE      :  26/10/15  TRACKING ON LIST       *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    carton-level paperwork for one slip: the operator keys
      *    the quantity inside, and carton n OF m across the whole
      *    slip -- and the per-carton packing list prints behind
      *    the labels.  the chains stop refusing our cartons.
      *    a line shipped in PPKM prepack cases (JSJD-CPPC) is not
      *    re-split by SHM-05: every intact case is one carton with
      *    its own label naming the case code, and only pairs left
      *    over from a broken case fall back to the pack split.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               03  CL-PACK        PIC  9(002).
               03  CL-JAN         PIC  X(013).
               03  CL-CTNS        PIC  9(003).
               03  CL-CASE        PIC  9(002).
               03  CL-CPPC        PIC  9(004).
               03  CL-CASES       PIC  9(004).
       01  CT-TOTCTN              PIC  9(004)      VALUE ZERO.
       01  CT-CTNNO               PIC  9(004)      VALUE ZERO.
       01  CT-LEFT                PIC S9(006)      VALUE ZERO.
       01  CT-INCTN               PIC S9(006)      VALUE ZERO.
       01  CT-CLEFT               PIC  9(004)      VALUE ZERO.
       01  CT-ISCASE              PIC  9(001)      VALUE ZERO.
       01  W-LOOSE                PIC S9(006)      VALUE ZERO.
       01  W-IX                   PIC  9(002)      VALUE ZERO.
       01  W-QTY                  PIC S9(006)      VALUE ZERO.
       01  WORK-CT-CONS1.
       01  WORK-CT-JAN.
           02  F                  PIC  X(05)  VALUE  "JAN  ".
           02  WORK-CT-JANCD      PIC  X(013).
       01  WORK-CT-CASE.
           02  F                  PIC  X(13)  VALUE  "PREPACK CASE ".
           02  WORK-CT-CASECD     PIC  9(002).
       01  WORK-CT-TRK.
           02  F                  PIC  X(09)  VALUE  "TRACKING ".
           02  WORK-CT-TRKNO      PIC  X(014).
       01  WORK-CT-NONE           PIC  X(040)      VALUE
            "*** SLIP NOT FOUND FOR DATE ***".
       01  ERR-STAT               PIC  X(002).
           COPY SHM.
      *FD  TC-M
           COPY LITCM.
      *FD  TRKF
           COPY LITRKF.
      *FD  JSJDRF
       01  JSJDRF_CTN100.
           02  JSJDRF_PNAME1      PIC  X(006) VALUE "JSJDRF".
               MOVE  ZERO     TO CL-PACK(CL-CNT)
               MOVE  SPACE    TO CL-JAN(CL-CNT)
           END-IF
           MOVE  JSJD-CASE  TO CL-CASE(CL-CNT).
           MOVE  JSJD-CPPC  TO CL-CPPC(CL-CNT).
           MOVE  ZERO       TO CL-CASES(CL-CNT).
           MOVE  W-QTY      TO W-LOOSE.
           IF  JSJD-CPPC > ZERO
               COMPUTE  CL-CASES(CL-CNT) = W-QTY / JSJD-CPPC
               COMPUTE  W-LOOSE = W-QTY - CL-CASES(CL-CNT) * JSJD-CPPC
           END-IF
           IF  W-LOOSE NOT > ZERO
               MOVE  ZERO  TO CL-CTNS(CL-CNT)
           ELSE
               IF  CL-PACK(CL-CNT) = ZERO
                   MOVE  1  TO CL-CTNS(CL-CNT)
               ELSE
                   COMPUTE  CL-CTNS(CL-CNT) = (W-LOOSE
                       + CL-PACK(CL-CNT) - 1) / CL-PACK(CL-CNT)
               END-IF
           END-IF
           ADD  CL-CASES(CL-CNT)  TO CL-CTNS(CL-CNT).
           ADD  CL-CTNS(CL-CNT)  TO CT-TOTCTN.
           GO TO CT-SCAN-010.
       CT-SCAN-030.
      *
       CT-PRT-RTN.
           CALL "PR_Open" RETURNING RESP.
           CALL "DB_F_Open" USING
            "INPUT" TRKF_PNAME1 "SHARED" BY REFERENCE TRKF_IDLST "1"
            "TRK-KEY" BY REFERENCE TRK-KEY.
           IF  CL-CNT = ZERO
               MOVE  SPACE  TO PRN-R
               MOVE  WORK-CT-NONE  TO PRN-R (11:40)
           IF  CL-IX > CL-CNT
               GO TO CT-PRT-030
           END-IF
           MOVE  CL-QTY(CL-IX)    TO CT-LEFT.
           MOVE  CL-CASES(CL-IX)  TO CT-CLEFT.
       CT-PRT-020.
           IF  CT-LEFT NOT > ZERO
               ADD  1  TO CL-IX
               GO TO CT-PRT-010
           END-IF
           ADD  1  TO CT-CTNNO.
           PERFORM  CT-INC-RTN  THRU  CT-INC-RTN-EXIT.
           IF  CT-CTNNO NOT = 1
               MOVE  SPACE  TO PRN-R
               CALL "PR_Write" USING PRN-R RETURNING RESP
           MOVE  CL-JAN(CL-IX)  TO WORK-CT-JANCD.
           MOVE  WORK-CT-JAN    TO PRN-R (11:18).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           IF  CT-ISCASE = 1
               MOVE  SPACE          TO PRN-R
               MOVE  CL-CASE(CL-IX) TO WORK-CT-CASECD
               MOVE  WORK-CT-CASE   TO PRN-R (11:15)
               CALL "PR_Write" USING PRN-R RETURNING RESP
           END-IF
           MOVE  SPACE          TO PRN-R.
           MOVE  CT-CTNNO       TO WORK-CT-N.
           MOVE  CT-TOTCTN      TO WORK-CT-M.
           IF  CL-IX > CL-CNT
               GO TO CT-PRT-RTN-EXIT
           END-IF
           MOVE  CL-QTY(CL-IX)    TO CT-LEFT.
           MOVE  CL-CASES(CL-IX)  TO CT-CLEFT.
       CT-PRT-050.
           IF  CT-LEFT NOT > ZERO
               ADD  1  TO CL-IX
               GO TO CT-PRT-040
           END-IF
           ADD  1  TO CT-CTNNO.
           PERFORM  CT-INC-RTN  THRU  CT-INC-RTN-EXIT.
           MOVE  SPACE          TO PRN-R.
           MOVE  CT-CTNNO       TO WORK-CT-N.
           MOVE  CT-TOTCTN      TO WORK-CT-M.
           MOVE  CL-09(CL-IX)   TO WORK-CT-09.
           MOVE  CT-INCTN       TO WORK-CT-QTY.
           MOVE  WORK-CT-ITM    TO PRN-R (32:24).
           IF  CT-ISCASE = 1
               MOVE  CL-CASE(CL-IX) TO WORK-CT-CASECD
               MOVE  WORK-CT-CASE   TO PRN-R (58:15)
           END-IF
      *
      *    the carrier's tracking number, once CEX100 has brought
      *    it back, so a reprinted list doubles as the advice.
      *
           MOVE  CT-SLIP   TO TRK-03.
           MOVE  CT-NGP    TO TRK-NGP.
           MOVE  CT-CTNNO  TO TRK-CTN.
           CALL "DB_Read" USING
            "INVALID KEY" TRKF_PNAME1 BY REFERENCE TRK-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0
               MOVE  TRK-NO         TO WORK-CT-TRKNO
               MOVE  WORK-CT-TRK    TO PRN-R (75:23)
           END-IF
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           SUBTRACT  CT-INCTN  FROM  CT-LEFT.
           GO TO CT-PRT-050.
       CT-PRT-RTN-EXIT.
           CALL "DB_F_Close" USING
            BY REFERENCE TRKF_IDLST TRKF_PNAME1.
           CALL "PR_Close" RETURNING RESP.
           EXIT.
      *
      *    CT-INC-RTN  -  what goes in the next carton of the line:
      *    a whole prepack case while intact cases remain, else
      *    the SHM-05 pack (or everything left, no pack on file).
      *
       CT-INC-RTN.
           MOVE  0  TO CT-ISCASE.
           IF  CT-CLEFT > ZERO
               MOVE  CL-CPPC(CL-IX)  TO CT-INCTN
               SUBTRACT  1  FROM  CT-CLEFT
               MOVE  1  TO CT-ISCASE
               GO TO CT-INC-RTN-EXIT
           END-IF
           IF  CL-PACK(CL-IX) = ZERO  OR  CT-LEFT < CL-PACK(CL-IX)
               MOVE  CT-LEFT  TO CT-INCTN
           ELSE
               MOVE  CL-PACK(CL-IX)  TO CT-INCTN
           END-IF.
       CT-INC-RTN-EXIT.
           EXIT.
      *
       R-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
