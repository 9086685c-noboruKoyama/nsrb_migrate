      *    PRINTER TYPE    :  ------                           *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/09/02                         *
      *        CHANGE      :  26/10/15  SHOW TRACKING NO       *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    records what happened after the truck left: per JSJD-03
       01  A-DLVTIM               PIC  9(004)      VALUE ZERO.
       01  A-RCVR                 PIC  X(020)      VALUE SPACE.
       01  A-EXC                  PIC  9(002)      VALUE ZERO.
      *    the slip's carrier tracking -- carton 1's number and how
      *    many cartons CEX100 has numbers for -- shown under the
      *    slip so customer service can trace it on the carrier's
      *    site without phoning the depot.
       01  W-TRKCTN               PIC  9(003)      VALUE ZERO.
       01  WORK-PD-TRK.
           02  F                  PIC  X(21)  VALUE
                "TRACKING NO".
           02  WORK-PD-TRKNO      PIC  X(014).
           02  F                  PIC  X(06)  VALUE  "  CTN ".
           02  WORK-PD-TRKCTN     PIC  ZZ9.
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
      *FD  JSJDRF
           02  PODF_IDLST         PIC  X(100) VALUE SPACE.
           02  PODF_RES           USAGE  POINTER.
           COPY PODF.
      *FD  TRKF
           COPY LITRKF.
      *
       77  ESTAT                  PIC  X(002).
       77  RESU                   PIC  9(001).
                "EXCEPTION CODE".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-DSP.
           02  D-TRKF     PIC  X(044).
       01  C-ACP.
           02  A-03F      PIC  9(006).
           02  A-NGPF     PIC  9(008).
            "07C-MID" "X" "11" "10" "20" "06C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "08C-MID" "X" "13" "10" "20" "07C-MID" " " RETURNING RESU.
      *C-DSP
       CALL "SD_Init" USING
            "C-DSP" " " "0" "0" "44" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "D-TRKF" "X" "7" "10" "44" " " "C-DSP" RETURNING RESU.
       CALL "SD_From" USING
            "D-TRKF" BY REFERENCE WORK-PD-TRK "44" "0" RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "49" " " " " RETURNING RESU.
           CALL "DB_F_Open" USING
            "I-O" PODF_PNAME1 "SHARED" BY REFERENCE PODF_IDLST "1"
            "POD-KEY" BY REFERENCE POD-KEY.
           CALL "DB_F_Open" USING
            "INPUT" TRKF_PNAME1 "SHARED" BY REFERENCE TRKF_IDLST "1"
            "TRK-KEY" BY REFERENCE TRK-KEY.
      *
       M-05.
           MOVE    SPACE    TO  ERR-STAT.
               MOVE  1  TO M-FOUND
           ELSE
               MOVE  0  TO M-FOUND
           END-IF
           PERFORM  TRK-SHOW-RTN  THRU  TRK-SHOW-RTN-EXIT.
           CALL "SD_Output" USING "C-DSP" C-DSP "p" RETURNING RESU.
       M-12.
           CALL "SD_Accept" USING BY REFERENCE A-DLVNGPF "A-DLVNGPF"
            "9" "8" BY REFERENCE ESTAT RETURNING RESU.
            BY REFERENCE JSJDRF_IDLST JSJDRF_PNAME1.
       SLIP-CHK-RTN-EXIT.
           EXIT.
      *
      *    TRK-SHOW-RTN  -  carton 1's tracking number off TRKF and
      *    the count of numbered cartons, read up carton by carton.
      *
       TRK-SHOW-RTN.
           MOVE  SPACE  TO WORK-PD-TRKNO.
           MOVE  ZERO   TO W-TRKCTN.
       TRK-SHOW-010.
           IF  W-TRKCTN NOT < 999
               GO TO TRK-SHOW-020
           END-IF
           MOVE  A-03      TO TRK-03.
           MOVE  A-NGP     TO TRK-NGP.
           COMPUTE  TRK-CTN = W-TRKCTN + 1.
           CALL "DB_Read" USING
            "INVALID KEY" TRKF_PNAME1 BY REFERENCE TRK-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO TO TRK-SHOW-020
           END-IF
           ADD  1  TO W-TRKCTN.
           IF  W-TRKCTN = 1
               MOVE  TRK-NO  TO WORK-PD-TRKNO
           END-IF
           GO TO TRK-SHOW-010.
       TRK-SHOW-020.
           MOVE  W-TRKCTN  TO WORK-PD-TRKCTN.
       TRK-SHOW-RTN-EXIT.
           EXIT.
      *
       M-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_F_Close" USING
            BY REFERENCE TRKF_IDLST TRKF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE PODF_IDLST PODF_PNAME1.
           CALL "DB_Close".
