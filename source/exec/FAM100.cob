      *    PRINTER TYPE    :  ------                           *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/09/02                         *
      *        CHANGE      :  26/10/15  CAPEX REQUEST LINK     *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    maintains the fixed asset register one FA-KEY at a time,
      *    the only way the figure moves afterwards is a posted
      *    depreciation month, so the register and the ledger
      *    cannot drift apart through a screen edit.
      *    the capex request number the asset was bought under is
      *    keyed last; zero is allowed (CPX100's report flags it),
      *    any other number must be an approved CXF request.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY  LSTAT.
      *FD  FA-M
           COPY LIFAM.
      *FD  CXF
           COPY LICXF.
      *
       77  ESTAT                  PIC  X(002).
       77  RESU                   PIC  9(001).
                "DEPARTMENT".
           02  FILLER  PIC  X(020) VALUE
                "STATUS 0/1/9".
           02  FILLER  PIC  X(020) VALUE
                "CAPEX REQUEST NO".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-ACP.
           02  A-LIFE     PIC  9(002).
           02  A-DEPT     PIC  9(004).
           02  A-STAT     PIC  9(001).
           02  A-CXNO     PIC  9(006).
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
             03  E-ME1   PIC  X(030) VALUE
                  "***  LIFE/COST REQUIRED    ***".
             03  E-ME2   PIC  X(030) VALUE
                  "***  REQUEST NOT APPROVED  ***".
             03  E-ME99  PIC  X(005) VALUE X"1B4205".
           COPY LIBSCR.
       PROCEDURE DIVISION.
           "C-CL" "X" "1" "0" "12" " " "C-CLEAR" RETURNING RESU.
      *C-MID
       CALL "SD_Init" USING
            "C-MID" " " "0" "0" "240" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-MID" "X" "3" "10" "40" " " "C-MID" RETURNING RESU.
       CALL "SD_Init" USING
       CALL "SD_Init" USING
            "09C-MID" "X" "12" "10" "20" "08C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "10C-MID" "X" "13" "10" "20" "09C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "11C-MID" "X" "14" "10" "20" "10C-MID" " " RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "78" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-KEY" "9" "5" "31" "5" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
       CALL "SD_Using" USING
            "A-STAT" BY REFERENCE FA-STAT "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-CXNO" "9" "13" "31" "6" "A-STAT" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-CXNO" BY REFERENCE FA-CXNO "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "14" "31" "1" "A-CXNO" " " RETURNING RESU.
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
       CALL "SD_Init" USING
            "E-ME1" "X" "24" "15" "30" "E-STAT" " " RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME2" "X" "24" "15" "30" "E-ME1" " " RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME99" "X" "24" "75" "5" "E-ME2" " " RETURNING RESU.
      *
           ACCEPT USER_ID FROM ARGUMENT-VALUE.
           ACCEPT COMPLETION_CODE FROM ARGUMENT-VALUE.
           CALL "DB_F_Open" USING
            "I-O" FA-M_PNAME1 "SHARED" BY REFERENCE FA-M_IDLST "1"
            "FA-KEY" BY REFERENCE FA-KEY.
           CALL "DB_F_Open" USING
            "INPUT" CXF_PNAME1 "SHARED" BY REFERENCE CXF_IDLST "1"
            "CX-KEY" BY REFERENCE CX-KEY.
      *
       M-05.
           MOVE    SPACE    TO  ERR-STAT.
            RETURNING RET.
           IF  RET = 0
               MOVE  1  TO M-FOUND
               IF  FA-CXNO NOT NUMERIC
                   MOVE  ZERO  TO FA-CXNO
               END-IF
           ELSE
               MOVE  0      TO M-FOUND
               MOVE  SPACE  TO FA-NAME
               MOVE  ZERO   TO FA-ACQDT FA-COST FA-MTHD FA-LIFE
                               FA-DEPT FA-ACCUM FA-STAT FA-CXNO
           END-IF.
       M-11.
           CALL "SD_Accept" USING BY REFERENCE A-NAME "A-NAME" "N"
           IF  FA-STAT NOT = 0  AND  1  AND  9
               GO TO M-17
           END-IF.
       M-18.
           CALL "SD_Accept" USING BY REFERENCE A-CXNO "A-CXNO" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-17
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-18
           END-IF
           IF  FA-CXNO = ZERO
               GO TO M-20
           END-IF
           MOVE  FA-CXNO  TO CX-NO.
           CALL "DB_Read" USING
            "INVALID KEY" CXF_PNAME1 BY REFERENCE CX-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1  OR  CX-STAT NOT = 1
               CALL "SD_Output" USING
                "E-ME2" E-ME2 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-18
           END-IF.
       M-20.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-18
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-20
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_F_Close" USING
            BY REFERENCE FA-M_IDLST FA-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE CXF_IDLST CXF_PNAME1.
           CALL "DB_Close".
           STOP RUN.
