       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         SIV100.
      *********************************************************
      *    PROGRAM         :  SUPPLIER INVOICE REGISTER        *
      *    PRINTER TYPE    :  ------                           *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    keys one supplier invoice at a time as the supplier
      *    issued it -- supplier, the supplier's invoice number,
      *    invoice date, the registration number printed on it and
      *    the net/tax split by rate -- into SIVF, and posts it as
      *    the supplier's payable, so every yen TPD100/TPY100 see
      *    owing stands on a document.
      *      - a supplier/invoice-number pair already on SIVF is
      *        refused: the second keying of the same paper stops
      *        here, not at the bank;
      *      - a registration number that differs from the
      *        supplier's T-INVNO is warned, not refused (the paper
      *        is what was received), and flagged SIV-REGWN;
      *      - the tax on each rate is offered at the rate on the
      *        net, fractions cut, and may be keyed over to match
      *        the paper;
      *      - a foreign-currency supplier's invoice is keyed as
      *        its total in the supplier's T-CUR, converted at the
      *        RATM rate in force on the invoice date, and posts
      *        non-taxable with the foreign amount on HFAMT.
      *    posting: one credit SH-REC per non-zero net through the
      *    JCON7 classification-89 map (payable / purchases) under
      *    its rate's HTAXKB, and one per non-zero tax through the
      *    classification-85 map (payable / input tax) under HTAXKB
      *    "0" so TXE100 counts the base once; HCUSTCD the supplier,
      *    HINVNO the registration number, HDOCREF the SIVF key,
      *    HTEKICD 722, dated the invoice date.  a PLK-M locked
      *    invoice month is refused.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SYSTEM3100.
       OBJECT-COMPUTER. SYSTEM3100.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  M-DMM                  PIC  9(001)      VALUE ZERO.
       01  SV-FGN                 PIC  9(001)      VALUE ZERO.
       01  SV-NG                  PIC  9(006)      VALUE ZERO.
       01  SV-RNGP                PIC  9(008)      VALUE ZERO.
       01  SV-SAVE                PIC  X(144)      VALUE SPACE.
      *    one posting line handed to SV-LINE-RTN.
       01  SV-CLS                 PIC  9(002)      VALUE ZERO.
       01  SV-TAXKB               PIC  X(001)      VALUE SPACE.
       01  SV-AMT                 PIC  9(010)      VALUE ZERO.
       01  SV-FAMT                PIC  9(009)V99   VALUE ZERO.
       01  POST-JUNLNO            PIC  9(006)      VALUE ZERO.
       01  POST-LINENO            PIC  9(002)      VALUE ZERO.
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
           COPY  LIBPLK.
           COPY  L-JCON.
      *FD  KMK-M
           COPY LIKMK.
      *FD  T-M
           COPY LITM.
      *FD  RATM
           COPY LIRATM.
      *FD  SIVF
           COPY LISIVF.
      *FD  SIWAKH
       01  SIWAKH_SIV100.
           02  SIWAKH_PNAME1      PIC  X(006) VALUE "SIWAKH".
           02  F                  PIC  X(001).
           02  SIWAKH_LNAME       PIC  X(013) VALUE "SIWAKH_SIV100".
           02  F                  PIC  X(001).
           02  SIWAKH_KEY1        PIC  X(100) VALUE SPACE.
           02  SIWAKH_SORT        PIC  X(100) VALUE SPACE.
           02  SIWAKH_IDLST       PIC  X(100) VALUE SPACE.
           02  SIWAKH_RES         USAGE  POINTER.
           COPY SIWAKH.
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
                "SUPPLIER INVOICE REGISTER".
           02  FILLER  PIC  X(025) VALUE
                "SUPPLIER CODE".
           02  FILLER  PIC  X(025) VALUE
                "INVOICE NO".
           02  FILLER  PIC  X(025) VALUE
                "INVOICE DATE CCYYMMDD".
           02  FILLER  PIC  X(025) VALUE
                "REGISTRATION NO".
           02  FILLER  PIC  X(025) VALUE
                "10% NET / TAX".
           02  FILLER  PIC  X(025) VALUE
                "8%  NET / TAX".
           02  FILLER  PIC  X(025) VALUE
                "NON-TAXABLE".
           02  FILLER  PIC  X(025) VALUE
                "FOREIGN TOTAL".
           02  FILLER  PIC  X(025) VALUE
                "INVOICE TOTAL".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-ACP.
           02  A-TCD      PIC  9(004).
           02  A-INVNO    PIC  X(020).
           02  A-IDATE    PIC  9(008).
           02  A-REGNO    PIC  X(014).
           02  A-NET10    PIC  9(009).
           02  A-TAX10    PIC  9(008).
           02  A-NET8     PIC  9(009).
           02  A-TAX8     PIC  9(008).
           02  A-NET0     PIC  9(009).
           02  A-FTOT     PIC  9(009)V9(002).
           02  A-CUR      PIC  X(003).
           02  A-TOTAL    PIC  9(010).
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
             03  E-ME1   PIC  X(030) VALUE
                  "***  SUPPLIER NOT FOUND    ***".
             03  E-ME2   PIC  X(030) VALUE
                  "***  INVOICE ALREADY KEYED ***".
             03  E-ME3   PIC  X(030) VALUE
                  "***  REG NO DIFFERS T-INVNO***".
             03  E-ME4   PIC  X(030) VALUE
                  "***  NO EXCHANGE RATE      ***".
             03  E-ME5   PIC  X(030) VALUE
                  "***  AMOUNT IS ZERO        ***".
             03  E-ME6   PIC  X(030) VALUE
                  "***  PERIOD LOCKED         ***".
             03  E-ME7   PIC  X(030) VALUE
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
            "C-MID" " " "0" "0" "285" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-MID" "X" "3" "10" "40" " " "C-MID" RETURNING RESU.
       CALL "SD_Init" USING
            "02C-MID" "X" "5" "10" "25" "01C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "03C-MID" "X" "6" "10" "25" "02C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "04C-MID" "X" "7" "10" "25" "03C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "05C-MID" "X" "8" "10" "25" "04C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "06C-MID" "X" "10" "10" "25" "05C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "07C-MID" "X" "11" "10" "25" "06C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "08C-MID" "X" "12" "10" "25" "07C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "09C-MID" "X" "13" "10" "25" "08C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "10C-MID" "X" "15" "10" "25" "09C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "11C-MID" "X" "18" "10" "20" "10C-MID" " " RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "115" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-TCD" "9" "5" "36" "4" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-TCD" BY REFERENCE SIV-TCD "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-INVNO" "X" "6" "36" "20" "A-TCD" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-INVNO" BY REFERENCE SIV-INVNO "20" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-IDATE" "9" "7" "36" "8" "A-INVNO" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-IDATE" BY REFERENCE SIV-IDATE "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-REGNO" "X" "8" "36" "14" "A-IDATE" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-REGNO" BY REFERENCE SIV-REGNO "14" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-NET10" "9" "10" "36" "9" "A-REGNO" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-NET10" BY REFERENCE SIV-NET10 "9" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-TAX10" "9" "10" "47" "8" "A-NET10" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-TAX10" BY REFERENCE SIV-TAX10 "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-NET8" "9" "11" "36" "9" "A-TAX10" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-NET8" BY REFERENCE SIV-NET8 "9" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-TAX8" "9" "11" "47" "8" "A-NET8" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-TAX8" BY REFERENCE SIV-TAX8 "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-NET0" "9" "12" "36" "9" "A-TAX8" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-NET0" BY REFERENCE SIV-NET0 "9" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-FTOT" "9" "13" "36" "12" "A-NET0" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-FTOT" BY REFERENCE SIV-FTOT "12" "2" RETURNING RESU.
       CALL "SD_Init" USING
            "A-CUR" "X" "13" "50" "3" "A-FTOT" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-CUR" BY REFERENCE SIV-CUR "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-TOTAL" "9" "15" "36" "10" "A-CUR" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-TOTAL" BY REFERENCE SIV-TOTAL "10" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "18" "31" "1" "A-TOTAL" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DMM" BY REFERENCE M-DMM "1" "0" RETURNING RESU.
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
            "I-O" SIVF_PNAME1 "SHARED" BY REFERENCE SIVF_IDLST "1"
            "SIV-KEY" BY REFERENCE SIV-KEY.
           CALL "DB_F_Open" USING
            "INPUT" T-M_PNAME1 "SHARED" BY REFERENCE T-M_IDLST
            "2" "T-KEY" BY REFERENCE T-KEY "T-KEY2" BY REFERENCE
            T-KEY2.
      *
       M-05.
           MOVE    SPACE    TO  ERR-STAT.
           MOVE    ZERO     TO  RESU.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "SD_Output" USING "C-MID" C-MID "p" RETURNING RESU.
           MOVE  ZERO   TO M-DMM SV-FGN.
           INITIALIZE SIV-R.
       M-10.
           CALL "SD_Accept" USING BY REFERENCE A-TCD "A-TCD" "9" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = PF9
               CALL "C3_Set_Jrcode" USING
                USER_ID BY REFERENCE COMPLETION_CODE  255
               GO TO M-95
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-10
           END-IF
           MOVE  SIV-TCD  TO T-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" T-M_PNAME1 BY REFERENCE T-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               CALL "SD_Output" USING
                "E-ME1" E-ME1 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-10
           END-IF
           MOVE  ZERO   TO SV-FGN.
           MOVE  SPACE  TO SIV-CUR.
           IF  T-CUR NOT = SPACE  AND  NOT = "JPY"
               MOVE  1      TO SV-FGN
               MOVE  T-CUR  TO SIV-CUR
           END-IF
           CALL "SD_Output" USING "A-CUR" A-CUR "p" RETURNING RESU.
       M-11.
           CALL "SD_Accept" USING BY REFERENCE A-INVNO "A-INVNO" "X"
            "20" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-10
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-11
           END-IF
           IF  SIV-INVNO = SPACE
               GO TO M-11
           END-IF
      *
      *    the same paper keyed a second time stops here.
      *
           MOVE  SIV-R  TO SV-SAVE.
           CALL "DB_Read" USING
            "INVALID KEY" SIVF_PNAME1 BY REFERENCE SIV-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0
               MOVE  SV-SAVE  TO SIV-R
               CALL "SD_Output" USING
                "E-ME2" E-ME2 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-11
           END-IF
           MOVE  SV-SAVE  TO SIV-R.
       M-12.
           CALL "SD_Accept" USING BY REFERENCE A-IDATE "A-IDATE" "9"
            "8" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-11
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-12
           END-IF
           IF  SIV-IDATE = ZERO
               GO TO M-12
           END-IF
           IF  SIV-REGNO = SPACE
               MOVE  T-INVNO  TO SIV-REGNO
               CALL "SD_Output" USING
                "A-REGNO" A-REGNO "p" RETURNING RESU
           END-IF.
       M-13.
           CALL "SD_Accept" USING BY REFERENCE A-REGNO "A-REGNO" "X"
            "14" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-12
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-13
           END-IF
      *
      *    a number off the paper that is not the one on T-M is
      *    warned and flagged, not refused.
      *
           MOVE  ZERO  TO SIV-REGWN.
           IF  SIV-REGNO NOT = T-INVNO
               MOVE  1  TO SIV-REGWN
               CALL "SD_Output" USING
                "E-ME3" E-ME3 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
           END-IF
           IF  SV-FGN = 1
               GO TO M-20
           END-IF.
       M-14.
           CALL "SD_Accept" USING BY REFERENCE A-NET10 "A-NET10" "9"
            "9" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-13
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-14
           END-IF
           COMPUTE  SIV-TAX10 = SIV-NET10 * 10 / 100.
           CALL "SD_Output" USING "A-TAX10" A-TAX10 "p" RETURNING RESU.
       M-15.
           CALL "SD_Accept" USING BY REFERENCE A-TAX10 "A-TAX10" "9"
            "8" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-14
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-15
           END-IF.
       M-16.
           CALL "SD_Accept" USING BY REFERENCE A-NET8 "A-NET8" "9"
            "9" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-15
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-16
           END-IF
           COMPUTE  SIV-TAX8 = SIV-NET8 * 8 / 100.
           CALL "SD_Output" USING "A-TAX8" A-TAX8 "p" RETURNING RESU.
       M-17.
           CALL "SD_Accept" USING BY REFERENCE A-TAX8 "A-TAX8" "9"
            "8" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-16
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-17
           END-IF.
       M-18.
           CALL "SD_Accept" USING BY REFERENCE A-NET0 "A-NET0" "9"
            "9" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-17
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-18
           END-IF
           COMPUTE  SIV-TOTAL = SIV-NET10 + SIV-TAX10 + SIV-NET8
                              + SIV-TAX8  + SIV-NET0.
           CALL "SD_Output" USING "A-TOTAL" A-TOTAL "p" RETURNING RESU.
           IF  SIV-TOTAL = ZERO
               CALL "SD_Output" USING
                "E-ME5" E-ME5 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-14
           END-IF
           GO TO M-30.
      *
      *    foreign-currency invoice: the total in the supplier's
      *    currency at the rate in force on the invoice date.
      *
       M-20.
           CALL "SD_Accept" USING BY REFERENCE A-FTOT "A-FTOT" "9"
            "12" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-13
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-20
           END-IF
           IF  SIV-FTOT = ZERO
               CALL "SD_Output" USING
                "E-ME5" E-ME5 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-20
           END-IF
           PERFORM  RAT-GET-RTN  THRU  RAT-GET-RTN-EXIT.
           IF  SIV-RATE = ZERO
               CALL "SD_Output" USING
                "E-ME4" E-ME4 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-12
           END-IF
           MOVE  ZERO  TO SIV-NET10 SIV-TAX10 SIV-NET8 SIV-TAX8.
           COMPUTE  SIV-NET0 ROUNDED = SIV-FTOT * SIV-RATE.
           MOVE  SIV-NET0  TO SIV-TOTAL.
           CALL "SD_Output" USING "A-NET0" A-NET0 "p" RETURNING RESU.
           CALL "SD_Output" USING "A-TOTAL" A-TOTAL "p" RETURNING RESU.
       M-30.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               IF  SV-FGN = 1
                   GO TO M-20
               ELSE
                   GO TO M-18
               END-IF
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-30
           END-IF
           IF  M-DMM NOT = 1  AND  9
               GO TO M-30
           END-IF
           IF  M-DMM = 9
               GO TO M-05
           END-IF
           COMPUTE  SV-NG = SIV-IDATE / 100.
           CALL "DB_F_Open" USING
            "INPUT" PLK-M_PNAME1 " " BY REFERENCE PLK-M_IDLST "0".
           MOVE  SV-NG  TO PLK-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" PLK-M_PNAME1 BY REFERENCE PLK-R " "
            RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE PLK-M_IDLST PLK-M_PNAME1.
           IF  RET = 0  AND  PLK-STAT = 1
               CALL "SD_Output" USING
                "E-ME6" E-ME6 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-12
           END-IF
           PERFORM  SV-POST-RTN  THRU  SV-POST-RTN-EXIT.
           MOVE  POST-JUNLNO  TO SIV-JUNLNO.
           MOVE  USER_ID      TO SIV-USER.
           CALL "DB_Insert" USING
            SIVF_PNAME1 SIVF_LNAME SIV-R RETURNING RET.
           CALL "SD_Output" USING
            "E-ME7" E-ME7 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO M-05.
      *
      *    SV-POST-RTN  -  the invoice into SIWAKH: one line per
      *    non-zero net under its rate class (classification 89)
      *    and one per non-zero tax (classification 85).
      *
       SV-POST-RTN.
           ACCEPT  POST-JUNLNO  FROM  TIME.
           MOVE  ZERO  TO POST-LINENO.
           CALL "DB_F_Open" USING
            "INPUT" JCON_PNAME1 "SHARED" BY REFERENCE JCON_IDLST "1"
            "JCON2-KEY" BY REFERENCE JCON2-KEY.
           CALL "DB_F_Open" USING
            "INPUT" KMK-M_PNAME1 "SHARED" BY REFERENCE KMK-M_IDLST
            "1".
           CALL "DB_F_Open" USING
            "I-O" SIWAKH_PNAME1 "SHARED" BY REFERENCE SIWAKH_IDLST "1"
            "SH-KEY3" BY REFERENCE SH-KEY3.
           MOVE  ZERO  TO SV-FAMT.
           IF  SIV-NET10 NOT = ZERO
               MOVE  89         TO SV-CLS
               MOVE  "1"        TO SV-TAXKB
               MOVE  SIV-NET10  TO SV-AMT
               PERFORM  SV-LINE-RTN  THRU  SV-LINE-RTN-EXIT
           END-IF
           IF  SIV-TAX10 NOT = ZERO
               MOVE  85         TO SV-CLS
               MOVE  "0"        TO SV-TAXKB
               MOVE  SIV-TAX10  TO SV-AMT
               PERFORM  SV-LINE-RTN  THRU  SV-LINE-RTN-EXIT
           END-IF
           IF  SIV-NET8 NOT = ZERO
               MOVE  89         TO SV-CLS
               MOVE  "2"        TO SV-TAXKB
               MOVE  SIV-NET8   TO SV-AMT
               PERFORM  SV-LINE-RTN  THRU  SV-LINE-RTN-EXIT
           END-IF
           IF  SIV-TAX8 NOT = ZERO
               MOVE  85         TO SV-CLS
               MOVE  "0"        TO SV-TAXKB
               MOVE  SIV-TAX8   TO SV-AMT
               PERFORM  SV-LINE-RTN  THRU  SV-LINE-RTN-EXIT
           END-IF
           IF  SIV-NET0 NOT = ZERO
               MOVE  89         TO SV-CLS
               MOVE  "0"        TO SV-TAXKB
               MOVE  SIV-NET0   TO SV-AMT
               MOVE  SIV-FTOT   TO SV-FAMT
               PERFORM  SV-LINE-RTN  THRU  SV-LINE-RTN-EXIT
           END-IF
           CALL "DB_F_Close" USING
            BY REFERENCE SIWAKH_IDLST SIWAKH_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE KMK-M_IDLST KMK-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE JCON_IDLST JCON_PNAME1.
       SV-POST-RTN-EXIT.
           EXIT.
      *
      *    SV-LINE-RTN  -  one credit to the supplier's payable
      *    through the JCON7 SV-CLS map, KMK-M checked with the 9999
      *    fallback, the JTK170 sequence.
      *
       SV-LINE-RTN.
           MOVE  7       TO  JCON7-01.
           MOVE  SV-CLS  TO  JCON7-02.
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
           MOVE  SIV-IDATE       TO HTRDATE HTRDATE2.
           MOVE  POST-JUNLNO     TO HJUNLNO HJUNLNO2.
           MOVE  POST-LINENO     TO HLINENO HLINENO2.
           MOVE  1               TO HDR-CR HDR-CR2.
           MOVE  JCON7-DEPT      TO HSECTCD.
           MOVE  SV-TAXKB        TO HTAXKB.
           MOVE  SV-AMT          TO HAMOUNT.
           MOVE  SV-FAMT         TO HFAMT.
           MOVE  JCON7-OPPACCT   TO HOPPCD.
           MOVE  JCON7-HOOPPACCT TO HHOOPPCD.
           MOVE  SIV-TCD         TO HCUSTCD.
           MOVE  SIV-REGNO       TO HINVNO.
           MOVE  SIV-KEY         TO HDOCREF.
           MOVE  722             TO HTEKICD.
           CALL "DB_Insert" USING
            SIWAKH_PNAME1 SIWAKH_LNAME SH-REC RETURNING RET.
       SV-LINE-RTN-EXIT.
           EXIT.
      *
      *    RAT-GET-RTN  -  the RATM rate for SIV-CUR in force on the
      *    invoice date, PON100's routine; zero when there is none.
      *
       RAT-GET-RTN.
           MOVE  ZERO  TO SIV-RATE SV-RNGP.
           CALL "DB_F_Open" USING
            "INPUT" RATM_PNAME1 " " BY REFERENCE RATM_IDLST "0".
       RAT-GET-010.
           CALL "DB_Read" USING
            "AT END" RATM_PNAME1 BY REFERENCE RAT-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO RAT-GET-020
           END-IF
           IF  RAT-CUR = SIV-CUR  AND  RAT-NGP NOT > SIV-IDATE
                                  AND  RAT-NGP NOT < SV-RNGP
               MOVE  RAT-NGP   TO SV-RNGP
               MOVE  RAT-RATE  TO SIV-RATE
           END-IF
           GO TO RAT-GET-010.
       RAT-GET-020.
           CALL "DB_F_Close" USING
            BY REFERENCE RATM_IDLST RATM_PNAME1.
       RAT-GET-RTN-EXIT.
           EXIT.
      *
       M-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_F_Close" USING
            BY REFERENCE SIVF_IDLST SIVF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE T-M_IDLST T-M_PNAME1.
           CALL "DB_Close".
           STOP RUN.
