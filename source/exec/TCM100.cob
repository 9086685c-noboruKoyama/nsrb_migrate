      *        CHANGE      :  26/09/02  ADD ALLOC PRIORITY     *
      *        CHANGE      :  26/09/02  ADD BILLING HQ CODE    *
      *        CHANGE      :  26/09/02  MAKER-CHECKER CREDIT   *
      *        CHANGE      :  26/10/15  ADD DIRECT DEBIT       *
      *        CHANGE      :  26/10/15  BAD-DEBT FLAG          *
      *        CHANGE      :  26/10/15  ADD COD FLAG           *
      *        CHANGE      :  26/10/15  ADD EDI DELIVERY       *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
       ENVIRONMENT DIVISION.
           02  FILLER  PIC  X(020) VALUE
                "FURIGANA".
           02  FILLER  PIC  X(020) VALUE
                "DELIV 0PRT 1PDF 2EDI".
           02  FILLER  PIC  X(020) VALUE
                "MAIL ADDRESS".
           02  FILLER  PIC  X(020) VALUE
                "CREDIT LIMIT".
           02  FILLER  PIC  X(020) VALUE
                "GROUP CO. 1=YES 0=NO".
           02  FILLER  PIC  X(020) VALUE
                "COD  1=YES 0=NO".
           02  FILLER  PIC  X(020) VALUE
                "DIRECT DEBIT 1=YES".
           02  FILLER  PIC  X(020) VALUE
                "DD BANK/BRN/TYPE/NO".
           02  FILLER  PIC  X(020) VALUE
                "DD ACCT NAME (KANA)".
           02  FILLER  PIC  X(020) VALUE
                "EDI VENDOR/STORE CD".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-ACP.
           02  A-HQTCD    PIC  9(004).
           02  A-CRLIM    PIC  9(009).
           02  A-ICKBN    PIC  9(001).
           02  A-CODKBN   PIC  9(001).
           02  A-DDKBN    PIC  9(001).
           02  A-DDBANK   PIC  9(004).
           02  A-DDSTN    PIC  9(003).
           02  A-DDKOZKB  PIC  9(001).
           02  A-DDKOZNO  PIC  9(007).
           02  A-DDKOZNM  PIC  X(030).
           02  A-EDIVND   PIC  X(013).
           02  A-EDISTR   PIC  X(013).
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
             03  E-ME1   PIC  X(030) VALUE
                  "***  NO SUCH CUSTOMER CODE ***".
             03  E-ME2   PIC  X(030) VALUE
                  "***  BANK ACCOUNT REQUIRED ***".
             03  E-ME99  PIC  X(005) VALUE X"1B4205".
           COPY LIBSCR.
       PROCEDURE DIVISION.
           "C-CL" "X" "1" "0" "12" " " "C-CLEAR" RETURNING RESU.
      *C-MID
       CALL "SD_Init" USING
            "C-MID" " " "0" "0" "400" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-MID" "X" "3" "10" "40" " " "C-MID" RETURNING RESU.
       CALL "SD_Init" USING
            "13C-MID" "X" "16" "10" "20" "12C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "14C-MID" "X" "17" "10" "20" "13C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "15C-MID" "X" "18" "10" "20" "14C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "16C-MID" "X" "19" "10" "20" "15C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "17C-MID" "X" "20" "10" "20" "16C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "18C-MID" "X" "21" "10" "20" "17C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "19C-MID" "X" "22" "10" "20" "18C-MID" " " RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "178" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-TCD" "9" "5" "31" "4" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
       CALL "SD_Using" USING
            "A-ICKBN" BY REFERENCE TC-ICKBN "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-CODKBN" "9" "17" "31" "1" "A-ICKBN" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-CODKBN" BY REFERENCE TC-CODKBN "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DDKBN" "9" "18" "31" "1" "A-CODKBN" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DDKBN" BY REFERENCE TC-DDKBN "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DDBANK" "9" "19" "31" "4" "A-DDKBN" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DDBANK" BY REFERENCE TC-DDBANK "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DDSTN" "9" "19" "36" "3" "A-DDBANK" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DDSTN" BY REFERENCE TC-DDSTN "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DDKOZKB" "9" "19" "40" "1" "A-DDSTN" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DDKOZKB" BY REFERENCE TC-DDKOZKB "1" "0"
            RETURNING RESU.
       CALL "SD_Init" USING
            "A-DDKOZNO" "9" "19" "42" "7" "A-DDKOZKB" " "
            RETURNING RESU.
       CALL "SD_Using" USING
            "A-DDKOZNO" BY REFERENCE TC-DDKOZNO "7" "0"
            RETURNING RESU.
       CALL "SD_Init" USING
            "A-DDKOZNM" "X" "20" "31" "30" "A-DDKOZNO" " "
            RETURNING RESU.
       CALL "SD_Using" USING
            "A-DDKOZNM" BY REFERENCE TC-DDKOZNM "30" "0"
            RETURNING RESU.
       CALL "SD_Init" USING
            "A-EDIVND" "X" "21" "31" "13" "A-DDKOZNM" " "
            RETURNING RESU.
       CALL "SD_Using" USING
            "A-EDIVND" BY REFERENCE TC-EDIVND "13" "0"
            RETURNING RESU.
       CALL "SD_Init" USING
            "A-EDISTR" "X" "21" "45" "13" "A-EDIVND" " "
            RETURNING RESU.
       CALL "SD_Using" USING
            "A-EDISTR" BY REFERENCE TC-EDISTR "13" "0"
            RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "22" "31" "1" "A-EDISTR" " " RETURNING RESU.
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
           ELSE
               MOVE  0       TO M-FOUND
               MOVE  SPACE   TO TC-NAME TC-KANA TC-MAIL TC-INVNO
                                TC-DDKOZNM TC-EDIVND TC-EDISTR
               MOVE  ZERO    TO TC-DLVKBN TC-ROUTE TC-PRI TC-HQTCD
                                TC-CRLIM W-OLDCRL TC-ICKBN
                                TC-DDKBN TC-DDBANK TC-DDSTN
                                TC-DDKOZKB TC-DDKOZNO
                                TC-BDKBN TC-BDDATE TC-CODKBN
           END-IF.
       M-12.
           CALL "SD_Accept" USING BY REFERENCE A-NAME "A-NAME" "N"
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-14
           END-IF
           IF  TC-DLVKBN NOT = 0  AND  1  AND  2
               GO TO M-14
           END-IF.
       M-15.
           IF  TC-ICKBN NOT = 0  AND  1
               GO TO M-19B
           END-IF.
       M-19J.
           CALL "SD_Accept" USING BY REFERENCE A-CODKBN "A-CODKBN" "9"
            "1" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-19B
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-19J
           END-IF
           IF  TC-CODKBN NOT = 0  AND  1
               GO TO M-19J
           END-IF.
      *
      *    direct debit -- the payer's account is asked only when
      *    the flag is set, and must then carry a bank and number.
      *
       M-19C.
           CALL "SD_Accept" USING BY REFERENCE A-DDKBN "A-DDKBN" "9"
            "1" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-19J
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-19C
           END-IF
           IF  TC-DDKBN NOT = 0  AND  1
               GO TO M-19C
           END-IF
           IF  TC-DDKBN = 0
               GO TO M-19K
           END-IF.
       M-19D.
           CALL "SD_Accept" USING BY REFERENCE A-DDBANK "A-DDBANK" "9"
            "4" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-19C
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-19D
           END-IF.
       M-19E.
           CALL "SD_Accept" USING BY REFERENCE A-DDSTN "A-DDSTN" "9"
            "3" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-19D
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-19E
           END-IF.
       M-19F.
           CALL "SD_Accept" USING BY REFERENCE A-DDKOZKB "A-DDKOZKB"
            "9" "1" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-19E
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-19F
           END-IF.
       M-19G.
           CALL "SD_Accept" USING BY REFERENCE A-DDKOZNO "A-DDKOZNO"
            "9" "7" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-19F
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-19G
           END-IF.
       M-19H.
           CALL "SD_Accept" USING BY REFERENCE A-DDKOZNM "A-DDKOZNM"
            "X" "30" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-19G
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-19H
           END-IF
           IF  TC-DDBANK = ZERO  OR  TC-DDKOZNO = ZERO
               CALL "SD_Output" USING
                "E-ME2" E-ME2 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-19D
           END-IF.
      *
      *    chain-store EDI codes -- our supplier code at the chain
      *    (head-office row) and the chain's code for this row.
      *
       M-19K.
           CALL "SD_Accept" USING BY REFERENCE A-EDIVND "A-EDIVND"
            "X" "13" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-19C
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-19K
           END-IF.
       M-19L.
           CALL "SD_Accept" USING BY REFERENCE A-EDISTR "A-EDISTR"
            "X" "13" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-19K
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-19L
           END-IF.
       M-20.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-19L
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-20
