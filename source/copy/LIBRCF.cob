      ************************************
      *****     銀 行 勘 定 照 合 フ ァ イ ル          *****
      ************************************
      *    bank reconciliation register -- one imported bank
      *    statement per cash account (BRC-ACCT, the SIWAKH account
      *    code the account is booked under) and closing date.
      *    BRC-SEQ 0 is the statement header (BRC-HDR view: period
      *    start, opening and closing balance, the bank account it
      *    came from); BRC-SEQ 1 up are its lines in statement order
      *    (BRC-DTL view).  BRC-IO: 1 = deposit, 2 = withdrawal.
      *    BRC-STAT: 0 = open, 1 = matched to a book line, 2 = a
      *    bank-only item posted from BRC100's exception screen.
      *    BRC-MKEY is the SH-KEY3 of the SIWAKH line the statement
      *    line cleared against (matched or posted), so a book line
      *    is never cleared twice across statements.
       01  BRCF.
           02  BRCF_PNAME1            PIC  X(006) VALUE "BRCF".
           02  F                      PIC  X(001).
           02  BRCF_LNAME             PIC  X(004) VALUE "BRCF".
           02  F                      PIC  X(001).
           02  BRCF_KEY1              PIC  X(100) VALUE SPACE.
           02  BRCF_SORT              PIC  X(100) VALUE SPACE.
           02  BRCF_IDLST             PIC  X(100) VALUE SPACE.
           02  BRCF_RES               USAGE  POINTER.
       01  BRC-R.
           02  BRC-KEY.
               03  BRC-ACCT           PIC  9(04).                       現預金科目C
               03  BRC-STDT           PIC  9(08).                       明細締日
               03  BRC-SEQ            PIC  9(04).                       行番号
           02  BRC-DTL.
               03  BRC-DATE           PIC  9(08).                       取引日
               03  BRC-IO             PIC  9(01).                       入出金区分
               03  BRC-AMT            PIC  9(10).                       金額
               03  BRC-DESC           PIC  N(20).                       摘要
               03  BRC-STAT           PIC  9(01).                       照合状態
               03  BRC-MKEY           PIC  X(25).                       照合仕訳KEY
               03  FILLER             PIC  X(10).
           02  BRC-HDR  REDEFINES  BRC-DTL.
               03  BRC-FROM           PIC  9(08).                       明細開始日
               03  BRC-OPEN           PIC S9(11).                       前残高
               03  BRC-CLOSE          PIC S9(11).                       当残高
               03  BRC-BANK           PIC  9(04).                       銀行番号
               03  BRC-STN            PIC  9(03).                       支店番号
               03  BRC-KOZNO          PIC  9(07).                       口座番号
               03  BRC-IMPDT          PIC  9(08).                       取込日
               03  BRC-USER           PIC  X(06).
               03  FILLER             PIC  X(37).
       77  F                          PIC  X(001).
