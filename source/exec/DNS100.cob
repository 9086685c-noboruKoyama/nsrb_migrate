       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         DNS100.
      *********************************************************
      *    PROGRAM         :  DENSAI RECEIVABLE REGISTER       *
      *    PRINTER TYPE    :  JIPS                             *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    electronically recorded receivables (densai) held in
      *    their own register, DNSF, instead of being keyed into
      *    SIWAKH under an HTEG-BAN code as if they were paper --
      *    nothing this program posts carries HTEG-BAN, so TGS100
      *    and TGM100 go on seeing paper bills only.  SEL-MODE, the
      *    TGS100 idiom:
      *      1 = import: the bank's densai notification file, DNSIN,
      *          one record per receivable issued or transferred to
      *          us.  a record number already on DNSF is skipped.
      *          the debtor's kana name is matched against every
      *          head-office customer's TC-KANA with DEP100's
      *          phonetic scan, and a single hit whose open SIWAKH
      *          balance covers the amount has its receipt posted
      *          at once -- a credit against the customer through
      *          the JCON7 classification-83 map (AR / densai
      *          receivable), HTEKICD 725, dated the record date.
      *          every record goes on DNSF; the unmatched, the
      *          ambiguous and those dated in a PLK-M locked month
      *          stay unposted and are listed for mode 2.
      *      2 = register action against one record number:
      *          1 = post the receipt of an unposted row against a
      *              customer the operator names;
      *          2 = transfer (譲渡) a received row to a supplier in
      *              settlement of what we owe it -- a debit against
      *              the supplier through classification 81
      *              (payable / densai receivable), HTEKICD 727;
      *          3 = split (分割) a held row: the new record number
      *              the network gave the split-off part is added
      *              as a child row and the parent keeps the rest.
      *              no posting -- both halves are still held.
      *      3 = maturity settlement: every received row still held
      *          and due on or before the as-of date (today unless
      *          keyed otherwise) is settled -- a credit to densai
      *          receivable through classification 82 (densai
      *          receivable / bank), HTEKICD 726, dated the due
      *          date -- so the day's scheduled run posts each one
      *          on its due date.
      *      4 = register list, every row with its state.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SYSTEM3100.
       OBJECT-COMPUTER. SYSTEM3100.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  SEL-MODE               PIC  9(001)      VALUE ZERO.
       01  M-DMM                  PIC  9(001)      VALUE ZERO.
       01  DB-FND                 PIC  9(001)      VALUE ZERO.
       01  DB-LCK                 PIC  9(001)      VALUE ZERO.
       01  DB-PNG                 PIC  9(006)      VALUE ZERO.
       01  DB-CHKDT               PIC  9(008)      VALUE ZERO.
      *    register-action entry fields.
       01  DB-RECNO               PIC  X(020)      VALUE SPACE.
       01  DB-ACT                 PIC  9(001)      VALUE ZERO.
       01  DB-TCD                 PIC  9(004)      VALUE ZERO.
       01  DB-XTCD                PIC  9(004)      VALUE ZERO.
       01  DB-XDATE               PIC  9(008)      VALUE ZERO.
       01  DB-NRECNO              PIC  X(020)      VALUE SPACE.
       01  DB-SAMT                PIC  9(010)      VALUE ZERO.
       01  DB-ASOF                PIC  9(008)      VALUE ZERO.
       01  DB-INVNO               PIC  X(014)      VALUE SPACE.
       01  DS-SAVE                PIC  X(163)      VALUE SPACE.
       01  D-INFO                 PIC  X(060)      VALUE SPACE.
       01  WORK-INFO.
           02  F                  PIC  X(05)  VALUE  "CUST ".
           02  WORK-INFO-TCD      PIC  9(004).
           02  F                  PIC  X(05)  VALUE  " AMT ".
           02  WORK-INFO-AMT      PIC  ZZZZZZZZZ9.
           02  F                  PIC  X(05)  VALUE  " DUE ".
           02  WORK-INFO-DUE      PIC  9(008).
           02  F                  PIC  X(04)  VALUE  " ST ".
           02  WORK-INFO-STAT     PIC  9(001).
           02  F                  PIC  X(05)  VALUE  " PST ".
           02  WORK-INFO-PST      PIC  9(001).
      *    posting parameters for POST-RTN.
       01  PS-CLS                 PIC  9(002)      VALUE ZERO.
       01  PS-DRCR                PIC  9(001)      VALUE ZERO.
       01  PS-DATE                PIC  9(008)      VALUE ZERO.
       01  PS-AMT                 PIC  9(010)      VALUE ZERO.
       01  PS-CUST                PIC  9(005)      VALUE ZERO.
       01  PS-INVNO               PIC  X(014)      VALUE SPACE.
       01  PS-TEKI                PIC  9(003)      VALUE ZERO.
       01  POST-JUNLNO            PIC  9(006)      VALUE ZERO.
       01  POST-LINENO            PIC  9(002)      VALUE ZERO.
       01  WORK-TODATE.
           02  WORK-TD-YY         PIC  9(002).
           02  WORK-TD-MM         PIC  9(002).
           02  WORK-TD-DD         PIC  9(002).
       01  W-TODAY                PIC  9(008)      VALUE ZERO.
      *    head-office customer preload for the phonetic match,
      *    DEP100's CU-TBL.
       01  HIT-CNT                PIC  9(003)      VALUE ZERO.
       01  HIT-IX                 PIC  9(003)      VALUE ZERO.
       01  CU-CNT                 PIC  9(003)      VALUE ZERO.
       01  CU-IX                  PIC  9(003)      VALUE ZERO.
       01  CU-TBL.
           02  CU-ENT   OCCURS  500.
               03  CU-TCD         PIC  9(004).
               03  CU-KANA        PIC  N(020).
               03  CU-BAL         PIC S9(010).
               03  CU-INVNO       PIC  X(014).
      *    rows due for settlement, gathered on the sequential pass
      *    and settled on the keyed one.
       01  MT-CNT                 PIC  9(003)      VALUE ZERO.
       01  MT-IX                  PIC  9(003)      VALUE ZERO.
       01  MT-TBL.
           02  MT-RECNO           PIC  X(020)  OCCURS  500.
      *    run counts and totals.
       01  DB-RDCNT               PIC  9(006)      VALUE ZERO.
       01  DB-OKCNT               PIC  9(006)      VALUE ZERO.
       01  DB-OKAMT               PIC  9(012)      VALUE ZERO.
       01  DB-EXCNT               PIC  9(006)      VALUE ZERO.
       01  PRN-R                  PIC  X(132).
       77  RESP                   PIC  9(001).
      *    the import list.
       01  WORK-IM-HD             PIC  X(050)      VALUE
            "*** DENSAI NOTIFICATION IMPORT ***".
       01  WORK-IM-COLHD.
           02  F                  PIC  X(050)      VALUE
                "RECORD NUMBER         CUST  ISSUER                ".
           02  F                  PIC  X(048)      VALUE
                "                        AMOUNT  DUE DATE  RESULT".
       01  WORK-IM.
           02  WORK-IM-RECNO      PIC  X(020).
           02  F                  PIC  X(02).
           02  WORK-IM-TCD        PIC  9(004).
           02  F                  PIC  X(02).
           02  WORK-IM-NAME       PIC  N(020).
           02  F                  PIC  X(02).
           02  WORK-IM-AMT        PIC  ZZZZZZZZZ9.
           02  F                  PIC  X(02).
           02  WORK-IM-DUEDT      PIC  9(008).
           02  F                  PIC  X(02).
           02  WORK-IM-RES        PIC  X(016).
       01  WORK-IM-TOT.
           02  F                  PIC  X(07)  VALUE  "READ  :".
           02  WORK-IM-RDCNT      PIC  ZZZZZ9.
           02  F                  PIC  X(11)  VALUE  "   POSTED :".
           02  WORK-IM-OKCNT      PIC  ZZZZZ9.
           02  F                  PIC  X(02).
           02  WORK-IM-OKAMT      PIC  ZZZZZZZZZZZ9.
           02  F                  PIC  X(14)  VALUE  "   UNPOSTED :".
           02  WORK-IM-EXCNT      PIC  ZZZZZ9.
      *    the maturity list.
       01  WORK-MT-HD             PIC  X(050)      VALUE
            "*** DENSAI MATURITY SETTLEMENT ***".
       01  WORK-MT-COLHD          PIC  X(056)      VALUE
            "RECORD NUMBER         CUST      AMOUNT  DUE DATE  RESULT".
       01  WORK-MT.
           02  WORK-MT-RECNO      PIC  X(020).
           02  F                  PIC  X(02).
           02  WORK-MT-TCD        PIC  9(004).
           02  F                  PIC  X(02).
           02  WORK-MT-AMT        PIC  ZZZZZZZZZ9.
           02  F                  PIC  X(02).
           02  WORK-MT-DUEDT      PIC  9(008).
           02  F                  PIC  X(02).
           02  WORK-MT-RES        PIC  X(016).
       01  WORK-MT-TOT.
           02  F                  PIC  X(10)  VALUE  "SETTLED  :".
           02  WORK-MT-OKCNT      PIC  ZZZZZ9.
           02  F                  PIC  X(02).
           02  WORK-MT-OKAMT      PIC  ZZZZZZZZZZZ9.
           02  F                  PIC  X(14)  VALUE  "   NOT DONE :".
           02  WORK-MT-EXCNT      PIC  ZZZZZ9.
      *    the register list.
       01  WORK-RG-HD             PIC  X(050)      VALUE
            "*** DENSAI RECEIVABLE REGISTER ***".
       01  WORK-RG-COLHD.
           02  F                  PIC  X(050)      VALUE
                "RECORD NUMBER         CUST      AMOUNT  RECORDED  ".
           02  F                  PIC  X(031)      VALUE
                "DUE DATE  STATUS      REFERENCE".
       01  WORK-RG.
           02  WORK-RG-RECNO      PIC  X(020).
           02  F                  PIC  X(02).
           02  WORK-RG-TCD        PIC  9(004).
           02  F                  PIC  X(02).
           02  WORK-RG-AMT        PIC  ZZZZZZZZZ9.
           02  F                  PIC  X(02).
           02  WORK-RG-RECDT      PIC  9(008).
           02  F                  PIC  X(02).
           02  WORK-RG-DUEDT      PIC  9(008).
           02  F                  PIC  X(02).
           02  WORK-RG-STAT       PIC  X(010).
           02  F                  PIC  X(02).
           02  WORK-RG-REF        PIC  X(020).
       01  WORK-RG-XFR.
           02  F                  PIC  X(04)  VALUE  "TO  ".
           02  WORK-RG-XTCD       PIC  9(004).
           02  F                  PIC  X(01).
           02  WORK-RG-XDATE      PIC  9(008).
       01  WORK-RG-TOT.
           02  F                  PIC  X(15)  VALUE  "HELD RECORDS  :".
           02  WORK-RG-OKCNT      PIC  ZZZZZ9.
           02  F                  PIC  X(09)  VALUE  "  AMOUNT:".
           02  WORK-RG-OKAMT      PIC  ZZZZZZZZZZZ9.
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
           COPY  LIBPLK.
           COPY  L-JCON.
      *FD  KMK-M
           COPY LIKMK.
      *FD  TC-M
           COPY LITCM.
      *FD  T-M
           COPY LITM.
      *FD  DNSF
           COPY LIDNSF.
      *
           COPY LNAMW.
      *FD  SIWAKH
       01  SIWAKH_DNS100.
           02  SIWAKH_PNAME1      PIC  X(006) VALUE "SIWAKH".
           02  F                  PIC  X(001).
           02  SIWAKH_LNAME       PIC  X(013) VALUE "SIWAKH_DNS100".
           02  F                  PIC  X(001).
           02  SIWAKH_KEY1        PIC  X(100) VALUE SPACE.
           02  SIWAKH_SORT        PIC  X(100) VALUE SPACE.
           02  SIWAKH_IDLST       PIC  X(100) VALUE SPACE.
           02  SIWAKH_RES         USAGE  POINTER.
           COPY SIWAKH.
       77  F                      PIC  X(001).
      *FD  DNSIN
      *    the bank's densai notification file -- a header (DNI-KBN
      *    1), one record per notice (DNI-KBN 2), trailer and end
      *    (8, 9) skipped.  DNI-NTC 1 = issued to us, 2 =
      *    transferred to us; DNI-NAME is the debtor's kana name.
       01  DNSIN_DNS100.
           02  DNSIN_PNAME1       PIC  X(006) VALUE "DNSIN".
           02  F                  PIC  X(001).
           02  DNSIN_LNAME        PIC  X(012) VALUE "DNSIN_DNS100".
           02  F                  PIC  X(001).
           02  DNSIN_KEY1         PIC  X(100) VALUE SPACE.
           02  DNSIN_SORT         PIC  X(100) VALUE SPACE.
           02  DNSIN_IDLST        PIC  X(100) VALUE SPACE.
           02  DNSIN_RES          USAGE  POINTER.
       01  DNI-REC.
           02  DNI-KBN            PIC  9(001).                          ﾚｺｰﾄﾞ区分
           02  DNI-NTC            PIC  9(001).                          通知区分
           02  DNI-RECNO          PIC  X(020).                          記録番号
           02  DNI-AMT            PIC  9(010).                          債権金額
           02  DNI-RECDT          PIC  9(008).                          発生記録日
           02  DNI-DUEDT          PIC  9(008).                          支払期日
           02  DNI-NAME           PIC  N(020).                          債務者名ｶﾅ
           02  FILLER             PIC  X(022).
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
                "DENSAI RECEIVABLE REGISTER".
           02  FILLER  PIC  X(040) VALUE
                "1=IMPORT 2=ACTION 3=MATURITY 4=REGISTER".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-MID2.
           02  FILLER  PIC  X(020) VALUE
                "RECORD NUMBER".
           02  FILLER  PIC  X(020) VALUE
                "ACTION".
           02  FILLER  PIC  X(026) VALUE
                "1=POST 2=TRANSFER 3=SPLIT".
           02  FILLER  PIC  X(020) VALUE
                "CUSTOMER CODE".
           02  FILLER  PIC  X(020) VALUE
                "SUPPLIER CODE".
           02  FILLER  PIC  X(020) VALUE
                "DATE      CCYYMMDD".
           02  FILLER  PIC  X(020) VALUE
                "NEW RECORD NUMBER".
           02  FILLER  PIC  X(020) VALUE
                "SPLIT AMOUNT".
       01  C-MID3.
           02  FILLER  PIC  X(020) VALUE
                "MATURITY AS OF".
       01  C-DSP.
           02  D-INFOF    PIC  X(060).
       01  C-ACP.
           02  A-MODE     PIC  9(001).
           02  A-RECNO    PIC  X(020).
           02  A-ACT      PIC  9(001).
           02  A-TCD      PIC  9(004).
           02  A-XTCD     PIC  9(004).
           02  A-XDATE    PIC  9(008).
           02  A-NRECNO   PIC  X(020).
           02  A-SAMT     PIC  9(010).
           02  A-ASOF     PIC  9(008).
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
             03  E-ME1   PIC  X(030) VALUE
                  "***  NO SUCH RECORD NUMBER ***".
             03  E-ME2   PIC  X(030) VALUE
                  "***  NOT ALLOWED IN STATUS ***".
             03  E-ME3   PIC  X(030) VALUE
                  "***  NO SUCH CUSTOMER      ***".
             03  E-ME4   PIC  X(030) VALUE
                  "***  NO SUCH SUPPLIER      ***".
             03  E-ME5   PIC  X(030) VALUE
                  "***  PERIOD LOCKED         ***".
             03  E-ME6   PIC  X(030) VALUE
                  "***  RECORD NUMBER EXISTS  ***".
             03  E-ME7   PIC  X(030) VALUE
                  "***  SPLIT AMOUNT INVALID  ***".
             03  E-ME8   PIC  X(030) VALUE
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
            "C-MID" " " "0" "0" "100" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-MID" "X" "3" "10" "40" " " "C-MID" RETURNING RESU.
       CALL "SD_Init" USING
            "02C-MID" "X" "5" "10" "40" "01C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "03C-MID" "X" "18" "10" "20" "02C-MID" " " RETURNING RESU.
      *C-MID2
       CALL "SD_Init" USING
            "C-MID2" " " "0" "0" "146" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-MID2" "X" "7" "10" "20" " " "C-MID2" RETURNING RESU.
       CALL "SD_Init" USING
            "02C-MID2" "X" "10" "10" "20" "01C-MID2" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "03C-MID2" "X" "10" "40" "26" "02C-MID2" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "04C-MID2" "X" "12" "10" "20" "03C-MID2" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "05C-MID2" "X" "13" "10" "20" "04C-MID2" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "06C-MID2" "X" "14" "10" "20" "05C-MID2" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "07C-MID2" "X" "15" "10" "20" "06C-MID2" " "
            RETURNING RESU.
       CALL "SD_Init" USING
            "08C-MID2" "X" "16" "10" "20" "07C-MID2" " "
            RETURNING RESU.
      *C-MID3
       CALL "SD_Init" USING
            "C-MID3" " " "0" "0" "20" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-MID3" "X" "7" "10" "20" " " "C-MID3" RETURNING RESU.
      *C-DSP
       CALL "SD_Init" USING
            "C-DSP" " " "0" "0" "60" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "D-INFOF" "X" "8" "10" "60" " " "C-DSP" RETURNING RESU.
       CALL "SD_From" USING
            "D-INFOF" BY REFERENCE D-INFO "60" "0" RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "77" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-MODE" "9" "5" "52" "1" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-MODE" BY REFERENCE SEL-MODE "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-RECNO" "X" "7" "31" "20" "A-MODE" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-RECNO" BY REFERENCE DB-RECNO "20" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-ACT" "9" "10" "31" "1" "A-RECNO" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-ACT" BY REFERENCE DB-ACT "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-TCD" "9" "12" "31" "4" "A-ACT" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-TCD" BY REFERENCE DB-TCD "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-XTCD" "9" "13" "31" "4" "A-TCD" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-XTCD" BY REFERENCE DB-XTCD "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-XDATE" "9" "14" "31" "8" "A-XTCD" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-XDATE" BY REFERENCE DB-XDATE "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-NRECNO" "X" "15" "31" "20" "A-XDATE" " "
            RETURNING RESU.
       CALL "SD_Using" USING
            "A-NRECNO" BY REFERENCE DB-NRECNO "20" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-SAMT" "9" "16" "31" "10" "A-NRECNO" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-SAMT" BY REFERENCE DB-SAMT "10" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-ASOF" "9" "7" "31" "8" "A-SAMT" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-ASOF" BY REFERENCE DB-ASOF "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "18" "31" "1" "A-ASOF" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DMM" BY REFERENCE M-DMM "1" "0" RETURNING RESU.
      *C-ERR
       CALL "SD_Init" USING
            "C-ERR" " " "0" "0" "247" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-ERR" " " "24" "0" "247" " " "C-ERR" RETURNING RESU.
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
            "E-ME8" "X" "24" "15" "30" "E-ME7" " " RETURNING RESU.
       CALL "SD_Init" USING
            "E-ME99" "X" "24" "75" "5" "E-ME8" " " RETURNING RESU.
      *
           ACCEPT USER_ID FROM ARGUMENT-VALUE.
           ACCEPT COMPLETION_CODE FROM ARGUMENT-VALUE.
           ACCEPT  WORK-TODATE  FROM  DATE.
           COMPUTE  W-TODAY = (2000 + WORK-TD-YY) * 10000
                            + WORK-TD-MM * 100 + WORK-TD-DD.
      *
       R-05.
           MOVE    SPACE    TO  ERR-STAT.
           MOVE    ZERO     TO  RESU.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "SD_Output" USING "C-MID" C-MID "p" RETURNING RESU.
           MOVE  ZERO   TO SEL-MODE M-DMM DB-ACT DB-TCD DB-XTCD
                           DB-XDATE DB-SAMT.
           MOVE  SPACE  TO DB-RECNO DB-NRECNO D-INFO.
           MOVE  W-TODAY  TO DB-ASOF.
       R-08.
           CALL "SD_Accept" USING BY REFERENCE A-MODE "A-MODE" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = PF9
               CALL "C3_Set_Jrcode" USING
                USER_ID BY REFERENCE COMPLETION_CODE  255
               GO TO R-95
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-08
           END-IF
           IF  SEL-MODE = 1  OR  4
               GO TO R-20
           END-IF
           IF  SEL-MODE = 2
               CALL "SD_Output" USING
                "C-MID2" C-MID2 "p" RETURNING RESU
               GO TO M-10
           END-IF
           IF  SEL-MODE NOT = 3
               GO TO R-08
           END-IF
           CALL "SD_Output" USING "C-MID3" C-MID3 "p" RETURNING RESU.
       R-10.
           CALL "SD_Accept" USING BY REFERENCE A-ASOF "A-ASOF" "9"
            "8" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-05
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-10
           END-IF
           IF  DB-ASOF = ZERO
               GO TO R-10
           END-IF.
       R-20.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               IF  SEL-MODE = 3
                   GO TO R-10
               ELSE
                   GO TO R-05
               END-IF
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-20
           END-IF
           IF  M-DMM NOT = 1  AND  9
               GO TO R-20
           END-IF
           IF  M-DMM = 9
               GO TO R-05
           END-IF
           MOVE  ZERO  TO DB-RDCNT DB-OKCNT DB-OKAMT DB-EXCNT
                          POST-LINENO.
           IF  SEL-MODE = 1
               PERFORM  IMP-RTN  THRU  IMP-RTN-EXIT
           END-IF
           IF  SEL-MODE = 3
               PERFORM  MAT-RTN  THRU  MAT-RTN-EXIT
           END-IF
           IF  SEL-MODE = 4
               PERFORM  LST-RTN  THRU  LST-RTN-EXIT
           END-IF
           CALL "SD_Output" USING
            "E-ME8" E-ME8 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO R-05.
      *
      *    mode 2 -- one action against one record number.
      *
       M-10.
           CALL "SD_Accept" USING BY REFERENCE A-RECNO "A-RECNO" "X"
            "20" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-05
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-10
           END-IF
           IF  DB-RECNO = SPACE
               GO TO M-10
           END-IF
           MOVE  DB-RECNO  TO DNS-RECNO.
           PERFORM  DNS-GET-RTN  THRU  DNS-GET-RTN-EXIT.
           IF  DB-FND = 0
               CALL "SD_Output" USING
                "E-ME1" E-ME1 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-10
           END-IF
           MOVE  DNS-TCD    TO WORK-INFO-TCD.
           MOVE  DNS-AMT    TO WORK-INFO-AMT.
           MOVE  DNS-DUEDT  TO WORK-INFO-DUE.
           MOVE  DNS-STAT   TO WORK-INFO-STAT.
           MOVE  DNS-PST    TO WORK-INFO-PST.
           MOVE  WORK-INFO  TO D-INFO.
           CALL "SD_Output" USING "C-DSP" C-DSP "p" RETURNING RESU.
       M-12.
           CALL "SD_Accept" USING BY REFERENCE A-ACT "A-ACT" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-10
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-12
           END-IF
           IF  DB-ACT NOT = 1  AND  2  AND  3
               GO TO M-12
           END-IF
      *
      *    post needs an unposted held row, transfer a received
      *    held row, split any held row.
      *
           IF  DNS-STAT NOT = 0
               OR  (DB-ACT = 1  AND  DNS-PST NOT = 0)
               OR  (DB-ACT = 2  AND  DNS-PST NOT = 1)
               CALL "SD_Output" USING
                "E-ME2" E-ME2 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-12
           END-IF
           IF  DB-ACT = 2
               GO TO M-16
           END-IF
           IF  DB-ACT = 3
               GO TO M-20
           END-IF.
       M-14.
           CALL "SD_Accept" USING BY REFERENCE A-TCD "A-TCD" "9" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-12
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-14
           END-IF
           CALL "DB_F_Open" USING
            "INPUT" TC-M_PNAME1 "SHARED" BY REFERENCE TC-M_IDLST "1"
            "TC-KEY" BY REFERENCE TC-KEY.
           MOVE  DB-TCD  TO TC-TCD.
           MOVE  1       TO TC-CCD.
           CALL "DB_Read" USING
            "INVALID KEY" TC-M_PNAME1 BY REFERENCE TC-R "UNLOCK"
            RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE TC-M_IDLST TC-M_PNAME1.
           IF  RET = 1
               CALL "SD_Output" USING
                "E-ME3" E-ME3 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-14
           END-IF
           MOVE  TC-INVNO   TO DB-INVNO.
           MOVE  DNS-RECDT  TO DB-CHKDT.
           PERFORM  PLK-CHK-RTN  THRU  PLK-CHK-RTN-EXIT.
           IF  DB-LCK = 1
               CALL "SD_Output" USING
                "E-ME5" E-ME5 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-14
           END-IF
           GO TO M-30.
       M-16.
           CALL "SD_Accept" USING BY REFERENCE A-XTCD "A-XTCD" "9" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-12
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-16
           END-IF
           CALL "DB_F_Open" USING
            "INPUT" T-M_PNAME1 "SHARED" BY REFERENCE T-M_IDLST
            "2" "T-KEY" BY REFERENCE T-KEY "T-KEY2" BY REFERENCE
            T-KEY2.
           MOVE  DB-XTCD  TO T-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" T-M_PNAME1 BY REFERENCE T-R "UNLOCK"
            RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE T-M_IDLST T-M_PNAME1.
           IF  RET = 1
               CALL "SD_Output" USING
                "E-ME4" E-ME4 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-16
           END-IF
           MOVE  T-INVNO  TO DB-INVNO.
       M-18.
           CALL "SD_Accept" USING BY REFERENCE A-XDATE "A-XDATE" "9"
            "8" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-16
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-18
           END-IF
           IF  DB-XDATE = ZERO
               GO TO M-18
           END-IF
           MOVE  DB-XDATE  TO DB-CHKDT.
           PERFORM  PLK-CHK-RTN  THRU  PLK-CHK-RTN-EXIT.
           IF  DB-LCK = 1
               CALL "SD_Output" USING
                "E-ME5" E-ME5 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-18
           END-IF
           GO TO M-30.
       M-20.
           CALL "SD_Accept" USING BY REFERENCE A-NRECNO "A-NRECNO" "X"
            "20" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-12
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-20
           END-IF
           IF  DB-NRECNO = SPACE
               GO TO M-20
           END-IF
           MOVE  DNS-R      TO DS-SAVE.
           MOVE  DB-NRECNO  TO DNS-RECNO.
           PERFORM  DNS-GET-RTN  THRU  DNS-GET-RTN-EXIT.
           MOVE  DS-SAVE    TO DNS-R.
           IF  DB-FND = 1
               CALL "SD_Output" USING
                "E-ME6" E-ME6 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-20
           END-IF.
       M-22.
           CALL "SD_Accept" USING BY REFERENCE A-SAMT "A-SAMT" "9"
            "10" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO M-20
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-22
           END-IF
           IF  DB-SAMT = ZERO  OR  DB-SAMT NOT < DNS-AMT
               CALL "SD_Output" USING
                "E-ME7" E-ME7 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO M-22
           END-IF.
       M-30.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               IF  DB-ACT = 1
                   GO TO M-14
               END-IF
               IF  DB-ACT = 2
                   GO TO M-18
               END-IF
               GO TO M-22
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO M-30
           END-IF
           IF  M-DMM NOT = 1  AND  9
               GO TO M-30
           END-IF
           IF  M-DMM = 9
               GO TO R-05
           END-IF
           MOVE  ZERO  TO POST-LINENO.
           PERFORM  ACT-RTN  THRU  ACT-RTN-EXIT.
           CALL "SD_Output" USING
            "E-ME8" E-ME8 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO R-05.
      *
      *    DNS-GET-RTN  -  DB-FND = 1 with DNS-R filled when the
      *    DNS-RECNO row is on DNSF.
      *
       DNS-GET-RTN.
           CALL "DB_F_Open" USING
            "INPUT" DNSF_PNAME1 "SHARED" BY REFERENCE DNSF_IDLST "1"
            "DNS-KEY" BY REFERENCE DNS-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" DNSF_PNAME1 BY REFERENCE DNS-R "UNLOCK"
            RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE DNSF_IDLST DNSF_PNAME1.
           IF  RET = 1
               MOVE  0  TO DB-FND
           ELSE
               MOVE  1  TO DB-FND
           END-IF.
       DNS-GET-RTN-EXIT.
           EXIT.
      *
      *    PLK-CHK-RTN  -  DB-LCK = 1 when the month of DB-CHKDT is
      *    locked on PLK-M.
      *
       PLK-CHK-RTN.
           MOVE  ZERO  TO DB-LCK.
           COMPUTE  DB-PNG = DB-CHKDT / 100.
           CALL "DB_F_Open" USING
            "INPUT" PLK-M_PNAME1 " " BY REFERENCE PLK-M_IDLST "0".
           MOVE  DB-PNG  TO PLK-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" PLK-M_PNAME1 BY REFERENCE PLK-R " "
            RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE PLK-M_IDLST PLK-M_PNAME1.
           IF  RET = 0  AND  PLK-STAT = 1
               MOVE  1  TO DB-LCK
           END-IF.
       PLK-CHK-RTN-EXIT.
           EXIT.
      *
      *    ACT-RTN  -  applies the confirmed mode-2 action to the
      *    DB-RECNO row.
      *
       ACT-RTN.
           ACCEPT  POST-JUNLNO  FROM  TIME.
           CALL "DB_F_Open" USING
            "INPUT" JCON_PNAME1 "SHARED" BY REFERENCE JCON_IDLST "1"
            "JCON2-KEY" BY REFERENCE JCON2-KEY.
           CALL "DB_F_Open" USING
            "INPUT" KMK-M_PNAME1 "SHARED" BY REFERENCE KMK-M_IDLST
            "1".
           CALL "DB_F_Open" USING
            "I-O" SIWAKH_PNAME1 "SHARED" BY REFERENCE SIWAKH_IDLST "1"
            "SH-KEY3" BY REFERENCE SH-KEY3.
           CALL "DB_F_Open" USING
            "I-O" DNSF_PNAME1 "SHARED" BY REFERENCE DNSF_IDLST "1"
            "DNS-KEY" BY REFERENCE DNS-KEY.
           MOVE  DB-RECNO  TO DNS-RECNO.
           CALL "DB_Read" USING
            "INVALID KEY" DNSF_PNAME1 BY REFERENCE DNS-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO ACT-090
           END-IF
           IF  DB-ACT = 2
               GO TO ACT-020
           END-IF
           IF  DB-ACT = 3
               GO TO ACT-030
           END-IF
      *
      *    1 = receipt against the named customer.
      *
           MOVE  DB-TCD     TO DNS-TCD.
           MOVE  83         TO PS-CLS.
           MOVE  1          TO PS-DRCR.
           MOVE  DNS-RECDT  TO PS-DATE.
           MOVE  DNS-AMT    TO PS-AMT.
           MOVE  DB-TCD     TO PS-CUST.
           MOVE  DB-INVNO   TO PS-INVNO.
           MOVE  725        TO PS-TEKI.
           PERFORM  POST-RTN  THRU  POST-RTN-EXIT.
           MOVE  1            TO DNS-PST.
           MOVE  POST-JUNLNO  TO DNS-RCVJN.
           MOVE  USER_ID      TO DNS-USER.
           CALL "DB_Update" USING
            DNSF_PNAME1 DNSF_LNAME DNS-R RETURNING RET.
           GO TO ACT-090.
      *
      *    2 = transfer to the supplier against our payable.
      *
       ACT-020.
           MOVE  81         TO PS-CLS.
           MOVE  0          TO PS-DRCR.
           MOVE  DB-XDATE   TO PS-DATE.
           MOVE  DNS-AMT    TO PS-AMT.
           MOVE  DB-XTCD    TO PS-CUST.
           MOVE  DB-INVNO   TO PS-INVNO.
           MOVE  727        TO PS-TEKI.
           PERFORM  POST-RTN  THRU  POST-RTN-EXIT.
           MOVE  2            TO DNS-STAT.
           MOVE  DB-XTCD      TO DNS-XTCD.
           MOVE  DB-XDATE     TO DNS-XDATE.
           MOVE  POST-JUNLNO  TO DNS-SETJN.
           MOVE  USER_ID      TO DNS-USER.
           CALL "DB_Update" USING
            DNSF_PNAME1 DNSF_LNAME DNS-R RETURNING RET.
           GO TO ACT-090.
      *
      *    3 = split: the parent keeps the rest, the child row takes
      *    the split-off amount under its own record number.
      *
       ACT-030.
           SUBTRACT  DB-SAMT  FROM DNS-AMT.
           MOVE  USER_ID      TO DNS-USER.
           CALL "DB_Update" USING
            DNSF_PNAME1 DNSF_LNAME DNS-R RETURNING RET.
           MOVE  DB-SAMT      TO DNS-AMT DNS-ORGAMT.
           MOVE  DB-RECNO     TO DNS-PARENT.
           MOVE  DB-NRECNO    TO DNS-RECNO.
           CALL "DB_Insert" USING
            DNSF_PNAME1 DNSF_LNAME DNS-R RETURNING RET.
       ACT-090.
           CALL "DB_F_Close" USING
            BY REFERENCE DNSF_IDLST DNSF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE SIWAKH_IDLST SIWAKH_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE KMK-M_IDLST KMK-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE JCON_IDLST JCON_PNAME1.
       ACT-RTN-EXIT.
           EXIT.
      *
      *    IMP-RTN  -  mode 1: every notice on DNSIN onto DNSF, the
      *    clean matches posted as they go.
      *
       IMP-RTN.
           PERFORM  CULD-RTN  THRU  CULD-RTN-EXIT.
           PERFORM  BAL-RTN   THRU  BAL-RTN-EXIT.
           ACCEPT  POST-JUNLNO  FROM  TIME.
           CALL "PR_Open" RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-IM-HD   TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-IM-COLHD  TO PRN-R (11:98).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "DB_F_Open" USING
            "INPUT" JCON_PNAME1 "SHARED" BY REFERENCE JCON_IDLST "1"
            "JCON2-KEY" BY REFERENCE JCON2-KEY.
           CALL "DB_F_Open" USING
            "INPUT" KMK-M_PNAME1 "SHARED" BY REFERENCE KMK-M_IDLST
            "1".
           CALL "DB_F_Open" USING
            "I-O" SIWAKH_PNAME1 "SHARED" BY REFERENCE SIWAKH_IDLST "1"
            "SH-KEY3" BY REFERENCE SH-KEY3.
           CALL "DB_F_Open" USING
            "I-O" DNSF_PNAME1 "SHARED" BY REFERENCE DNSF_IDLST "1"
            "DNS-KEY" BY REFERENCE DNS-KEY.
           CALL "DB_F_Open" USING
            "INPUT" DNSIN_PNAME1 " " BY REFERENCE DNSIN_IDLST "0".
       IMP-010.
           CALL "DB_Read" USING
            "AT END" DNSIN_PNAME1 BY REFERENCE DNI-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO IMP-090
           END-IF
           IF  DNI-KBN NOT = 2
               GO TO IMP-010
           END-IF
           IF  DNI-NTC NOT = 1  AND  2
               GO TO IMP-010
           END-IF
           ADD  1  TO DB-RDCNT.
           MOVE  SPACE        TO PRN-R WORK-IM.
           MOVE  DNI-RECNO    TO WORK-IM-RECNO.
           MOVE  ZERO         TO WORK-IM-TCD.
           MOVE  DNI-NAME     TO WORK-IM-NAME.
           MOVE  DNI-AMT      TO WORK-IM-AMT.
           MOVE  DNI-DUEDT    TO WORK-IM-DUEDT.
           MOVE  DNI-RECNO    TO DNS-RECNO.
           CALL "DB_Read" USING
            "INVALID KEY" DNSF_PNAME1 BY REFERENCE DNS-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0
               MOVE  "ALREADY ON FILE"  TO WORK-IM-RES
               GO TO IMP-080
           END-IF
      *
      *    debtor-reading length, then DEP100's candidate scan --
      *    a hit needs the reading to match and the open balance to
      *    cover the amount.
      *
           MOVE  DNI-NAME  TO  WN-UNAME.
           MOVE  ZERO  TO WN-CNT1.
           MOVE  1     TO HIT-IX.
       IMP-020.
           IF  HIT-IX NOT > 20
               IF  WN-UNA(HIT-IX) NOT = SPACE
                   MOVE  HIT-IX  TO WN-CNT1
               END-IF
               ADD  1  TO HIT-IX
               GO TO IMP-020
           END-IF
           MOVE  ZERO  TO HIT-CNT HIT-IX.
           MOVE  1     TO CU-IX.
       IMP-030.
           IF  CU-IX > CU-CNT
               GO TO IMP-040
           END-IF
           MOVE  CU-KANA(CU-IX)  TO  WN-ONAME.
           PERFORM  NAME-MTCH-RTN  THRU  NAME-MTCH-RTN-EXIT.
           IF  WN-DCHK = 1  AND  CU-BAL(CU-IX) NOT < DNI-AMT
               ADD  1      TO HIT-CNT
               MOVE  CU-IX TO HIT-IX
           END-IF
           ADD  1  TO CU-IX.
           GO TO IMP-030.
       IMP-040.
           INITIALIZE DNS-R.
           MOVE  DNI-RECNO  TO DNS-RECNO.
           MOVE  DNI-NTC    TO DNS-NTC.
           MOVE  ZERO       TO DNS-TCD DNS-STAT DNS-PST DNS-XTCD
                               DNS-XDATE DNS-RCVJN DNS-SETJN.
           MOVE  DNI-NAME   TO DNS-NAME.
           MOVE  DNI-AMT    TO DNS-AMT DNS-ORGAMT.
           MOVE  DNI-RECDT  TO DNS-RECDT.
           MOVE  DNI-DUEDT  TO DNS-DUEDT.
           MOVE  SPACE      TO DNS-PARENT.
           MOVE  USER_ID    TO DNS-USER.
           IF  HIT-CNT = 0
               MOVE  "NO MATCH"   TO WORK-IM-RES
               GO TO IMP-070
           END-IF
           IF  HIT-CNT > 1
               MOVE  "AMBIGUOUS"  TO WORK-IM-RES
               GO TO IMP-070
           END-IF
           MOVE  CU-TCD(HIT-IX)  TO DNS-TCD WORK-IM-TCD.
           MOVE  DNS-RECDT  TO DB-CHKDT.
           PERFORM  PLK-CHK-RTN  THRU  PLK-CHK-RTN-EXIT.
           IF  DB-LCK = 1
               MOVE  "PERIOD LOCKED"  TO WORK-IM-RES
               GO TO IMP-070
           END-IF
           MOVE  83               TO PS-CLS.
           MOVE  1                TO PS-DRCR.
           MOVE  DNS-RECDT        TO PS-DATE.
           MOVE  DNS-AMT          TO PS-AMT.
           MOVE  DNS-TCD          TO PS-CUST.
           MOVE  CU-INVNO(HIT-IX) TO PS-INVNO.
           MOVE  725              TO PS-TEKI.
           PERFORM  POST-RTN  THRU  POST-RTN-EXIT.
           SUBTRACT  DNS-AMT  FROM CU-BAL(HIT-IX).
           MOVE  1            TO DNS-PST.
           MOVE  POST-JUNLNO  TO DNS-RCVJN.
           ADD  1        TO DB-OKCNT.
           ADD  DNS-AMT  TO DB-OKAMT.
           MOVE  "POSTED"     TO WORK-IM-RES.
           GO TO IMP-075.
       IMP-070.
           ADD  1  TO DB-EXCNT.
       IMP-075.
           CALL "DB_Insert" USING
            DNSF_PNAME1 DNSF_LNAME DNS-R RETURNING RET.
       IMP-080.
           MOVE  WORK-IM  TO PRN-R (11:108).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           GO TO IMP-010.
       IMP-090.
           CALL "DB_F_Close" USING
            BY REFERENCE DNSIN_IDLST DNSIN_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE DNSF_IDLST DNSF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE SIWAKH_IDLST SIWAKH_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE KMK-M_IDLST KMK-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE JCON_IDLST JCON_PNAME1.
           MOVE  SPACE  TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  DB-RDCNT     TO WORK-IM-RDCNT.
           MOVE  DB-OKCNT     TO WORK-IM-OKCNT.
           MOVE  DB-OKAMT     TO WORK-IM-OKAMT.
           MOVE  DB-EXCNT     TO WORK-IM-EXCNT.
           MOVE  WORK-IM-TOT  TO PRN-R (11:64).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "PR_Close" RETURNING RESP.
       IMP-RTN-EXIT.
           EXIT.
      *
      *    CULD-RTN  -  head-office customers with their readings,
      *    DEP100's CULD-RTN.
      *
       CULD-RTN.
           MOVE  ZERO  TO CU-CNT.
           CALL "DB_F_Open" USING
            "INPUT" TC-M_PNAME1 " " BY REFERENCE TC-M_IDLST "0".
       CULD-010.
           CALL "DB_Read" USING
            "AT END" TC-M_PNAME1 BY REFERENCE TC-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO CULD-020
           END-IF
           IF  TC-CCD NOT = 1
               GO TO CULD-010
           END-IF
           IF  CU-CNT < 500
               ADD  1         TO CU-CNT
               MOVE  TC-TCD   TO CU-TCD(CU-CNT)
               MOVE  TC-KANA  TO CU-KANA(CU-CNT)
               MOVE  TC-INVNO TO CU-INVNO(CU-CNT)
               MOVE  ZERO     TO CU-BAL(CU-CNT)
           END-IF
           GO TO CULD-010.
       CULD-020.
           CALL "DB_F_Close" USING
            BY REFERENCE TC-M_IDLST TC-M_PNAME1.
       CULD-RTN-EXIT.
           EXIT.
      *
      *    BAL-RTN  -  each preloaded customer's open SIWAKH
      *    balance, debit up and credit down, DEP100's BAL-RTN.
      *
       BAL-RTN.
           CALL "DB_F_Open" USING
            "INPUT" SIWAKH_PNAME1 " " BY REFERENCE SIWAKH_IDLST "0".
       BAL-010.
           CALL "DB_Read" USING
            "AT END" SIWAKH_PNAME1 BY REFERENCE SH-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO BAL-030
           END-IF
           IF  HCUSTCD = ZERO
               GO TO BAL-010
           END-IF
           MOVE  1  TO CU-IX.
       BAL-020.
           IF  CU-IX > CU-CNT
               GO TO BAL-010
           END-IF
           IF  CU-TCD(CU-IX) = HCUSTCD
               IF  HDR-CR = 0
                   ADD       HAMOUNT  TO   CU-BAL(CU-IX)
               ELSE
                   SUBTRACT  HAMOUNT  FROM CU-BAL(CU-IX)
               END-IF
               GO TO BAL-010
           END-IF
           ADD  1  TO CU-IX.
           GO TO BAL-020.
       BAL-030.
           CALL "DB_F_Close" USING
            BY REFERENCE SIWAKH_IDLST SIWAKH_PNAME1.
       BAL-RTN-EXIT.
           EXIT.
      *
      *    NAME-MTCH-RTN  -  cloned from TCS100 by way of DEP100:
      *    WN-DCHK = 1 when the WN-CNT1-character reading occurs
      *    anywhere in the candidate's TC-KANA reading.
      *
       NAME-MTCH-RTN.
           MOVE  0  TO WN-DCHK.
           IF  WN-CNT1 = ZERO
               GO TO NAME-MTCH-RTN-EXIT
           END-IF
           MOVE  1  TO WN-CNT2.
       NMR-010.
           IF  WN-CNT2 + WN-CNT1 - 1 > 20
               GO TO NAME-MTCH-RTN-EXIT
           END-IF
           MOVE  0  TO WN-CNT3.
       NMR-020.
           IF  WN-CNT3 >= WN-CNT1
               MOVE  1  TO WN-DCHK
               GO TO NAME-MTCH-RTN-EXIT
           END-IF
           IF  WN-ONA(WN-CNT2 + WN-CNT3) NOT = WN-UNA(WN-CNT3 + 1)
               ADD  1  TO WN-CNT2
               GO TO NMR-010
           END-IF
           ADD  1  TO WN-CNT3.
           GO TO NMR-020.
       NAME-MTCH-RTN-EXIT.
           EXIT.
      *
      *    MAT-RTN  -  mode 3: every received row still held and
      *    due by DB-ASOF settled on its due date.
      *
       MAT-RTN.
           MOVE  ZERO  TO MT-CNT.
           CALL "DB_F_Open" USING
            "INPUT" DNSF_PNAME1 " " BY REFERENCE DNSF_IDLST "0".
       MAT-010.
           CALL "DB_Read" USING
            "AT END" DNSF_PNAME1 BY REFERENCE DNS-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO MAT-020
           END-IF
           IF  DNS-STAT NOT = 0  OR  DNS-DUEDT > DB-ASOF
               GO TO MAT-010
           END-IF
           IF  MT-CNT < 500
               ADD  1          TO MT-CNT
               MOVE  DNS-RECNO TO MT-RECNO(MT-CNT)
           END-IF
           GO TO MAT-010.
       MAT-020.
           CALL "DB_F_Close" USING
            BY REFERENCE DNSF_IDLST DNSF_PNAME1.
           ACCEPT  POST-JUNLNO  FROM  TIME.
           CALL "PR_Open" RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-MT-HD   TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-MT-COLHD  TO PRN-R (11:56).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "DB_F_Open" USING
            "INPUT" JCON_PNAME1 "SHARED" BY REFERENCE JCON_IDLST "1"
            "JCON2-KEY" BY REFERENCE JCON2-KEY.
           CALL "DB_F_Open" USING
            "INPUT" KMK-M_PNAME1 "SHARED" BY REFERENCE KMK-M_IDLST
            "1".
           CALL "DB_F_Open" USING
            "I-O" SIWAKH_PNAME1 "SHARED" BY REFERENCE SIWAKH_IDLST "1"
            "SH-KEY3" BY REFERENCE SH-KEY3.
           CALL "DB_F_Open" USING
            "I-O" DNSF_PNAME1 "SHARED" BY REFERENCE DNSF_IDLST "1"
            "DNS-KEY" BY REFERENCE DNS-KEY.
           MOVE  1  TO MT-IX.
       MAT-030.
           IF  MT-IX > MT-CNT
               GO TO MAT-090
           END-IF
           MOVE  MT-RECNO(MT-IX)  TO DNS-RECNO.
           CALL "DB_Read" USING
            "INVALID KEY" DNSF_PNAME1 BY REFERENCE DNS-R " "
            RETURNING RET.
           IF  RET = 1
               ADD  1  TO MT-IX
               GO TO MAT-030
           END-IF
           MOVE  SPACE        TO PRN-R WORK-MT.
           MOVE  DNS-RECNO    TO WORK-MT-RECNO.
           MOVE  DNS-TCD      TO WORK-MT-TCD.
           MOVE  DNS-AMT      TO WORK-MT-AMT.
           MOVE  DNS-DUEDT    TO WORK-MT-DUEDT.
           IF  DNS-PST NOT = 1
               MOVE  "NOT RECEIVED"   TO WORK-MT-RES
               ADD  1  TO DB-EXCNT
               GO TO MAT-080
           END-IF
           MOVE  DNS-DUEDT  TO DB-CHKDT.
           PERFORM  PLK-CHK-RTN  THRU  PLK-CHK-RTN-EXIT.
           IF  DB-LCK = 1
               MOVE  "PERIOD LOCKED"  TO WORK-MT-RES
               ADD  1  TO DB-EXCNT
               GO TO MAT-080
           END-IF
      *
      *    no customer on the settlement line -- the receivable
      *    moved off AR when the receipt posted.
      *
           MOVE  82           TO PS-CLS.
           MOVE  1            TO PS-DRCR.
           MOVE  DNS-DUEDT    TO PS-DATE.
           MOVE  DNS-AMT      TO PS-AMT.
           MOVE  ZERO         TO PS-CUST.
           MOVE  SPACE        TO PS-INVNO.
           MOVE  726          TO PS-TEKI.
           PERFORM  POST-RTN  THRU  POST-RTN-EXIT.
           MOVE  1            TO DNS-STAT.
           MOVE  POST-JUNLNO  TO DNS-SETJN.
           CALL "DB_Update" USING
            DNSF_PNAME1 DNSF_LNAME DNS-R RETURNING RET.
           ADD  1        TO DB-OKCNT.
           ADD  DNS-AMT  TO DB-OKAMT.
           MOVE  "SETTLED"    TO WORK-MT-RES.
       MAT-080.
           MOVE  WORK-MT  TO PRN-R (11:66).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           ADD  1  TO MT-IX.
           GO TO MAT-030.
       MAT-090.
           CALL "DB_F_Close" USING
            BY REFERENCE DNSF_IDLST DNSF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE SIWAKH_IDLST SIWAKH_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE KMK-M_IDLST KMK-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE JCON_IDLST JCON_PNAME1.
           MOVE  SPACE  TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  DB-OKCNT     TO WORK-MT-OKCNT.
           MOVE  DB-OKAMT     TO WORK-MT-OKAMT.
           MOVE  DB-EXCNT     TO WORK-MT-EXCNT.
           MOVE  WORK-MT-TOT  TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "PR_Close" RETURNING RESP.
       MAT-RTN-EXIT.
           EXIT.
      *
      *    LST-RTN  -  mode 4: the register, every row with its
      *    state, held rows totalled.
      *
       LST-RTN.
           CALL "PR_Open" RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-RG-HD   TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-RG-COLHD  TO PRN-R (11:81).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "DB_F_Open" USING
            "INPUT" DNSF_PNAME1 " " BY REFERENCE DNSF_IDLST "0".
       LST-010.
           CALL "DB_Read" USING
            "AT END" DNSF_PNAME1 BY REFERENCE DNS-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO LST-090
           END-IF
           MOVE  SPACE        TO PRN-R WORK-RG.
           MOVE  DNS-RECNO    TO WORK-RG-RECNO.
           MOVE  DNS-TCD      TO WORK-RG-TCD.
           MOVE  DNS-AMT      TO WORK-RG-AMT.
           MOVE  DNS-RECDT    TO WORK-RG-RECDT.
           MOVE  DNS-DUEDT    TO WORK-RG-DUEDT.
           IF  DNS-STAT = 1
               MOVE  "SETTLED"      TO WORK-RG-STAT
           ELSE
           IF  DNS-STAT = 2
               MOVE  "TRANSFERRED"  TO WORK-RG-STAT
               MOVE  DNS-XTCD       TO WORK-RG-XTCD
               MOVE  DNS-XDATE      TO WORK-RG-XDATE
               MOVE  WORK-RG-XFR    TO WORK-RG-REF
           ELSE
               IF  DNS-PST = 1
                   MOVE  "HELD"       TO WORK-RG-STAT
               ELSE
                   MOVE  "UNPOSTED"   TO WORK-RG-STAT
               END-IF
               ADD  1        TO DB-OKCNT
               ADD  DNS-AMT  TO DB-OKAMT
           END-IF
           END-IF
           IF  DNS-PARENT NOT = SPACE
               MOVE  DNS-PARENT     TO WORK-RG-REF
           END-IF
           MOVE  WORK-RG  TO PRN-R (11:92).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           GO TO LST-010.
       LST-090.
           CALL "DB_F_Close" USING
            BY REFERENCE DNSF_IDLST DNSF_PNAME1.
           MOVE  SPACE  TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  DB-OKCNT     TO WORK-RG-OKCNT.
           MOVE  DB-OKAMT     TO WORK-RG-OKAMT.
           MOVE  WORK-RG-TOT  TO PRN-R (11:42).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "PR_Close" RETURNING RESP.
       LST-RTN-EXIT.
           EXIT.
      *
      *    POST-RTN  -  one SIWAKH line through the PS-CLS JCON7 map
      *    with the 9999 fallback, DEP100's APPLY-RTN entry; HDOCREF
      *    carries the densai record number.
      *
       POST-RTN.
           MOVE  7       TO  JCON7-01.
           MOVE  PS-CLS  TO  JCON7-02.
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
           MOVE  PS-DATE         TO HTRDATE HTRDATE2.
           MOVE  POST-JUNLNO     TO HJUNLNO HJUNLNO2.
           MOVE  POST-LINENO     TO HLINENO HLINENO2.
           MOVE  PS-DRCR         TO HDR-CR HDR-CR2.
           MOVE  JCON7-DEPT      TO HSECTCD.
           MOVE  "0"             TO HTAXKB.
           MOVE  PS-AMT          TO HAMOUNT.
           MOVE  JCON7-OPPACCT   TO HOPPCD.
           MOVE  JCON7-HOOPPACCT TO HHOOPPCD.
           MOVE  PS-CUST         TO HCUSTCD.
           MOVE  PS-INVNO        TO HINVNO.
           MOVE  "DNS"           TO HDOCREF (1:3).
           MOVE  DNS-RECNO       TO HDOCREF (4:20).
           MOVE  PS-TEKI         TO HTEKICD.
           CALL "DB_Insert" USING
            SIWAKH_PNAME1 SIWAKH_LNAME SH-REC RETURNING RET.
       POST-RTN-EXIT.
           EXIT.
      *
       R-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_Close".
           STOP RUN.
