       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         SNP100.
      *********************************************************
      *    PROGRAM         :  MASTER SNAPSHOTS / DIFFERENCE    *
      *    PRINTER TYPE    :  JIPS                             *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *        CHANGE      :  26/10/15  MAP EDI FIELDS         *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    keeps generations of the key masters so a bad THM100
      *    percentage run or SHX100 re-import can be put right
      *    record by record (SNR100) instead of from the whole
      *    nightly backup.  SEL-MODE, the same mode-menu idiom as
      *    DUP100:
      *      1 = snapshot: SHM, TC-M, T-M, THTM, THTC, KMK-M, JCON and
      *          TANAM copied whole into SNP-F under the next
      *          generation number, with an SNG row for the counts.
      *          run from the nightly menu.  generations older than
      *          the number kept are then marked purged in place on
      *          SNG and SNP-F (SNG-PRG / SNP-PRG "9"), and every
      *          read passes a purged row over; a generation number
      *          used again writes over its purged rows.
      *      2 = difference report: one master or all, FROM one
      *          generation TO another or to the live file (TO 0).
      *          the FROM records go to the SNPW work file, which is
      *          then matched against the TO records in key order:
      *            FROM ONLY   in the FROM generation only (deleted
      *                        since, or added since when TO is the
      *                        older of the two);
      *            TO ONLY     in the TO records only;
      *            CHANGED     on both, one line per field that
      *                        differs (SN-FM-TBL), first 30 bytes of
      *                        each value; a difference outside the
      *                        mapped fields prints as (OTHER).
      *      3 = generations kept (1 - 99, 7 until set).
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SYSTEM3100.
       OBJECT-COMPUTER. SYSTEM3100.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WKSNPID                PIC  X(012) VALUE SPACE.
       01  STN-NO.
           02  STN-NO1            PIC  X(003).
           02  STN-NO2            PIC  X(003).
       01  W-FID.
           02  W-FID1             PIC  X(006) VALUE "WKSNPW".
           02  W-FID2             PIC  X(003).
           02  W-FID3             PIC  X(003) VALUE "000".
       01  SEL-MODE               PIC  9(001)      VALUE ZERO.
       01  SN-DMM                 PIC  9(001)      VALUE ZERO.
       01  SN-FILE                PIC  9(001)      VALUE ZERO.
       01  SN-FGEN                PIC  9(004)      VALUE ZERO.
       01  SN-TGEN                PIC  9(004)      VALUE ZERO.
       01  SN-KEEP                PIC  9(002)      VALUE ZERO.
       01  SN-LAST                PIC  9(004)      VALUE ZERO.
       01  SN-NGEN                PIC  9(004)      VALUE ZERO.
       01  SN-AGE                 PIC  9(005)      VALUE ZERO.
       01  SN-CFND                PIC  9(001)      VALUE ZERO.
       01  SN-HIT                 PIC  9(001)      VALUE ZERO.
      *    1 = the SNG / SNP-F row about to be written is not on
      *    file yet (not even purged).
       01  SN-GNEW                PIC  9(001)      VALUE ZERO.
       01  SN-RNEW                PIC  9(001)      VALUE ZERO.
       01  SN-OCNT                PIC  9(006)      VALUE ZERO.
       01  SN-NCNT                PIC  9(006)      VALUE ZERO.
       01  SN-CCNT                PIC  9(006)      VALUE ZERO.
      *    one master's next record, from DL-RTN (DL-OP 1 = open,
      *    2 = next record, HIGH-VALUE key at the end, 3 = close).
       01  DL-FILE                PIC  9(001)      VALUE ZERO.
       01  DL-OP                  PIC  9(001)      VALUE ZERO.
       01  DF-BKEY                PIC  X(020).
       01  DF-BDATA               PIC  X(250).
      *    the two sides of the difference match.
       01  DW-KEY                 PIC  X(020).
       01  DW-DATA                PIC  X(250).
       01  DT-OP                  PIC  9(001)      VALUE ZERO.
       01  DT-KEY                 PIC  X(020).
       01  DT-DATA                PIC  X(250).
      *    generations being dropped.
       01  PG-CNT                 PIC  9(003)      VALUE ZERO.
       01  PG-IX                  PIC  9(003)      VALUE ZERO.
       01  PG-TBL.
           02  PG-GEN             PIC  9(004)  OCCURS 100.
       01  SN-FNAMES.
           02  F                  PIC  X(006)  VALUE  "SHM   ".
           02  F                  PIC  X(006)  VALUE  "TC-M  ".
           02  F                  PIC  X(006)  VALUE  "T-M   ".
           02  F                  PIC  X(006)  VALUE  "THTM  ".
           02  F                  PIC  X(006)  VALUE  "THTC  ".
           02  F                  PIC  X(006)  VALUE  "KMK-M ".
           02  F                  PIC  X(006)  VALUE  "JCON  ".
           02  F                  PIC  X(006)  VALUE  "TANAM ".
       01  SN-FNAME-TBL  REDEFINES  SN-FNAMES.
           02  SN-FNAME           PIC  X(006)  OCCURS 8.
      *    field map for the difference report: master, field name,
      *    offset and length in the record.  key fields are left
      *    out (the records are matched on them).
       01  SN-FMAP.
           02  F  PIC X(017)  VALUE  "1SHM-02    007048".
           02  F  PIC X(017)  VALUE  "1SHM-03    055001".
           02  F  PIC X(017)  VALUE  "1SHM-04    056040".
           02  F  PIC X(017)  VALUE  "1SHM-05    096002".
           02  F  PIC X(017)  VALUE  "1SHM-06    098028".
           02  F  PIC X(017)  VALUE  "1SHM-09    126002".
           02  F  PIC X(017)  VALUE  "1SHM-07    128003".
           02  F  PIC X(017)  VALUE  "1SHM-08    131040".
           02  F  PIC X(017)  VALUE  "1SHM-10    171013".
           02  F  PIC X(017)  VALUE  "1SHM-11    184001".
           02  F  PIC X(017)  VALUE  "1SHM-LIC   185003".
           02  F  PIC X(017)  VALUE  "2TC-NAME   008052".
           02  F  PIC X(017)  VALUE  "2TC-DLVKBN 060001".
           02  F  PIC X(017)  VALUE  "2TC-MAIL   061019".
           02  F  PIC X(017)  VALUE  "2TC-KANA   080040".
           02  F  PIC X(017)  VALUE  "2TC-ROUTE  120002".
           02  F  PIC X(017)  VALUE  "2TC-INVNO  122014".
           02  F  PIC X(017)  VALUE  "2TC-PRI    136001".
           02  F  PIC X(017)  VALUE  "2TC-HQTCD  137004".
           02  F  PIC X(017)  VALUE  "2TC-CRLIM  141009".
           02  F  PIC X(017)  VALUE  "2TC-ICKBN  150001".
           02  F  PIC X(017)  VALUE  "2TC-DDKBN  151001".
           02  F  PIC X(017)  VALUE  "2TC-DDBANK 152004".
           02  F  PIC X(017)  VALUE  "2TC-DDSTN  156003".
           02  F  PIC X(017)  VALUE  "2TC-DDKOZKB159001".
           02  F  PIC X(017)  VALUE  "2TC-DDKOZNO160007".
           02  F  PIC X(017)  VALUE  "2TC-DDKOZNM167030".
           02  F  PIC X(017)  VALUE  "2TC-SLSCD  197004".
           02  F  PIC X(017)  VALUE  "2TC-SLSDT  201008".
           02  F  PIC X(017)  VALUE  "2TC-BDKBN  209001".
           02  F  PIC X(017)  VALUE  "2TC-BDDATE 210008".
           02  F  PIC X(017)  VALUE  "2TC-CODKBN 218001".
           02  F  PIC X(017)  VALUE  "2TC-EDIVND 219013".
           02  F  PIC X(017)  VALUE  "2TC-EDISTR 232013".
           02  F  PIC X(017)  VALUE  "3T-NAME    005052".
           02  F  PIC X(017)  VALUE  "3T-TNC1    057001".
           02  F  PIC X(017)  VALUE  "3T-DCC     058001".
           02  F  PIC X(017)  VALUE  "3T-KEY2    059010".
           02  F  PIC X(017)  VALUE  "3T-BANK    069004".
           02  F  PIC X(017)  VALUE  "3T-STN     073003".
           02  F  PIC X(017)  VALUE  "3T-KOZKB   076001".
           02  F  PIC X(017)  VALUE  "3T-KOZNO   077007".
           02  F  PIC X(017)  VALUE  "3T-CUR     084003".
           02  F  PIC X(017)  VALUE  "3T-WHT     087001".
           02  F  PIC X(017)  VALUE  "3T-WHK     088001".
           02  F  PIC X(017)  VALUE  "3T-KOZNM   089030".
           02  F  PIC X(017)  VALUE  "3T-INVNO   119014".
           02  F  PIC X(017)  VALUE  "3T-EDI     133001".
           02  F  PIC X(017)  VALUE  "4THT-T     012005".
           02  F  PIC X(017)  VALUE  "4THT-KEY2  017011".
           02  F  PIC X(017)  VALUE  "5THC-T     012005".
           02  F  PIC X(017)  VALUE  "5THC-KEY2  017011".
           02  F  PIC X(017)  VALUE  "6KMK-NAME  005026".
           02  F  PIC X(017)  VALUE  "6KMK-DEPT  031004".
           02  F  PIC X(017)  VALUE  "6KMK-GRP   035001".
           02  F  PIC X(017)  VALUE  "7JCON-BODY 006030".
           02  F  PIC X(017)  VALUE  "8TANAM-05  011012".
           02  F  PIC X(017)  VALUE  "8TANAM-061 023006".
           02  F  PIC X(017)  VALUE  "8TANAM-062 029006".
           02  F  PIC X(017)  VALUE  "8TANAM-063 035006".
           02  F  PIC X(017)  VALUE  "8TANAM-064 041006".
           02  F  PIC X(017)  VALUE  "8TANAM-065 047006".
           02  F  PIC X(017)  VALUE  "8TANAM-066 053006".
           02  F  PIC X(017)  VALUE  "8TANAM-067 059006".
           02  F  PIC X(017)  VALUE  "8TANAM-068 065006".
           02  F  PIC X(017)  VALUE  "8TANAM-04  071008".
           02  F  PIC X(017)  VALUE  "8TANAM-07  079001".
           02  F  PIC X(017)  VALUE  "8TANAM-08  080002".
       01  SN-FM-TBL  REDEFINES  SN-FMAP.
           02  SN-FM    OCCURS  68.
               03  FM-FILE        PIC  9(001).
               03  FM-NAME        PIC  X(010).
               03  FM-OFF         PIC  9(003).
               03  FM-LEN         PIC  9(003).
       01  FM-IX                  PIC  9(003)      VALUE ZERO.
       01  WORK-TODATE.
           02  WORK-TD-YY         PIC  9(002).
           02  WORK-TD-MM         PIC  9(002).
           02  WORK-TD-DD         PIC  9(002).
       01  WORK-TOTIME.
           02  WORK-TT-HMS        PIC  9(006).
           02  WORK-TT-HS         PIC  9(002).
       01  W-TODAY                PIC  9(008)      VALUE ZERO.
       01  PRN-R                  PIC  X(132).
       77  RESP                   PIC  9(001).
       01  WORK-SN-HD             PIC  X(050)      VALUE
            "*** MASTER DIFFERENCE REPORT ***".
       01  WORK-SN-RNG.
           02  F                  PIC  X(016)  VALUE
                "FROM GENERATION ".
           02  WORK-SN-RFG        PIC  9(004).
           02  F                  PIC  X(017)  VALUE
                "   TO GENERATION ".
           02  WORK-SN-RTG        PIC  X(004).
       01  WORK-SN-COL.
           02  F                  PIC  X(008)  VALUE  "FILE".
           02  F                  PIC  X(022)  VALUE  "KEY".
           02  F                  PIC  X(011)  VALUE  "ACTION".
           02  F                  PIC  X(012)  VALUE  "FIELD".
           02  F                  PIC  X(032)  VALUE  "FROM".
           02  F                  PIC  X(030)  VALUE  "TO".
       01  WORK-SN-L.
           02  WORK-SN-LFILE      PIC  X(006).
           02  F                  PIC  X(02).
           02  WORK-SN-LKEY       PIC  X(020).
           02  F                  PIC  X(02).
           02  WORK-SN-LACT       PIC  X(009).
           02  F                  PIC  X(02).
           02  WORK-SN-LFLD       PIC  X(010).
           02  F                  PIC  X(02).
           02  WORK-SN-LOLD       PIC  X(030).
           02  F                  PIC  X(02).
           02  WORK-SN-LNEW       PIC  X(030).
       01  WORK-SN-NONE           PIC  X(040)      VALUE
            "NO DIFFERENCES".
       01  WORK-SN-SUM.
           02  F                  PIC  X(012)  VALUE  "FROM ONLY : ".
           02  WORK-SN-SOCNT      PIC  ZZZZZ9.
           02  F                  PIC  X(013)  VALUE
                "   TO ONLY : ".
           02  WORK-SN-SNCNT      PIC  ZZZZZ9.
           02  F                  PIC  X(013)  VALUE
                "   CHANGED : ".
           02  WORK-SN-SCCNT      PIC  ZZZZZ9.
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
      *FD  SNP-F
           COPY LISNPF.
      *FD  SNG
           COPY LISNPG.
      *FD  SHM
           COPY SHM.
      *FD  TC-M
           COPY LITCM.
      *FD  T-M
           COPY LITM.
      *FD  THTM
           COPY LITHTM.
      *FD  THTC
           COPY LITHTC.
      *FD  KMK-M
           COPY LIKMK.
      *FD  JCON
           COPY L-JCON.
      *FD  TANAM
           COPY TANAM.
      *FD  SNPW
      *    the FROM generation of one master, in key order.
       01  SNPW_SNP100.
           02  SNPW_PNAME1        PIC  X(012) VALUE SPACE.
           02  F                  PIC  X(001).
           02  SNPW_LNAME         PIC  X(011) VALUE "SNPW_SNP100".
           02  F                  PIC  X(001).
           02  SNPW_KEY1          PIC  X(100) VALUE SPACE.
           02  SNPW_SORT          PIC  X(100) VALUE SPACE.
           02  SNPW_IDLST         PIC  X(100) VALUE SPACE.
           02  SNPW_RES           USAGE  POINTER.
       01  SNW-R.
           02  SNW-KEY            PIC  X(020).
           02  SNW-DATA           PIC  X(250).
       77  F                      PIC  X(001).
      *
       77  RET                    PIC  9(001)      VALUE ZERO.
       77  USER_ID                PIC  X(006)      VALUE SPACE.
       77  COMPLETION_CODE        PIC  X(003)      VALUE ZERO.
       77  ESTAT                  PIC  X(002).
       77  RESU                   PIC  9(001).
      *
       01  C-CLEAR.
           02  C-CL    PIC  X(012) VALUE "CLEAR SCREEN".
       01  C-MID.
           02  FILLER  PIC  X(040) VALUE
                "MASTER SNAPSHOTS".
           02  FILLER  PIC  X(040) VALUE
                "MODE 1=SNAPSHOT 2=DIFFERENCE 3=KEEP".
           02  FILLER  PIC  X(020) VALUE
                "FILE  0=ALL".
           02  FILLER  PIC  X(050) VALUE
                "1=SHM 2=TC-M 3=T-M 4=THTM 5=THTC".
           02  FILLER  PIC  X(050) VALUE
                "6=KMK-M 7=JCON 8=TANAM".
           02  FILLER  PIC  X(020) VALUE
                "FROM GENERATION".
           02  FILLER  PIC  X(020) VALUE
                "TO GENERATION 0=LIVE".
           02  FILLER  PIC  X(020) VALUE
                "GENERATIONS KEPT".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-ACP.
           02  A-MODE     PIC  9(001).
           02  A-FILE     PIC  9(001).
           02  A-FGEN     PIC  9(004).
           02  A-TGEN     PIC  9(004).
           02  A-KEEP     PIC  9(002).
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
             03  E-ME1   PIC  X(030) VALUE
                  "***  NO SUCH GENERATION    ***".
             03  E-ME2   PIC  X(030) VALUE
                  "***  SAME GENERATION TWICE ***".
             03  E-ME3   PIC  X(030) VALUE
                  "***  SNAPSHOT COMPLETE     ***".
             03  E-ME4   PIC  X(030) VALUE
                  "***  REPORT COMPLETE       ***".
             03  E-ME5   PIC  X(030) VALUE
                  "***  KEEP 1 TO 99          ***".
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
            "C-MID" " " "0" "0" "280" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-MID" "X" "3" "10" "40" " " "C-MID" RETURNING RESU.
       CALL "SD_Init" USING
            "02C-MID" "X" "5" "10" "40" "01C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "03C-MID" "X" "7" "10" "20" "02C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "04C-MID" "X" "8" "12" "50" "03C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "05C-MID" "X" "9" "12" "50" "04C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "06C-MID" "X" "11" "10" "20" "05C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "07C-MID" "X" "12" "10" "20" "06C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "08C-MID" "X" "14" "10" "20" "07C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "09C-MID" "X" "16" "10" "20" "08C-MID" " " RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "13" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-MODE" "9" "5" "50" "1" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-MODE" BY REFERENCE SEL-MODE "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-FILE" "9" "7" "31" "1" "A-MODE" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-FILE" BY REFERENCE SN-FILE "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-FGEN" "9" "11" "31" "4" "A-FILE" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-FGEN" BY REFERENCE SN-FGEN "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-TGEN" "9" "12" "31" "4" "A-FGEN" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-TGEN" BY REFERENCE SN-TGEN "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-KEEP" "9" "14" "31" "2" "A-TGEN" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-KEEP" BY REFERENCE SN-KEEP "2" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "16" "31" "1" "A-KEEP" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DMM" BY REFERENCE SN-DMM "1" "0" RETURNING RESU.
      *C-ERR
       CALL "SD_Init" USING
            "C-ERR" " " "0" "0" "157" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-ERR" " " "24" "0" "157" " " "C-ERR" RETURNING RESU.
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
            "E-ME99" "X" "24" "75" "5" "E-ME5" " " RETURNING RESU.
      *
           ACCEPT USER_ID FROM ARGUMENT-VALUE.
           ACCEPT COMPLETION_CODE FROM ARGUMENT-VALUE.
           ACCEPT  WORK-TODATE  FROM  DATE.
           COMPUTE  W-TODAY = (2000 + WORK-TD-YY) * 10000
                  + WORK-TD-MM * 100 + WORK-TD-DD.
           CALL "CBLSTNNO" USING STN-NO USER_ID.
           MOVE  STN-NO2  TO W-FID2.
           MOVE  W-FID    TO WKSNPID.
           MOVE  WKSNPID  TO SNPW_PNAME1.
      *
           CALL "DB_F_Open" USING
            "I-O" SNG_PNAME1 "SHARED" BY REFERENCE SNG_IDLST "1"
            "SNG-KEY" BY REFERENCE SNG-KEY.
      *
       R-05.
           MOVE    SPACE    TO  ERR-STAT.
           MOVE    ZERO     TO  RESU.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "SD_Output" USING "C-MID" C-MID "p" RETURNING RESU.
           MOVE  ZERO  TO SEL-MODE SN-DMM SN-FILE SN-FGEN SN-TGEN
                          SN-KEEP.
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
           IF  SEL-MODE = 1
               GO TO R-20
           END-IF
           IF  SEL-MODE = 3
               GO TO K-05
           END-IF
           IF  SEL-MODE NOT = 2
               GO TO R-08
           END-IF.
       R-10.
           CALL "SD_Accept" USING BY REFERENCE A-FILE "A-FILE" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-08
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-10
           END-IF
           IF  SN-FILE > 8
               GO TO R-10
           END-IF.
       R-12.
           CALL "SD_Accept" USING BY REFERENCE A-FGEN "A-FGEN" "9" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-10
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-12
           END-IF
           MOVE  SN-FGEN  TO SNG-GEN.
           CALL "DB_Read" USING
            "INVALID KEY" SNG_PNAME1 BY REFERENCE SNG-R "UNLOCK"
            RETURNING RET.
           IF  SN-FGEN = ZERO  OR  RET = 1  OR  SNG-PRG = "9"
               CALL "SD_Output" USING
                "E-ME1" E-ME1 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-12
           END-IF.
       R-14.
           CALL "SD_Accept" USING BY REFERENCE A-TGEN "A-TGEN" "9" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-12
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-14
           END-IF
           IF  SN-TGEN = SN-FGEN
               CALL "SD_Output" USING
                "E-ME2" E-ME2 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-14
           END-IF
           IF  SN-TGEN = ZERO
               GO TO R-20
           END-IF
           MOVE  SN-TGEN  TO SNG-GEN.
           CALL "DB_Read" USING
            "INVALID KEY" SNG_PNAME1 BY REFERENCE SNG-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1  OR  SNG-PRG = "9"
               CALL "SD_Output" USING
                "E-ME1" E-ME1 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-14
           END-IF.
       R-20.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB  AND  SEL-MODE = 1
               GO TO R-08
           END-IF
           IF  ESTAT = BTB
               GO TO R-14
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-20
           END-IF
           IF  SN-DMM NOT = 1  AND  9
               GO TO R-20
           END-IF
           IF  SN-DMM = 9
               GO TO R-05
           END-IF
           IF  SEL-MODE = 2
               GO TO R-30
           END-IF
      *
           PERFORM  SN-SNAP-RTN  THRU  SN-SNAP-RTN-EXIT.
           PERFORM  SN-PRG-RTN   THRU  SN-PRG-RTN-EXIT.
           CALL "SD_Output" USING
            "E-ME3" E-ME3 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO R-05.
       R-30.
           PERFORM  SN-DIFF-RTN  THRU  SN-DIFF-RTN-EXIT.
           CALL "SD_Output" USING
            "E-ME4" E-ME4 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO R-05.
      *
      *    generations kept -- the SNG control row.
      *
       K-05.
           PERFORM  SN-CTL-RTN  THRU  SN-CTL-RTN-EXIT.
           CALL "SD_Output" USING "A-KEEP" A-KEEP "p" RETURNING RESU.
       K-10.
           CALL "SD_Accept" USING BY REFERENCE A-KEEP "A-KEEP" "9" "2"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-08
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO K-10
           END-IF
           IF  SN-KEEP = ZERO
               CALL "SD_Output" USING
                "E-ME5" E-ME5 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO K-10
           END-IF.
       K-20.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO K-10
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO K-20
           END-IF
           IF  SN-DMM NOT = 1  AND  9
               GO TO K-20
           END-IF
           IF  SN-DMM = 9
               GO TO R-05
           END-IF
           MOVE  SN-KEEP  TO SNG0-KEEP.
           PERFORM  SN-CTLW-RTN  THRU  SN-CTLW-RTN-EXIT.
           GO TO R-05.
      *
      *    SN-CTL-RTN  -  the SNG control row into SN-KEEP / SN-LAST
      *    (7 kept, none taken, when there is no row yet).
      *
       SN-CTL-RTN.
           MOVE  ZERO  TO SNG-GEN.
           CALL "DB_Read" USING
            "INVALID KEY" SNG_PNAME1 BY REFERENCE SNG-R " "
            RETURNING RET.
           IF  RET = 1
               MOVE  0      TO SN-CFND
               INITIALIZE SNG0-REC
               MOVE  ZERO   TO SNG0-KEY
               MOVE  7      TO SNG0-KEEP
           ELSE
               MOVE  1      TO SN-CFND
           END-IF
           MOVE  SNG0-KEEP  TO SN-KEEP.
           MOVE  SNG0-LAST  TO SN-LAST.
       SN-CTL-RTN-EXIT.
           EXIT.
      *
      *    SN-CTLW-RTN  -  write the SNG control row back.
      *
       SN-CTLW-RTN.
           MOVE  ZERO  TO SNG0-KEY.
           IF  SN-CFND = 1
               CALL "DB_Update" USING
                SNG_PNAME1 SNG_LNAME SNG-R RETURNING RET
           ELSE
               CALL "DB_Insert" USING
                SNG_PNAME1 SNG_LNAME SNG-R RETURNING RET
           END-IF
           MOVE  1  TO SN-CFND.
       SN-CTLW-RTN-EXIT.
           EXIT.
      *
      *    SN-SNAP-RTN  -  the next generation: control row first,
      *    so a run that stops part way never reuses the number,
      *    then every master into SNP-F and the SNG counts row.  a
      *    number come round again finds its old rows purged and
      *    writes over them.
      *
       SN-SNAP-RTN.
           PERFORM  SN-CTL-RTN  THRU  SN-CTL-RTN-EXIT.
           IF  SN-LAST = 9999
               MOVE  1  TO SN-NGEN
           ELSE
               COMPUTE  SN-NGEN = SN-LAST + 1
           END-IF
           MOVE  SN-NGEN  TO SNG0-LAST.
           PERFORM  SN-CTLW-RTN  THRU  SN-CTLW-RTN-EXIT.
           ACCEPT  WORK-TOTIME  FROM  TIME.
           MOVE  SN-NGEN      TO SNG-GEN.
           CALL "DB_Read" USING
            "INVALID KEY" SNG_PNAME1 BY REFERENCE SNG-R " "
            RETURNING RET.
           MOVE  RET          TO SN-GNEW.
           INITIALIZE SNG-R.
           MOVE  SN-NGEN      TO SNG-GEN.
           MOVE  W-TODAY      TO SNG-DATE.
           MOVE  WORK-TT-HMS  TO SNG-TIME.
           MOVE  USER_ID      TO SNG-USER.
           CALL "DB_F_Open" USING
            "I-O" SNP-F_PNAME1 "SHARED" BY REFERENCE SNP-F_IDLST "1"
            "SNP-KEY" BY REFERENCE SNP-KEY.
           MOVE  1  TO DL-FILE.
       SN-SNAP-010.
           IF  DL-FILE > 8
               GO TO SN-SNAP-090
           END-IF
           MOVE  1  TO DL-OP.
           PERFORM  DL-RTN  THRU  DL-RTN-EXIT.
       SN-SNAP-020.
           MOVE  2  TO DL-OP.
           PERFORM  DL-RTN  THRU  DL-RTN-EXIT.
           IF  DF-BKEY = HIGH-VALUE
               GO TO SN-SNAP-030
           END-IF
           MOVE  SN-NGEN   TO SNP-GEN.
           MOVE  DL-FILE   TO SNP-FILE.
           MOVE  DF-BKEY   TO SNP-RKEY.
           CALL "DB_Read" USING
            "INVALID KEY" SNP-F_PNAME1 BY REFERENCE SNP-R " "
            RETURNING RET.
           MOVE  RET       TO SN-RNEW.
           MOVE  SN-NGEN   TO SNP-GEN.
           MOVE  DL-FILE   TO SNP-FILE.
           MOVE  DF-BKEY   TO SNP-RKEY.
           MOVE  DF-BDATA  TO SNP-DATA.
           MOVE  SPACE     TO SNP-PRG.
           IF  SN-RNEW = 1
               CALL "DB_Insert" USING
                SNP-F_PNAME1 SNP-F_LNAME SNP-R RETURNING RET
           ELSE
               CALL "DB_Update" USING
                SNP-F_PNAME1 SNP-F_LNAME SNP-R RETURNING RET
           END-IF
           ADD  1  TO SNG-CNT(DL-FILE).
           GO TO SN-SNAP-020.
       SN-SNAP-030.
           MOVE  3  TO DL-OP.
           PERFORM  DL-RTN  THRU  DL-RTN-EXIT.
           ADD  1  TO DL-FILE.
           GO TO SN-SNAP-010.
       SN-SNAP-090.
           CALL "DB_F_Close" USING
            BY REFERENCE SNP-F_IDLST SNP-F_PNAME1.
           IF  SN-GNEW = 1
               CALL "DB_Insert" USING
                SNG_PNAME1 SNG_LNAME SNG-R RETURNING RET
           ELSE
               CALL "DB_Update" USING
                SNG_PNAME1 SNG_LNAME SNG-R RETURNING RET
           END-IF.
       SN-SNAP-RTN-EXIT.
           EXIT.
      *
      *    SN-PRG-RTN  -  purge every generation SN-KEEP or more
      *    behind the one just taken: SNG rows marked in one pass,
      *    then their SNP-F records in another.
      *
       SN-PRG-RTN.
           MOVE  ZERO  TO PG-CNT.
           CALL "DB_F_Close" USING
            BY REFERENCE SNG_IDLST SNG_PNAME1.
           CALL "DB_F_Open" USING
            "I-O" SNG_PNAME1 " " BY REFERENCE SNG_IDLST "0".
       SN-PRG-010.
           CALL "DB_Read" USING
            "AT END" SNG_PNAME1 BY REFERENCE SNG-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO SN-PRG-020
           END-IF
           IF  SNG-GEN = ZERO  OR  SNG-PRG = "9"
               GO TO SN-PRG-010
           END-IF
           IF  SNG-GEN > SN-NGEN
               COMPUTE  SN-AGE = SN-NGEN + 9999 - SNG-GEN
           ELSE
               COMPUTE  SN-AGE = SN-NGEN - SNG-GEN
           END-IF
           IF  SN-AGE < SN-KEEP  OR  PG-CNT NOT < 100
               GO TO SN-PRG-010
           END-IF
           ADD  1  TO PG-CNT.
           MOVE  SNG-GEN  TO PG-GEN(PG-CNT).
           MOVE  "9"      TO SNG-PRG.
           CALL "DB_Update" USING
            SNG_PNAME1 SNG_LNAME SNG-R RETURNING RET.
           GO TO SN-PRG-010.
       SN-PRG-020.
           CALL "DB_F_Close" USING
            BY REFERENCE SNG_IDLST SNG_PNAME1.
           CALL "DB_F_Open" USING
            "I-O" SNG_PNAME1 "SHARED" BY REFERENCE SNG_IDLST "1"
            "SNG-KEY" BY REFERENCE SNG-KEY.
           IF  PG-CNT = ZERO
               GO TO SN-PRG-RTN-EXIT
           END-IF
           CALL "DB_F_Open" USING
            "I-O" SNP-F_PNAME1 " " BY REFERENCE SNP-F_IDLST "0".
       SN-PRG-030.
           CALL "DB_Read" USING
            "AT END" SNP-F_PNAME1 BY REFERENCE SNP-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO SN-PRG-090
           END-IF
           IF  SNP-PRG = "9"
               GO TO SN-PRG-030
           END-IF
           MOVE  1  TO PG-IX.
       SN-PRG-040.
           IF  PG-IX > PG-CNT
               GO TO SN-PRG-030
           END-IF
           IF  PG-GEN(PG-IX) NOT = SNP-GEN
               ADD  1  TO PG-IX
               GO TO SN-PRG-040
           END-IF
           MOVE  "9"  TO SNP-PRG.
           CALL "DB_Update" USING
            SNP-F_PNAME1 SNP-F_LNAME SNP-R RETURNING RET.
           GO TO SN-PRG-030.
       SN-PRG-090.
           CALL "DB_F_Close" USING
            BY REFERENCE SNP-F_IDLST SNP-F_PNAME1.
       SN-PRG-RTN-EXIT.
           EXIT.
      *
      *    SN-DIFF-RTN  -  the difference report, one master at a
      *    time.
      *
       SN-DIFF-RTN.
           MOVE  ZERO  TO SN-OCNT SN-NCNT SN-CCNT.
           CALL "PR_Open" RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-SN-HD   TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SN-FGEN      TO WORK-SN-RFG.
           IF  SN-TGEN = ZERO
               MOVE  "LIVE"   TO WORK-SN-RTG
           ELSE
               MOVE  SN-TGEN  TO WORK-SN-RTG
           END-IF
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-SN-RNG  TO PRN-R (13:41).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  WORK-SN-COL  TO PRN-R (13:115).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           IF  SN-FILE = ZERO
               MOVE  1        TO DL-FILE
           ELSE
               MOVE  SN-FILE  TO DL-FILE
           END-IF.
       SN-DIFF-010.
           IF  DL-FILE > 8
               GO TO SN-DIFF-090
           END-IF
           IF  SN-FILE NOT = ZERO  AND  DL-FILE NOT = SN-FILE
               GO TO SN-DIFF-090
           END-IF
           PERFORM  SN-WRK-RTN  THRU  SN-WRK-RTN-EXIT.
           CALL "DB_F_Open" USING
            "INPUT" SNPW_PNAME1 " " BY REFERENCE SNPW_IDLST "0".
           PERFORM  DW-RTN  THRU  DW-RTN-EXIT.
           MOVE  1  TO DT-OP.
           PERFORM  DT-RTN  THRU  DT-RTN-EXIT.
           MOVE  2  TO DT-OP.
           PERFORM  DT-RTN  THRU  DT-RTN-EXIT.
       SN-DIFF-020.
           IF  DW-KEY = HIGH-VALUE  AND  DT-KEY = HIGH-VALUE
               GO TO SN-DIFF-030
           END-IF
           IF  DW-KEY < DT-KEY
               MOVE  SPACE        TO WORK-SN-L
               MOVE  DW-KEY       TO WORK-SN-LKEY
               MOVE  "FROM ONLY"  TO WORK-SN-LACT
               PERFORM  SN-PRT-RTN  THRU  SN-PRT-RTN-EXIT
               ADD  1  TO SN-OCNT
               PERFORM  DW-RTN  THRU  DW-RTN-EXIT
               GO TO SN-DIFF-020
           END-IF
           IF  DW-KEY > DT-KEY
               MOVE  SPACE        TO WORK-SN-L
               MOVE  DT-KEY       TO WORK-SN-LKEY
               MOVE  "TO ONLY"    TO WORK-SN-LACT
               PERFORM  SN-PRT-RTN  THRU  SN-PRT-RTN-EXIT
               ADD  1  TO SN-NCNT
               PERFORM  DT-RTN  THRU  DT-RTN-EXIT
               GO TO SN-DIFF-020
           END-IF
           IF  DW-DATA NOT = DT-DATA
               PERFORM  SN-FLD-RTN  THRU  SN-FLD-RTN-EXIT
           END-IF
           PERFORM  DW-RTN  THRU  DW-RTN-EXIT.
           PERFORM  DT-RTN  THRU  DT-RTN-EXIT.
           GO TO SN-DIFF-020.
       SN-DIFF-030.
           CALL "DB_F_Close" USING
            BY REFERENCE SNPW_IDLST SNPW_PNAME1.
           MOVE  3  TO DT-OP.
           PERFORM  DT-RTN  THRU  DT-RTN-EXIT.
           ADD  1  TO DL-FILE.
           GO TO SN-DIFF-010.
       SN-DIFF-090.
           IF  SN-OCNT = ZERO  AND  SN-NCNT = ZERO  AND  SN-CCNT = ZERO
               MOVE  SPACE         TO PRN-R
               MOVE  WORK-SN-NONE  TO PRN-R (13:40)
               CALL "PR_Write" USING PRN-R RETURNING RESP
           END-IF
           MOVE  SPACE        TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SN-OCNT      TO WORK-SN-SOCNT.
           MOVE  SN-NCNT      TO WORK-SN-SNCNT.
           MOVE  SN-CCNT      TO WORK-SN-SCCNT.
           MOVE  WORK-SN-SUM  TO PRN-R (11:56).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "PR_Close" RETURNING RESP.
       SN-DIFF-RTN-EXIT.
           EXIT.
      *
      *    SN-WRK-RTN  -  the FROM generation of DL-FILE into SNPW.
      *
       SN-WRK-RTN.
           CALL "DB_F_Open" USING
            "OUTPUT" SNPW_PNAME1 " " BY REFERENCE SNPW_IDLST "0".
           CALL "DB_F_Open" USING
            "INPUT" SNP-F_PNAME1 " " BY REFERENCE SNP-F_IDLST "0".
       SN-WRK-010.
           CALL "DB_Read" USING
            "AT END" SNP-F_PNAME1 BY REFERENCE SNP-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO SN-WRK-090
           END-IF
           IF  SNP-GEN < SN-FGEN  OR
              (SNP-GEN = SN-FGEN  AND  SNP-FILE < DL-FILE)
               GO TO SN-WRK-010
           END-IF
           IF  SNP-GEN > SN-FGEN  OR  SNP-FILE > DL-FILE
               GO TO SN-WRK-090
           END-IF
           IF  SNP-PRG = "9"
               GO TO SN-WRK-010
           END-IF
           MOVE  SNP-RKEY  TO SNW-KEY.
           MOVE  SNP-DATA  TO SNW-DATA.
           CALL "DB_Insert" USING
            SNPW_PNAME1 SNPW_LNAME SNW-R RETURNING RET.
           GO TO SN-WRK-010.
       SN-WRK-090.
           CALL "DB_F_Close" USING
            BY REFERENCE SNP-F_IDLST SNP-F_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE SNPW_IDLST SNPW_PNAME1.
       SN-WRK-RTN-EXIT.
           EXIT.
      *
      *    DW-RTN  -  next FROM record off SNPW.
      *
       DW-RTN.
           CALL "DB_Read" USING
            "AT END" SNPW_PNAME1 BY REFERENCE SNW-R " "
            RETURNING RET.
           IF  RET = 1
               MOVE  HIGH-VALUE  TO DW-KEY
               GO TO DW-RTN-EXIT
           END-IF
           MOVE  SNW-KEY   TO DW-KEY.
           MOVE  SNW-DATA  TO DW-DATA.
       DW-RTN-EXIT.
           EXIT.
      *
      *    DT-RTN  -  the TO records of DL-FILE: the live master
      *    when SN-TGEN is zero, otherwise that generation off SNP-F
      *    (DT-OP as DL-OP).
      *
       DT-RTN.
           IF  SN-TGEN = ZERO
               MOVE  DT-OP  TO DL-OP
               PERFORM  DL-RTN  THRU  DL-RTN-EXIT
               MOVE  DF-BKEY   TO DT-KEY
               MOVE  DF-BDATA  TO DT-DATA
               GO TO DT-RTN-EXIT
           END-IF
           IF  DT-OP = 1
               CALL "DB_F_Open" USING
                "INPUT" SNP-F_PNAME1 " " BY REFERENCE SNP-F_IDLST "0"
               GO TO DT-RTN-EXIT
           END-IF
           IF  DT-OP = 3
               CALL "DB_F_Close" USING
                BY REFERENCE SNP-F_IDLST SNP-F_PNAME1
               GO TO DT-RTN-EXIT
           END-IF.
       DT-010.
           CALL "DB_Read" USING
            "AT END" SNP-F_PNAME1 BY REFERENCE SNP-R " "
            RETURNING RET.
           IF  RET = 1
               MOVE  HIGH-VALUE  TO DT-KEY
               GO TO DT-RTN-EXIT
           END-IF
           IF  SNP-GEN < SN-TGEN  OR
              (SNP-GEN = SN-TGEN  AND  SNP-FILE < DL-FILE)
               GO TO DT-010
           END-IF
           IF  SNP-GEN > SN-TGEN  OR  SNP-FILE > DL-FILE
               MOVE  HIGH-VALUE  TO DT-KEY
               GO TO DT-RTN-EXIT
           END-IF
           IF  SNP-PRG = "9"
               GO TO DT-010
           END-IF
           MOVE  SNP-RKEY  TO DT-KEY.
           MOVE  SNP-DATA  TO DT-DATA.
       DT-RTN-EXIT.
           EXIT.
      *
      *    SN-FLD-RTN  -  one CHANGED line per mapped field of
      *    DL-FILE that differs.
      *
       SN-FLD-RTN.
           ADD  1  TO SN-CCNT.
           MOVE  ZERO  TO SN-HIT.
           MOVE  1     TO FM-IX.
       SN-FLD-010.
           IF  FM-IX > 68
               GO TO SN-FLD-090
           END-IF
           IF  FM-FILE(FM-IX) NOT = DL-FILE
               ADD  1  TO FM-IX
               GO TO SN-FLD-010
           END-IF
           IF  DW-DATA (FM-OFF(FM-IX):FM-LEN(FM-IX)) =
               DT-DATA (FM-OFF(FM-IX):FM-LEN(FM-IX))
               ADD  1  TO FM-IX
               GO TO SN-FLD-010
           END-IF
           MOVE  SPACE           TO WORK-SN-L.
           MOVE  DW-KEY          TO WORK-SN-LKEY.
           MOVE  "CHANGED"       TO WORK-SN-LACT.
           MOVE  FM-NAME(FM-IX)  TO WORK-SN-LFLD.
           MOVE  DW-DATA (FM-OFF(FM-IX):FM-LEN(FM-IX))
                                 TO WORK-SN-LOLD.
           MOVE  DT-DATA (FM-OFF(FM-IX):FM-LEN(FM-IX))
                                 TO WORK-SN-LNEW.
           PERFORM  SN-PRT-RTN  THRU  SN-PRT-RTN-EXIT.
           MOVE  1  TO SN-HIT.
           ADD  1  TO FM-IX.
           GO TO SN-FLD-010.
       SN-FLD-090.
           IF  SN-HIT = ZERO
               MOVE  SPACE      TO WORK-SN-L
               MOVE  DW-KEY     TO WORK-SN-LKEY
               MOVE  "CHANGED"  TO WORK-SN-LACT
               MOVE  "(OTHER)"  TO WORK-SN-LFLD
               PERFORM  SN-PRT-RTN  THRU  SN-PRT-RTN-EXIT
           END-IF.
       SN-FLD-RTN-EXIT.
           EXIT.
      *
      *    SN-PRT-RTN  -  one report line.
      *
       SN-PRT-RTN.
           MOVE  SN-FNAME(DL-FILE)  TO WORK-SN-LFILE.
           MOVE  SPACE      TO PRN-R.
           MOVE  WORK-SN-L  TO PRN-R (13:115).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
       SN-PRT-RTN-EXIT.
           EXIT.
      *
      *    DL-RTN  -  DL-OP on master DL-FILE, read in key order;
      *    the record comes back as DF-BKEY / DF-BDATA.
      *
       DL-RTN.
           IF  DL-FILE = 1
               PERFORM  DL-SHM-RTN  THRU  DL-SHM-RTN-EXIT
           END-IF
           IF  DL-FILE = 2
               PERFORM  DL-TCM-RTN  THRU  DL-TCM-RTN-EXIT
           END-IF
           IF  DL-FILE = 3
               PERFORM  DL-TM-RTN   THRU  DL-TM-RTN-EXIT
           END-IF
           IF  DL-FILE = 4
               PERFORM  DL-THT-RTN  THRU  DL-THT-RTN-EXIT
           END-IF
           IF  DL-FILE = 5
               PERFORM  DL-THC-RTN  THRU  DL-THC-RTN-EXIT
           END-IF
           IF  DL-FILE = 6
               PERFORM  DL-KMK-RTN  THRU  DL-KMK-RTN-EXIT
           END-IF
           IF  DL-FILE = 7
               PERFORM  DL-JCN-RTN  THRU  DL-JCN-RTN-EXIT
           END-IF
           IF  DL-FILE = 8
               PERFORM  DL-TAN-RTN  THRU  DL-TAN-RTN-EXIT
           END-IF.
       DL-RTN-EXIT.
           EXIT.
      *
       DL-SHM-RTN.
           IF  DL-OP = 1
               CALL "DB_F_Open" USING
                "INPUT" SHM_PNAME1 " " BY REFERENCE SHM_IDLST "0"
               GO TO DL-SHM-RTN-EXIT
           END-IF
           IF  DL-OP = 3
               CALL "DB_F_Close" USING
                BY REFERENCE SHM_IDLST SHM_PNAME1
               GO TO DL-SHM-RTN-EXIT
           END-IF
           CALL "DB_Read" USING
            "AT END" SHM_PNAME1 BY REFERENCE SHM-R " "
            RETURNING RET.
           IF  RET = 1
               MOVE  HIGH-VALUE  TO DF-BKEY
               GO TO DL-SHM-RTN-EXIT
           END-IF
           MOVE  SHM-KEY  TO DF-BKEY.
           MOVE  SHM-R    TO DF-BDATA.
       DL-SHM-RTN-EXIT.
           EXIT.
      *
       DL-TCM-RTN.
           IF  DL-OP = 1
               CALL "DB_F_Open" USING
                "INPUT" TC-M_PNAME1 " " BY REFERENCE TC-M_IDLST "0"
               GO TO DL-TCM-RTN-EXIT
           END-IF
           IF  DL-OP = 3
               CALL "DB_F_Close" USING
                BY REFERENCE TC-M_IDLST TC-M_PNAME1
               GO TO DL-TCM-RTN-EXIT
           END-IF
           CALL "DB_Read" USING
            "AT END" TC-M_PNAME1 BY REFERENCE TC-R " "
            RETURNING RET.
           IF  RET = 1
               MOVE  HIGH-VALUE  TO DF-BKEY
               GO TO DL-TCM-RTN-EXIT
           END-IF
           MOVE  TC-KEY  TO DF-BKEY.
           MOVE  TC-R    TO DF-BDATA.
       DL-TCM-RTN-EXIT.
           EXIT.
      *
       DL-TM-RTN.
           IF  DL-OP = 1
               CALL "DB_F_Open" USING
                "INPUT" T-M_PNAME1 " " BY REFERENCE T-M_IDLST "0"
               GO TO DL-TM-RTN-EXIT
           END-IF
           IF  DL-OP = 3
               CALL "DB_F_Close" USING
                BY REFERENCE T-M_IDLST T-M_PNAME1
               GO TO DL-TM-RTN-EXIT
           END-IF
           CALL "DB_Read" USING
            "AT END" T-M_PNAME1 BY REFERENCE T-R " "
            RETURNING RET.
           IF  RET = 1
               MOVE  HIGH-VALUE  TO DF-BKEY
               GO TO DL-TM-RTN-EXIT
           END-IF
           MOVE  T-KEY  TO DF-BKEY.
           MOVE  T-R    TO DF-BDATA.
       DL-TM-RTN-EXIT.
           EXIT.
      *
       DL-THT-RTN.
           IF  DL-OP = 1
               CALL "DB_F_Open" USING
                "INPUT" THTM_PNAME1 " " BY REFERENCE THTM_IDLST "0"
               GO TO DL-THT-RTN-EXIT
           END-IF
           IF  DL-OP = 3
               CALL "DB_F_Close" USING
                BY REFERENCE THTM_IDLST THTM_PNAME1
               GO TO DL-THT-RTN-EXIT
           END-IF
           CALL "DB_Read" USING
            "AT END" THTM_PNAME1 BY REFERENCE THT-R " "
            RETURNING RET.
           IF  RET = 1
               MOVE  HIGH-VALUE  TO DF-BKEY
               GO TO DL-THT-RTN-EXIT
           END-IF
           MOVE  THT-KEY  TO DF-BKEY.
           MOVE  THT-R    TO DF-BDATA.
       DL-THT-RTN-EXIT.
           EXIT.
      *
       DL-THC-RTN.
           IF  DL-OP = 1
               CALL "DB_F_Open" USING
                "INPUT" THTC_PNAME1 " " BY REFERENCE THTC_IDLST "0"
               GO TO DL-THC-RTN-EXIT
           END-IF
           IF  DL-OP = 3
               CALL "DB_F_Close" USING
                BY REFERENCE THTC_IDLST THTC_PNAME1
               GO TO DL-THC-RTN-EXIT
           END-IF
           CALL "DB_Read" USING
            "AT END" THTC_PNAME1 BY REFERENCE THC-R " "
            RETURNING RET.
           IF  RET = 1
               MOVE  HIGH-VALUE  TO DF-BKEY
               GO TO DL-THC-RTN-EXIT
           END-IF
           MOVE  THC-KEY  TO DF-BKEY.
           MOVE  THC-R    TO DF-BDATA.
       DL-THC-RTN-EXIT.
           EXIT.
      *
       DL-KMK-RTN.
           IF  DL-OP = 1
               CALL "DB_F_Open" USING
                "INPUT" KMK-M_PNAME1 " " BY REFERENCE KMK-M_IDLST "0"
               GO TO DL-KMK-RTN-EXIT
           END-IF
           IF  DL-OP = 3
               CALL "DB_F_Close" USING
                BY REFERENCE KMK-M_IDLST KMK-M_PNAME1
               GO TO DL-KMK-RTN-EXIT
           END-IF
           CALL "DB_Read" USING
            "AT END" KMK-M_PNAME1 BY REFERENCE KMK-R " "
            RETURNING RET.
           IF  RET = 1
               MOVE  HIGH-VALUE  TO DF-BKEY
               GO TO DL-KMK-RTN-EXIT
           END-IF
           MOVE  KMK-KEY  TO DF-BKEY.
           MOVE  KMK-R    TO DF-BDATA.
       DL-KMK-RTN-EXIT.
           EXIT.
      *
       DL-JCN-RTN.
           IF  DL-OP = 1
               CALL "DB_F_Open" USING
                "INPUT" JCON_PNAME1 " " BY REFERENCE JCON_IDLST "0"
               GO TO DL-JCN-RTN-EXIT
           END-IF
           IF  DL-OP = 3
               CALL "DB_F_Close" USING
                BY REFERENCE JCON_IDLST JCON_PNAME1
               GO TO DL-JCN-RTN-EXIT
           END-IF
           CALL "DB_Read" USING
            "AT END" JCON_PNAME1 BY REFERENCE JCON-R " "
            RETURNING RET.
           IF  RET = 1
               MOVE  HIGH-VALUE  TO DF-BKEY
               GO TO DL-JCN-RTN-EXIT
           END-IF
           MOVE  JCON2-KEY  TO DF-BKEY.
           MOVE  JCON-R     TO DF-BDATA.
       DL-JCN-RTN-EXIT.
           EXIT.
      *
       DL-TAN-RTN.
           IF  DL-OP = 1
               CALL "DB_F_Open" USING
                "INPUT" TANAM_PNAME1 " " BY REFERENCE TANAM_IDLST "0"
               GO TO DL-TAN-RTN-EXIT
           END-IF
           IF  DL-OP = 3
               CALL "DB_F_Close" USING
                BY REFERENCE TANAM_IDLST TANAM_PNAME1
               GO TO DL-TAN-RTN-EXIT
           END-IF
           CALL "DB_Read" USING
            "AT END" TANAM_PNAME1 BY REFERENCE TANAM-R " "
            RETURNING RET.
           IF  RET = 1
               MOVE  HIGH-VALUE  TO DF-BKEY
               GO TO DL-TAN-RTN-EXIT
           END-IF
           MOVE  TANAM-KEY  TO DF-BKEY.
           MOVE  TANAM-R    TO DF-BDATA.
       DL-TAN-RTN-EXIT.
           EXIT.
      *
       R-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_F_Close" USING
            BY REFERENCE SNG_IDLST SNG_PNAME1.
           CALL "DB_Close".
           STOP RUN.
