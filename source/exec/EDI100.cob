       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         EDI100.
      *********************************************************
      *    PROGRAM         :  SUPPLIER EDI PO FILE / ASN IMPORT*
      *    PRINTER TYPE    :  JIPS                             *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    the EDI side of purchasing for every supplier T-M flags
      *    as a trading partner (T-EDI = 1); everyone else stays on
      *    the faxed order.  SEL-MODE, the TGS100 idiom:
      *      1 = PO file: one pass over POF picks every partner's
      *          line that is new or has changed since it last went
      *          out -- POEF holds the line as it was sent, so a
      *          line with no POEF row is new ("N"), one whose item,
      *          due date, quantities, prices or status no longer
      *          match is a change ("C"), or a cancellation ("X")
      *          once POF-STAT is 9.  a line held for open-to-buy
      *          approval (POF-STAT 8) waits for APR100's release.
      *          the lines go out one fixed-layout EDIPO file per
      *          supplier (EDIPO + supplier code) -- header, one
      *          data record per line, trailer, end, DDB100's
      *          request-file shape -- and POEF takes the new image.
      *          more changed lines than the table holds aborts the
      *          run before any file is written, BIL100's rule.
      *      2 = ASN import: the EDIASN advance ship notices (a
      *          header per notice naming the supplier, notice number
      *          and ship date, a data record per PO line shipped)
      *          are staged on ASNF as the expected receipt: PO
      *          line, item, size slots, cartons, lot and ship date,
      *          with what was still open on the line beside it.  a
      *          lotted line is also indexed on ASNL under the lot
      *          and the receipt sequence it will take on LOTF, so
      *          LOT100 brings it up from the delivery note.  a
      *          line that is not an open line of that supplier's
      *          PO, or a notice already imported, is listed and
      *          left out; one that disagrees with the PO (item, or
      *          pairs against the open quantity) is staged and
      *          flagged for the variance list.
      *      3 = variance list: per supplier, for notices shipped
      *          in the date range, every line whose notice
      *          disagreed with the PO and every line whose receipt
      *          (POR100's match or LOT100's lot entry) disagreed
      *          with the notice -- the list purchasing takes into
      *          TSC100's scorecard review.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SYSTEM3100.
       OBJECT-COMPUTER. SYSTEM3100.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  SEL-MODE               PIC  9(001)      VALUE ZERO.
       01  M-DMM                  PIC  9(001)      VALUE ZERO.
       01  ED-FROMD               PIC  9(008)      VALUE ZERO.
       01  ED-TOD                 PIC  9(008)      VALUE ZERO.
       01  ED-RUNDT               PIC  9(008)      VALUE ZERO.
       01  ED-QX                  PIC  9(002)      VALUE ZERO.
       01  ED-FND                 PIC  9(001)      VALUE ZERO.
       01  ED-OVFL                PIC  9(001)      VALUE ZERO.
       01  WORK-TODATE.
           02  WORK-TD-YY         PIC  9(002).
           02  WORK-TD-MM         PIC  9(002).
           02  WORK-TD-DD         PIC  9(002).
       01  WORK-TOTIME.
           02  WORK-TT-HMS        PIC  9(006).
           02  WORK-TT-HS         PIC  9(002).
      *    mode 1: the lines to send, sorted supplier / PO / line.
       01  EQ-CNT                 PIC  9(004)      VALUE ZERO.
       01  EQ-IX                  PIC  9(004)      VALUE ZERO.
       01  EQ-JX                  PIC  9(004)      VALUE ZERO.
       01  EQ-LIMIT               PIC  9(004)      VALUE ZERO.
       01  EQ-TBL.
           02  EQ-ENT   OCCURS  1000.
               03  EQ-SRTKEY.
                   04  EQ-TCD     PIC  9(004).
                   04  EQ-PONO    PIC  9(006).
                   04  EQ-LINE    PIC  9(002).
               03  EQ-ACT         PIC  X(001).
               03  EQ-NEW         PIC  9(001).
       01  EQ-TMP.
           02  EQ-TMP-SRTKEY.
               03  EQ-TMP-TCD     PIC  9(004).
               03  EQ-TMP-PONO    PIC  9(006).
               03  EQ-TMP-LINE    PIC  9(002).
           02  EQ-TMP-ACT         PIC  X(001).
           02  EQ-TMP-NEW         PIC  9(001).
      *    the POF line in POEF's image layout, for the compare.
       01  ED-IMG.
           02  ED-I-HCD           PIC  9(06).
           02  ED-I-DNGP          PIC  9(08).
           02  ED-I-OQTY          PIC S9(04)  OCCURS 10.
           02  ED-I-TNT           PIC  9(05)  OCCURS 10.
           02  ED-I-CUR           PIC  X(03).
           02  ED-I-FTN           PIC  9(05)V99.
           02  ED-I-STAT          PIC  9(01).
       01  ED-OLDTCD              PIC  9(004)      VALUE ZERO.
       01  ED-FCNT                PIC  9(004)      VALUE ZERO.
       01  ED-LCNT                PIC  9(006)      VALUE ZERO.
       01  ED-LQTY                PIC  9(008)      VALUE ZERO.
       01  ED-TCNT                PIC  9(006)      VALUE ZERO.
      *    the per-supplier file name, EDIPO + supplier code, the
      *    KBY100 W-FID way.
       01  ED-FID.
           02  ED-FID1            PIC  X(005)      VALUE "EDIPO".
           02  ED-FID2            PIC  9(004).
           02  ED-FID3            PIC  X(003)      VALUE SPACE.
      *    mode 2: the notice in hand and the run counts.
       01  ED-HOK                 PIC  9(001)      VALUE ZERO.
       01  ED-HTCD                PIC  9(004)      VALUE ZERO.
       01  ED-HSNO                PIC  X(010)      VALUE SPACE.
       01  ED-HSDATE              PIC  9(008)      VALUE ZERO.
       01  ED-HCNT                PIC  9(006)      VALUE ZERO.
       01  ED-ICNT                PIC  9(006)      VALUE ZERO.
       01  ED-RCNT                PIC  9(006)      VALUE ZERO.
       01  ED-VCNT                PIC  9(006)      VALUE ZERO.
       01  ED-SEQ                 PIC  9(002)      VALUE ZERO.
       01  ED-LSEQ                PIC  9(003)      VALUE ZERO.
       01  ED-EQS                 PIC S9(006)      VALUE ZERO.
       01  ED-PQS                 PIC S9(006)      VALUE ZERO.
       01  ED-RSN                 PIC  X(020)      VALUE SPACE.
      *    mode 3: the variance lines, sorted supplier / PO / line /
      *    notice / kind (1 notice against PO, 2 receipt against
      *    notice).
       01  VR-CNT                 PIC  9(004)      VALUE ZERO.
       01  VR-IX                  PIC  9(004)      VALUE ZERO.
       01  VR-JX                  PIC  9(004)      VALUE ZERO.
       01  VR-LIMIT               PIC  9(004)      VALUE ZERO.
       01  VR-TBL.
           02  VR-ENT   OCCURS  500.
               03  VR-SRTKEY.
                   04  VR-TCD     PIC  9(004).
                   04  VR-PONO    PIC  9(006).
                   04  VR-LINE    PIC  9(002).
                   04  VR-SEQ     PIC  9(002).
                   04  VR-KIND    PIC  9(001).
               03  VR-HCD         PIC  9(006).
               03  VR-SDATE       PIC  9(008).
               03  VR-AQTY        PIC S9(006).
               03  VR-CQTY        PIC S9(006).
               03  VR-RSN         PIC  X(014).
       01  VR-TMP.
           02  VR-TMP-SRTKEY.
               03  VR-TMP-TCD     PIC  9(004).
               03  VR-TMP-PONO    PIC  9(006).
               03  VR-TMP-LINE    PIC  9(002).
               03  VR-TMP-SEQ     PIC  9(002).
               03  VR-TMP-KIND    PIC  9(001).
           02  VR-TMP-HCD         PIC  9(006).
           02  VR-TMP-SDATE       PIC  9(008).
           02  VR-TMP-AQTY        PIC S9(006).
           02  VR-TMP-CQTY        PIC S9(006).
           02  VR-TMP-RSN         PIC  X(014).
       01  VR-SCNT                PIC  9(004)      VALUE ZERO.
       01  VR-SLIP                PIC  9(001)      VALUE ZERO.
       01  PRN-R                  PIC  X(132).
       77  RESP                   PIC  9(001).
      *    the PO file register.
       01  WORK-EP-HD             PIC  X(050)      VALUE
            "*** SUPPLIER EDI PO FILE ***".
       01  WORK-EP-COLHD          PIC  X(060)      VALUE
            "SUPP FILE          PO     LN A ITEM   DUE DATE    PAIRS".
       01  WORK-EP.
           02  WORK-EP-TCD        PIC  9(004).
           02  F                  PIC  X(01).
           02  WORK-EP-FID        PIC  X(012).
           02  F                  PIC  X(02).
           02  WORK-EP-PONO       PIC  9(006).
           02  F                  PIC  X(01).
           02  WORK-EP-LINE       PIC  9(002).
           02  F                  PIC  X(01).
           02  WORK-EP-ACT        PIC  X(001).
           02  F                  PIC  X(01).
           02  WORK-EP-HCD        PIC  9(006).
           02  F                  PIC  X(01).
           02  WORK-EP-DNGP       PIC  9(008).
           02  F                  PIC  X(02).
           02  WORK-EP-QTY        PIC  ZZZZZZ9.
       01  WORK-EP-TOT.
           02  F                  PIC  X(08)  VALUE  "FILES : ".
           02  WORK-EP-FCNT       PIC  ZZZ9.
           02  F                  PIC  X(11)  VALUE  "   LINES : ".
           02  WORK-EP-TCNT       PIC  ZZZZZ9.
      *    the ASN import register.
       01  WORK-AS-HD             PIC  X(050)      VALUE
            "*** SUPPLIER ASN IMPORT ***".
       01  WORK-AS-COLHD.
           02  F                  PIC  X(040)      VALUE
                "SUPP NOTICE     PO     LN SQ ITEM   SHIP".
           02  F                  PIC  X(048)      VALUE
                " DATE  LOT        CTN  PAIRS  OPEN  RESULT".
       01  WORK-AS.
           02  WORK-AS-TCD        PIC  9(004).
           02  F                  PIC  X(01).
           02  WORK-AS-SNO        PIC  X(010).
           02  F                  PIC  X(01).
           02  WORK-AS-PONO       PIC  9(006).
           02  F                  PIC  X(01).
           02  WORK-AS-LINE       PIC  9(002).
           02  F                  PIC  X(01).
           02  WORK-AS-SEQ        PIC  Z9.
           02  F                  PIC  X(01).
           02  WORK-AS-HCD        PIC  9(006).
           02  F                  PIC  X(01).
           02  WORK-AS-SDATE      PIC  9(008).
           02  F                  PIC  X(01).
           02  WORK-AS-LOT        PIC  X(010).
           02  F                  PIC  X(01).
           02  WORK-AS-CTN        PIC  ZZZ9.
           02  F                  PIC  X(01).
           02  WORK-AS-EQS        PIC  -ZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-AS-PQS        PIC  -ZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-AS-RSN        PIC  X(020).
       01  WORK-AS-TOT.
           02  F                  PIC  X(10)  VALUE  "STAGED :  ".
           02  WORK-AS-ICNT       PIC  ZZZZZ9.
           02  F                  PIC  X(14)  VALUE  "   VARIANCE : ".
           02  WORK-AS-VCNT       PIC  ZZZZZ9.
           02  F                  PIC  X(14)  VALUE  "   REJECTED : ".
           02  WORK-AS-RCNT       PIC  ZZZZZ9.
       01  WORK-AS-TRL.
           02  F                  PIC  X(30)  VALUE
                "TRAILER COUNT DIFFERS, NOTICE ".
           02  WORK-AS-TSNO       PIC  X(010).
           02  F                  PIC  X(08)  VALUE  "  SENT :".
           02  WORK-AS-TSENT      PIC  ZZZZZ9.
           02  F                  PIC  X(08)  VALUE  "  READ :".
           02  WORK-AS-TREAD      PIC  ZZZZZ9.
      *    the variance list.
       01  WORK-VR-HD             PIC  X(050)      VALUE
            "*** SUPPLIER ASN VARIANCE LIST ***".
       01  WORK-VR-RNG.
           02  F                  PIC  X(11)  VALUE  "SHIP DATE  ".
           02  WORK-VR-FROMD      PIC  9(008).
           02  F                  PIC  X(03)  VALUE  " - ".
           02  WORK-VR-TOD        PIC  9(008).
       01  WORK-VR-SUP.
           02  F                  PIC  X(09)  VALUE  "SUPPLIER ".
           02  WORK-VR-TCD        PIC  9(004).
           02  F                  PIC  X(02).
           02  WORK-VR-NAME       PIC  N(026).
       01  WORK-VR-COLHD.
           02  F                  PIC  X(040)      VALUE
                "  PO     LN SQ ITEM   SHIP DATE VARIANCE".
           02  F                  PIC  X(040)      VALUE
                "            NOTICE COMPARED   DIFF".
       01  WORK-VR.
           02  F                  PIC  X(02).
           02  WORK-VR-PONO       PIC  9(006).
           02  F                  PIC  X(01).
           02  WORK-VR-LINE       PIC  9(002).
           02  F                  PIC  X(01).
           02  WORK-VR-SEQ        PIC  Z9.
           02  F                  PIC  X(01).
           02  WORK-VR-HCD        PIC  9(006).
           02  F                  PIC  X(01).
           02  WORK-VR-SDATE      PIC  9(008).
           02  F                  PIC  X(01).
           02  WORK-VR-KIND       PIC  X(008).
           02  F                  PIC  X(01).
           02  WORK-VR-RSN        PIC  X(014).
           02  F                  PIC  X(01).
           02  WORK-VR-AQTY       PIC  -ZZZZ9.
           02  F                  PIC  X(02).
           02  WORK-VR-CQTY       PIC  -ZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-VR-DIFF       PIC  -ZZZZ9.
       01  WORK-VR-STOT.
           02  F                  PIC  X(18)  VALUE
                "  VARIANCE LINES :".
           02  WORK-VR-SCNT       PIC  ZZZ9.
       01  WORK-VR-FULL           PIC  X(050)      VALUE
            "*** LIST TABLE FULL - LATER LINES NOT SHOWN ***".
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
      *FD  POF
           COPY LIPOF.
      *FD  POEF
           COPY LIPOEF.
      *FD  ASNF
           COPY LIASNF.
      *FD  ASNL
           COPY LIASNL.
      *FD  LOTF
           COPY LILOTF.
      *FD  T-M
           COPY LITM.
      *FD  EDIPO / EDIASN
      *    the PO file going to the supplier and the advance ship
      *    notice coming back -- 160-byte fixed records, header /
      *    data / trailer / end the way the zengin files run.
      *    EDIPO's name is set per supplier before it is opened.
       01  EDIPO_EDI100.
           02  EDIPO_PNAME1       PIC  X(012) VALUE "EDIPO".
           02  F                  PIC  X(001).
           02  EDIPO_LNAME        PIC  X(012) VALUE "EDIPO_EDI100".
           02  F                  PIC  X(001).
           02  EDIPO_KEY1         PIC  X(100) VALUE SPACE.
           02  EDIPO_SORT         PIC  X(100) VALUE SPACE.
           02  EDIPO_IDLST        PIC  X(100) VALUE SPACE.
           02  EDIPO_RES          USAGE  POINTER.
       01  EDIASN_EDI100.
           02  EDIASN_PNAME1      PIC  X(006) VALUE "EDIASN".
           02  F                  PIC  X(001).
           02  EDIASN_LNAME       PIC  X(013) VALUE "EDIASN_EDI100".
           02  F                  PIC  X(001).
           02  EDIASN_KEY1        PIC  X(100) VALUE SPACE.
           02  EDIASN_SORT        PIC  X(100) VALUE SPACE.
           02  EDIASN_IDLST       PIC  X(100) VALUE SPACE.
           02  EDIASN_RES         USAGE  POINTER.
       01  EP-REC                 PIC  X(160).
       01  EP-HDR  REDEFINES  EP-REC.
           02  EP-H-KBN           PIC  9(001).                          1
           02  EP-H-TCD           PIC  9(004).                          仕入先コード
           02  EP-H-DATE          PIC  9(008).                          作成日
           02  EP-H-TIME          PIC  9(006).                          作成時刻
           02  EP-H-F             PIC  X(141).                          ダミー
       01  EP-DTA  REDEFINES  EP-REC.
           02  EP-D-KBN           PIC  9(001).                          2
           02  EP-D-ACT           PIC  X(001).                          N/C/X
           02  EP-D-PONO          PIC  9(006).                          発注番号
           02  EP-D-LINE          PIC  9(002).                          行番号
           02  EP-D-HCD           PIC  9(006).                          品番コード
           02  EP-D-NGP           PIC  9(008).                          発注日
           02  EP-D-DNGP          PIC  9(008).                          納期
           02  EP-D-OQ            PIC  9(004)  OCCURS 10.               発注数
           02  EP-D-TN            PIC  9(005)  OCCURS 10.               単価
           02  EP-D-CUR           PIC  X(003).                          通貨コード
           02  EP-D-FTN           PIC  9(005)V99.                       外貨単価
           02  EP-D-F             PIC  X(028).                          ダミー
       01  EP-TRL  REDEFINES  EP-REC.
           02  EP-T-KBN           PIC  9(001).                          8
           02  EP-T-CNT           PIC  9(006).                          明細件数
           02  EP-T-QTY           PIC  9(008).                          合計数量
           02  EP-T-F             PIC  X(145).                          ダミー
       01  EP-END  REDEFINES  EP-REC.
           02  EP-E-KBN           PIC  9(001).                          9
           02  EP-E-F             PIC  X(159).                          ダミー
       01  AS-REC                 PIC  X(160).
       01  AS-HDR  REDEFINES  AS-REC.
           02  AS-H-KBN           PIC  9(001).                          1
           02  AS-H-TCD           PIC  9(004).                          仕入先コード
           02  AS-H-SNO           PIC  X(010).                          出荷案内番号
           02  AS-H-SDATE         PIC  9(008).                          出荷日
           02  AS-H-DATE          PIC  9(008).                          作成日
           02  AS-H-F             PIC  X(129).                          ダミー
       01  AS-DTA  REDEFINES  AS-REC.
           02  AS-D-KBN           PIC  9(001).                          2
           02  AS-D-PONO          PIC  9(006).                          発注番号
           02  AS-D-LINE          PIC  9(002).                          行番号
           02  AS-D-HCD           PIC  9(006).                          品番コード
           02  AS-D-QTY.
               03  AS-D-Q         PIC  9(004)  OCCURS 10.               出荷数
           02  AS-D-CTN           PIC  9(004).                          ケース数
           02  AS-D-LOT           PIC  X(010).                          ロット番号
           02  AS-D-SDATE         PIC  9(008).                          出荷日
           02  AS-D-F             PIC  X(083).                          ダミー
       01  AS-TRL  REDEFINES  AS-REC.
           02  AS-T-KBN           PIC  9(001).                          8
           02  AS-T-CNT           PIC  9(006).                          明細件数
           02  AS-T-QTY           PIC  9(008).                          合計数量
           02  AS-T-F             PIC  X(145).                          ダミー
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
                "SUPPLIER EDI PO FILE / ASN IMPORT".
           02  FILLER  PIC  X(035) VALUE
                "1=PO FILE 2=ASN IN 3=VARIANCE MODE".
           02  FILLER  PIC  X(025) VALUE
                "SHIP DATE FROM CCYYMMDD".
           02  FILLER  PIC  X(025) VALUE
                "SHIP DATE TO   CCYYMMDD".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-ACP.
           02  A-MODE     PIC  9(001).
           02  A-FROMD    PIC  9(008).
           02  A-TOD      PIC  9(008).
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
             03  E-ME1   PIC  X(030) VALUE
                  "***  NO CHANGED PO LINES   ***".
             03  E-ME2   PIC  X(030) VALUE
                  "***  PO TABLE FULL-ABORT   ***".
             03  E-ME3   PIC  X(030) VALUE
                  "***  DATE RANGE ERROR      ***".
             03  E-ME4   PIC  X(030) VALUE
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
            "C-MID" " " "0" "0" "145" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-MID" "X" "3" "10" "40" " " "C-MID" RETURNING RESU.
       CALL "SD_Init" USING
            "02C-MID" "X" "5" "10" "35" "01C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "03C-MID" "X" "7" "10" "25" "02C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "04C-MID" "X" "8" "10" "25" "03C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "05C-MID" "X" "18" "10" "20" "04C-MID" " " RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "18" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-MODE" "9" "5" "46" "1" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-MODE" BY REFERENCE SEL-MODE "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-FROMD" "9" "7" "36" "8" "A-MODE" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-FROMD" BY REFERENCE ED-FROMD "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-TOD" "9" "8" "36" "8" "A-FROMD" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-TOD" BY REFERENCE ED-TOD "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "18" "31" "1" "A-TOD" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-DMM" BY REFERENCE M-DMM "1" "0" RETURNING RESU.
      *C-ERR
       CALL "SD_Init" USING
            "C-ERR" " " "0" "0" "127" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-ERR" " " "24" "0" "127" " " "C-ERR" RETURNING RESU.
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
            "E-ME99" "X" "24" "75" "5" "E-ME4" " " RETURNING RESU.
      *
           ACCEPT USER_ID FROM ARGUMENT-VALUE.
           ACCEPT COMPLETION_CODE FROM ARGUMENT-VALUE.
      *
       R-05.
           MOVE    SPACE    TO  ERR-STAT.
           MOVE    ZERO     TO  RESU.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "SD_Output" USING "C-MID" C-MID "p" RETURNING RESU.
           MOVE  ZERO  TO SEL-MODE M-DMM ED-FROMD ED-TOD.
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
           IF  SEL-MODE = 1  OR  2
               GO TO R-20
           END-IF
           IF  SEL-MODE NOT = 3
               GO TO R-08
           END-IF.
       R-10.
           CALL "SD_Accept" USING BY REFERENCE A-FROMD "A-FROMD" "9"
            "8" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-08
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-10
           END-IF.
       R-12.
           CALL "SD_Accept" USING BY REFERENCE A-TOD "A-TOD" "9" "8"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-10
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO R-12
           END-IF
           IF  ED-TOD = ZERO
               MOVE  99999999  TO ED-TOD
               CALL "SD_Output" USING
                "A-TOD" A-TOD "p" RETURNING RESU
           END-IF
           IF  ED-FROMD > ED-TOD
               CALL "SD_Output" USING
                "E-ME3" E-ME3 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO R-10
           END-IF.
       R-20.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               IF  SEL-MODE = 3
                   GO TO R-12
               ELSE
                   GO TO R-08
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
           ACCEPT  WORK-TODATE  FROM  DATE.
           COMPUTE  ED-RUNDT = (2000 + WORK-TD-YY) * 10000
                  + WORK-TD-MM * 100 + WORK-TD-DD.
           IF  SEL-MODE = 1
               PERFORM  EQ-SCAN-RTN  THRU  EQ-SCAN-RTN-EXIT
               IF  ED-OVFL = 1
                   CALL "SD_Output" USING
                    "E-ME2" E-ME2 "p" RETURNING RESU
                   CALL "SD_Output" USING
                    "E-ME99" E-ME99 "p" RETURNING RESU
                   GO TO R-05
               END-IF
               IF  EQ-CNT = ZERO
                   CALL "SD_Output" USING
                    "E-ME1" E-ME1 "p" RETURNING RESU
                   CALL "SD_Output" USING
                    "E-ME99" E-ME99 "p" RETURNING RESU
                   GO TO R-05
               END-IF
               PERFORM  EQ-SORT-RTN  THRU  EQ-SORT-RTN-EXIT
               PERFORM  EP-OUT-RTN   THRU  EP-OUT-RTN-EXIT
           END-IF
           IF  SEL-MODE = 2
               PERFORM  AS-IN-RTN    THRU  AS-IN-RTN-EXIT
           END-IF
           IF  SEL-MODE = 3
               PERFORM  VR-SCAN-RTN  THRU  VR-SCAN-RTN-EXIT
               PERFORM  VR-SORT-RTN  THRU  VR-SORT-RTN-EXIT
               PERFORM  VR-PRT-RTN   THRU  VR-PRT-RTN-EXIT
           END-IF
           CALL "SD_Output" USING
            "E-ME4" E-ME4 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO R-05.
      *
      *    EQ-SCAN-RTN  -  mode 1: one sequential POF pass picking
      *    every EDI partner's line that is new or changed against
      *    its POEF image.
      *
       EQ-SCAN-RTN.
           MOVE  ZERO  TO EQ-CNT ED-OVFL.
           INITIALIZE EQ-TBL.
           CALL "DB_F_Open" USING
            "INPUT" POF_PNAME1 " " BY REFERENCE POF_IDLST "0".
           CALL "DB_F_Open" USING
            "INPUT" T-M_PNAME1 "SHARED" BY REFERENCE T-M_IDLST
            "2" "T-KEY" BY REFERENCE T-KEY "T-KEY2" BY REFERENCE
            T-KEY2.
           CALL "DB_F_Open" USING
            "INPUT" POEF_PNAME1 "SHARED" BY REFERENCE POEF_IDLST "1"
            "POE-KEY" BY REFERENCE POE-KEY.
       EQ-SCAN-010.
           CALL "DB_Read" USING
            "AT END" POF_PNAME1 BY REFERENCE POF-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO EQ-SCAN-090
           END-IF
           IF  POF-STAT = 8
               GO TO EQ-SCAN-010
           END-IF
           MOVE  POF-TCD  TO T-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" T-M_PNAME1 BY REFERENCE T-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO TO EQ-SCAN-010
           END-IF
           IF  T-EDI NOT = 1
               GO TO EQ-SCAN-010
           END-IF
           MOVE  POF-KEY  TO POE-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" POEF_PNAME1 BY REFERENCE POE-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               IF  POF-STAT NOT = 0
                   GO TO EQ-SCAN-010
               END-IF
               MOVE  "N"  TO EQ-TMP-ACT
               MOVE  1    TO EQ-TMP-NEW
               GO TO EQ-SCAN-020
           END-IF
           PERFORM  ED-IMG-RTN  THRU  ED-IMG-RTN-EXIT.
           IF  ED-IMG = POE-IMG
               GO TO EQ-SCAN-010
           END-IF
           MOVE  "C"  TO EQ-TMP-ACT.
           IF  POF-STAT = 9
               MOVE  "X"  TO EQ-TMP-ACT
           END-IF
           MOVE  0    TO EQ-TMP-NEW.
       EQ-SCAN-020.
           IF  EQ-CNT NOT < 1000
               MOVE  1  TO ED-OVFL
               GO TO EQ-SCAN-090
           END-IF
           ADD  1  TO EQ-CNT.
           MOVE  POF-TCD      TO EQ-TCD(EQ-CNT).
           MOVE  POF-01       TO EQ-PONO(EQ-CNT).
           MOVE  POF-02       TO EQ-LINE(EQ-CNT).
           MOVE  EQ-TMP-ACT   TO EQ-ACT(EQ-CNT).
           MOVE  EQ-TMP-NEW   TO EQ-NEW(EQ-CNT).
           GO TO EQ-SCAN-010.
       EQ-SCAN-090.
           CALL "DB_F_Close" USING
            BY REFERENCE POEF_IDLST POEF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE T-M_IDLST T-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE POF_IDLST POF_PNAME1.
       EQ-SCAN-RTN-EXIT.
           EXIT.
      *
      *    ED-IMG-RTN  -  the POF-R line in POEF's image layout.
      *
       ED-IMG-RTN.
           MOVE  POF-HCD   TO ED-I-HCD.
           MOVE  POF-DNGP  TO ED-I-DNGP.
           MOVE  POF-CUR   TO ED-I-CUR.
           MOVE  POF-FTN   TO ED-I-FTN.
           MOVE  POF-STAT  TO ED-I-STAT.
           MOVE  1  TO ED-QX.
       ED-IMG-010.
           IF  ED-QX > 10
               GO TO ED-IMG-RTN-EXIT
           END-IF
           MOVE  POF-OQ(ED-QX)  TO ED-I-OQTY(ED-QX).
           MOVE  POF-TN(ED-QX)  TO ED-I-TNT(ED-QX).
           ADD  1  TO ED-QX.
           GO TO ED-IMG-010.
       ED-IMG-RTN-EXIT.
           EXIT.
      *
      *    EQ-SORT-RTN  -  selection sort on supplier / PO / line.
      *
       EQ-SORT-RTN.
           IF  EQ-CNT < 2
               GO TO EQ-SORT-RTN-EXIT
           END-IF
           COMPUTE  EQ-LIMIT = EQ-CNT - 1.
           MOVE  1  TO EQ-IX.
       EQ-SORT-010.
           IF  EQ-IX > EQ-LIMIT
               GO TO EQ-SORT-RTN-EXIT
           END-IF
           COMPUTE  EQ-JX = EQ-IX + 1.
       EQ-SORT-020.
           IF  EQ-JX > EQ-CNT
               ADD  1  TO EQ-IX
               GO TO EQ-SORT-010
           END-IF
           IF  EQ-SRTKEY(EQ-JX) < EQ-SRTKEY(EQ-IX)
               MOVE  EQ-ENT(EQ-IX)  TO EQ-TMP
               MOVE  EQ-ENT(EQ-JX)  TO EQ-ENT(EQ-IX)
               MOVE  EQ-TMP         TO EQ-ENT(EQ-JX)
           END-IF
           ADD  1  TO EQ-JX.
           GO TO EQ-SORT-020.
       EQ-SORT-RTN-EXIT.
           EXIT.
      *
      *    EP-OUT-RTN  -  mode 1: one EDIPO file per supplier, the
      *    line's POEF image brought up to date as it goes out, and
      *    the register on the printer.
      *
       EP-OUT-RTN.
           ACCEPT  WORK-TOTIME  FROM  TIME.
           MOVE  ZERO  TO ED-FCNT ED-TCNT ED-OLDTCD.
           CALL "PR_Open" RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-EP-HD     TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-EP-COLHD  TO PRN-R (11:60).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "DB_F_Open" USING
            "INPUT" POF_PNAME1 "SHARED" BY REFERENCE POF_IDLST "1"
            "POF-KEY" BY REFERENCE POF-KEY.
           CALL "DB_F_Open" USING
            "I-O" POEF_PNAME1 "SHARED" BY REFERENCE POEF_IDLST "1"
            "POE-KEY" BY REFERENCE POE-KEY.
           MOVE  1  TO EQ-IX.
       EP-OUT-010.
           IF  EQ-IX > EQ-CNT
               IF  ED-OLDTCD NOT = ZERO
                   PERFORM  EP-CLS-RTN  THRU  EP-CLS-RTN-EXIT
               END-IF
               GO TO EP-OUT-090
           END-IF
           IF  EQ-TCD(EQ-IX) NOT = ED-OLDTCD
               IF  ED-OLDTCD NOT = ZERO
                   PERFORM  EP-CLS-RTN  THRU  EP-CLS-RTN-EXIT
               END-IF
               MOVE  EQ-TCD(EQ-IX)  TO ED-OLDTCD
               PERFORM  EP-OPN-RTN  THRU  EP-OPN-RTN-EXIT
           END-IF
           MOVE  EQ-PONO(EQ-IX)  TO POF-01.
           MOVE  EQ-LINE(EQ-IX)  TO POF-02.
           CALL "DB_Read" USING
            "INVALID KEY" POF_PNAME1 BY REFERENCE POF-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               ADD  1  TO EQ-IX
               GO TO EP-OUT-010
           END-IF
           MOVE  SPACE            TO EP-REC.
           MOVE  2                TO EP-D-KBN.
           MOVE  EQ-ACT(EQ-IX)    TO EP-D-ACT.
           MOVE  POF-01           TO EP-D-PONO.
           MOVE  POF-02           TO EP-D-LINE.
           MOVE  POF-HCD          TO EP-D-HCD.
           MOVE  POF-NGP          TO EP-D-NGP.
           MOVE  POF-DNGP         TO EP-D-DNGP.
           MOVE  POF-CUR          TO EP-D-CUR.
           MOVE  POF-FTN          TO EP-D-FTN.
           MOVE  ZERO             TO ED-EQS.
           MOVE  1  TO ED-QX.
       EP-OUT-020.
           IF  ED-QX > 10
               GO TO EP-OUT-030
           END-IF
           MOVE  POF-OQ(ED-QX)  TO EP-D-OQ(ED-QX).
           MOVE  POF-TN(ED-QX)  TO EP-D-TN(ED-QX).
           ADD   POF-OQ(ED-QX)  TO ED-EQS.
           ADD  1  TO ED-QX.
           GO TO EP-OUT-020.
       EP-OUT-030.
           CALL "DB_Insert" USING
            EDIPO_PNAME1 EDIPO_LNAME EP-REC RETURNING RET.
           ADD  1       TO ED-LCNT ED-TCNT.
           ADD  ED-EQS  TO ED-LQTY.
      *
      *    the line as sent becomes its POEF image.
      *
           PERFORM  ED-IMG-RTN  THRU  ED-IMG-RTN-EXIT.
           IF  EQ-NEW(EQ-IX) = 1
               INITIALIZE POE-R
               MOVE  POF-KEY  TO POE-KEY
           ELSE
               MOVE  POF-KEY  TO POE-KEY
               CALL "DB_Read" USING
                "INVALID KEY" POEF_PNAME1 BY REFERENCE POE-R " "
                RETURNING RET
           END-IF
           MOVE  POF-TCD       TO POE-TCD.
           MOVE  ED-IMG        TO POE-IMG.
           MOVE  ED-RUNDT      TO POE-SDATE.
           MOVE  WORK-TT-HMS   TO POE-STIME.
           ADD   1             TO POE-SCNT.
           MOVE  USER_ID       TO POE-USER.
           IF  EQ-NEW(EQ-IX) = 1
               CALL "DB_Insert" USING
                POEF_PNAME1 POEF_LNAME POE-R RETURNING RET
           ELSE
               CALL "DB_Update" USING
                POEF_PNAME1 POEF_LNAME POE-R RETURNING RET
           END-IF
           MOVE  SPACE            TO PRN-R WORK-EP.
           MOVE  POF-TCD          TO WORK-EP-TCD.
           MOVE  ED-FID           TO WORK-EP-FID.
           MOVE  POF-01           TO WORK-EP-PONO.
           MOVE  POF-02           TO WORK-EP-LINE.
           MOVE  EQ-ACT(EQ-IX)    TO WORK-EP-ACT.
           MOVE  POF-HCD          TO WORK-EP-HCD.
           MOVE  POF-DNGP         TO WORK-EP-DNGP.
           MOVE  ED-EQS           TO WORK-EP-QTY.
           MOVE  WORK-EP          TO PRN-R (11:60).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           ADD  1  TO EQ-IX.
           GO TO EP-OUT-010.
       EP-OUT-090.
           CALL "DB_F_Close" USING
            BY REFERENCE POEF_IDLST POEF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE POF_IDLST POF_PNAME1.
           MOVE  SPACE  TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE         TO PRN-R.
           MOVE  ED-FCNT       TO WORK-EP-FCNT.
           MOVE  ED-TCNT       TO WORK-EP-TCNT.
           MOVE  WORK-EP-TOT   TO PRN-R (11:29).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "PR_Close" RETURNING RESP.
       EP-OUT-RTN-EXIT.
           EXIT.
      *
      *    EP-OPN-RTN  -  opens the ED-OLDTCD supplier's file and
      *    writes its header.
      *
       EP-OPN-RTN.
           MOVE  ED-OLDTCD  TO ED-FID2.
           MOVE  ED-FID     TO EDIPO_PNAME1.
           CALL "DB_F_Open" USING
            "OUTPUT" EDIPO_PNAME1 " " BY REFERENCE EDIPO_IDLST "0".
           MOVE  SPACE        TO EP-REC.
           MOVE  1            TO EP-H-KBN.
           MOVE  ED-OLDTCD    TO EP-H-TCD.
           MOVE  ED-RUNDT     TO EP-H-DATE.
           MOVE  WORK-TT-HMS  TO EP-H-TIME.
           CALL "DB_Insert" USING
            EDIPO_PNAME1 EDIPO_LNAME EP-REC RETURNING RET.
           MOVE  ZERO  TO ED-LCNT ED-LQTY.
           ADD  1  TO ED-FCNT.
       EP-OPN-RTN-EXIT.
           EXIT.
      *
      *    EP-CLS-RTN  -  trailer and end record, then the close.
      *
       EP-CLS-RTN.
           MOVE  SPACE    TO EP-REC.
           MOVE  8        TO EP-T-KBN.
           MOVE  ED-LCNT  TO EP-T-CNT.
           MOVE  ED-LQTY  TO EP-T-QTY.
           CALL "DB_Insert" USING
            EDIPO_PNAME1 EDIPO_LNAME EP-REC RETURNING RET.
           MOVE  SPACE    TO EP-REC.
           MOVE  9        TO EP-E-KBN.
           CALL "DB_Insert" USING
            EDIPO_PNAME1 EDIPO_LNAME EP-REC RETURNING RET.
           CALL "DB_F_Close" USING
            BY REFERENCE EDIPO_IDLST EDIPO_PNAME1.
       EP-CLS-RTN-EXIT.
           EXIT.
      *
      *    AS-IN-RTN  -  mode 2: the EDIASN notices staged onto ASNF
      *    (and ASNL for a lotted line), the import register on the
      *    printer.
      *
       AS-IN-RTN.
           MOVE  ZERO   TO ED-ICNT ED-RCNT ED-VCNT ED-HCNT ED-HOK.
           MOVE  SPACE  TO ED-HSNO.
           CALL "PR_Open" RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-AS-HD     TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-AS-COLHD  TO PRN-R (11:88).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "DB_F_Open" USING
            "INPUT" POF_PNAME1 "SHARED" BY REFERENCE POF_IDLST "1"
            "POF-KEY" BY REFERENCE POF-KEY.
           CALL "DB_F_Open" USING
            "INPUT" T-M_PNAME1 "SHARED" BY REFERENCE T-M_IDLST
            "2" "T-KEY" BY REFERENCE T-KEY "T-KEY2" BY REFERENCE
            T-KEY2.
           CALL "DB_F_Open" USING
            "INPUT" LOTF_PNAME1 "SHARED" BY REFERENCE LOTF_IDLST "1"
            "LOT-KEY" BY REFERENCE LOT-KEY.
           CALL "DB_F_Open" USING
            "I-O" ASNF_PNAME1 "SHARED" BY REFERENCE ASNF_IDLST "1"
            "ASN-KEY" BY REFERENCE ASN-KEY.
           CALL "DB_F_Open" USING
            "I-O" ASNL_PNAME1 "SHARED" BY REFERENCE ASNL_IDLST "1"
            "ASNL-KEY" BY REFERENCE ASNL-KEY.
           CALL "DB_F_Open" USING
            "INPUT" EDIASN_PNAME1 " " BY REFERENCE EDIASN_IDLST "0".
       AS-IN-010.
           CALL "DB_Read" USING
            "AT END" EDIASN_PNAME1 BY REFERENCE AS-REC " "
            RETURNING RET.
           IF  RET = 1
               GO TO AS-IN-090
           END-IF
           IF  AS-H-KBN = 1
               PERFORM  AS-HDR-RTN  THRU  AS-HDR-RTN-EXIT
               GO TO AS-IN-010
           END-IF
           IF  AS-T-KBN = 8
               PERFORM  AS-TRL-RTN  THRU  AS-TRL-RTN-EXIT
               GO TO AS-IN-010
           END-IF
           IF  AS-D-KBN NOT = 2
               GO TO AS-IN-010
           END-IF
           ADD  1  TO ED-HCNT.
           PERFORM  AS-DTA-RTN  THRU  AS-DTA-RTN-EXIT.
           GO TO AS-IN-010.
       AS-IN-090.
           CALL "DB_F_Close" USING
            BY REFERENCE EDIASN_IDLST EDIASN_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE ASNL_IDLST ASNL_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE ASNF_IDLST ASNF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE LOTF_IDLST LOTF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE T-M_IDLST T-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE POF_IDLST POF_PNAME1.
           MOVE  SPACE  TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE         TO PRN-R.
           MOVE  ED-ICNT       TO WORK-AS-ICNT.
           MOVE  ED-VCNT       TO WORK-AS-VCNT.
           MOVE  ED-RCNT       TO WORK-AS-RCNT.
           MOVE  WORK-AS-TOT   TO PRN-R (11:56).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "PR_Close" RETURNING RESP.
       AS-IN-RTN-EXIT.
           EXIT.
      *
      *    AS-HDR-RTN  -  a notice header: the supplier must be on
      *    T-M as an EDI partner, or every line under it is left
      *    out.
      *
       AS-HDR-RTN.
           MOVE  ZERO        TO ED-HOK ED-HCNT.
           MOVE  AS-H-SNO    TO ED-HSNO.
           MOVE  ZERO        TO ED-HTCD ED-HSDATE.
           IF  AS-H-TCD NOT NUMERIC  OR  AS-H-SDATE NOT NUMERIC
               GO TO AS-HDR-RTN-EXIT
           END-IF
           MOVE  AS-H-TCD    TO ED-HTCD T-KEY.
           MOVE  AS-H-SDATE  TO ED-HSDATE.
           CALL "DB_Read" USING
            "INVALID KEY" T-M_PNAME1 BY REFERENCE T-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0  AND  T-EDI = 1
               MOVE  1  TO ED-HOK
           END-IF.
       AS-HDR-RTN-EXIT.
           EXIT.
      *
      *    AS-TRL-RTN  -  a notice trailer whose count does not
      *    match the lines read under it is listed.
      *
       AS-TRL-RTN.
           IF  AS-T-CNT NUMERIC
               IF  AS-T-CNT = ED-HCNT
                   GO TO AS-TRL-RTN-EXIT
               END-IF
           END-IF
           MOVE  SPACE         TO PRN-R.
           MOVE  ED-HSNO       TO WORK-AS-TSNO.
           MOVE  ZERO          TO WORK-AS-TSENT.
           IF  AS-T-CNT NUMERIC
               MOVE  AS-T-CNT  TO WORK-AS-TSENT
           END-IF
           MOVE  ED-HCNT       TO WORK-AS-TREAD.
           MOVE  WORK-AS-TRL   TO PRN-R (11:68).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
       AS-TRL-RTN-EXIT.
           EXIT.
      *
      *    AS-DTA-RTN  -  one notice line: checked against the PO
      *    line, a notice already in refused, then staged.
      *
       AS-DTA-RTN.
           MOVE  SPACE  TO ED-RSN.
           MOVE  ZERO   TO ED-SEQ ED-EQS ED-PQS.
           IF  ED-HOK = 0
               MOVE  "NOT AN EDI SUPPLIER"  TO ED-RSN
               GO TO AS-DTA-080
           END-IF
           IF  AS-D-PONO NOT NUMERIC  OR  AS-D-LINE NOT NUMERIC
            OR AS-D-HCD  NOT NUMERIC  OR  AS-D-QTY  NOT NUMERIC
            OR AS-D-CTN  NOT NUMERIC
               MOVE  "BAD RECORD"  TO ED-RSN
               GO TO AS-DTA-080
           END-IF
           MOVE  AS-D-PONO  TO POF-01.
           MOVE  AS-D-LINE  TO POF-02.
           CALL "DB_Read" USING
            "INVALID KEY" POF_PNAME1 BY REFERENCE POF-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  "NO SUCH PO LINE"  TO ED-RSN
               GO TO AS-DTA-080
           END-IF
           IF  POF-TCD NOT = ED-HTCD
               MOVE  "OTHER SUPPLIER'S PO"  TO ED-RSN
               GO TO AS-DTA-080
           END-IF
           IF  POF-STAT NOT = 0
               MOVE  "PO LINE NOT OPEN"  TO ED-RSN
               GO TO AS-DTA-080
           END-IF
      *
      *    the next free notice sequence on the line; the same
      *    notice number already there means it came in before.
      *
           MOVE  1  TO ED-SEQ.
       AS-DTA-010.
           IF  ED-SEQ > 98
               MOVE  "TOO MANY NOTICES"  TO ED-RSN
               GO TO AS-DTA-080
           END-IF
           MOVE  AS-D-PONO  TO ASN-PONO.
           MOVE  AS-D-LINE  TO ASN-LINE.
           MOVE  ED-SEQ     TO ASN-SEQ.
           CALL "DB_Read" USING
            "INVALID KEY" ASNF_PNAME1 BY REFERENCE ASN-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               GO TO AS-DTA-020
           END-IF
           IF  ASN-SNO = ED-HSNO
               MOVE  "NOTICE ALREADY IN"  TO ED-RSN
               GO TO AS-DTA-080
           END-IF
           ADD  1  TO ED-SEQ.
           GO TO AS-DTA-010.
       AS-DTA-020.
           INITIALIZE ASN-R.
           MOVE  AS-D-PONO    TO ASN-PONO.
           MOVE  AS-D-LINE    TO ASN-LINE.
           MOVE  ED-SEQ       TO ASN-SEQ.
           MOVE  ED-HTCD      TO ASN-TCD.
           MOVE  AS-D-HCD     TO ASN-HCD.
           MOVE  ED-HSNO      TO ASN-SNO.
           MOVE  ED-HSDATE    TO ASN-SDATE.
           IF  AS-D-SDATE NUMERIC
               IF  AS-D-SDATE NOT = ZERO
                   MOVE  AS-D-SDATE  TO ASN-SDATE
               END-IF
           END-IF
           MOVE  AS-D-CTN     TO ASN-CTN.
           MOVE  AS-D-LOT     TO ASN-LOT.
           MOVE  ZERO         TO ASN-STAT ASN-PVAR ASN-RVAR
                                 ASN-PRC ASN-LRC ASN-LQTY ASN-RDATE.
           MOVE  ED-RUNDT     TO ASN-IDATE.
           MOVE  USER_ID      TO ASN-USER.
           IF  AS-D-HCD NOT = POF-HCD
               MOVE  1  TO ASN-PVAR
           END-IF
           MOVE  1  TO ED-QX.
       AS-DTA-030.
           IF  ED-QX > 10
               GO TO AS-DTA-040
           END-IF
           MOVE  AS-D-Q(ED-QX)  TO ASN-EQ(ED-QX).
           COMPUTE  ASN-PQ(ED-QX) = POF-OQ(ED-QX) - POF-RQ(ED-QX).
           IF  ASN-PQ(ED-QX) < ZERO
               MOVE  ZERO  TO ASN-PQ(ED-QX)
           END-IF
           IF  ASN-EQ(ED-QX) NOT = ASN-PQ(ED-QX)
               MOVE  1  TO ASN-PVAR
           END-IF
           ADD  ASN-EQ(ED-QX)  TO ED-EQS.
           ADD  ASN-PQ(ED-QX)  TO ED-PQS.
           ADD  1  TO ED-QX.
           GO TO AS-DTA-030.
       AS-DTA-040.
           IF  ASN-LOT NOT = SPACE
               PERFORM  AS-LSEQ-RTN  THRU  AS-LSEQ-RTN-EXIT
           END-IF
           CALL "DB_Insert" USING
            ASNF_PNAME1 ASNF_LNAME ASN-R RETURNING RET.
           IF  ASN-LOT NOT = SPACE
               INITIALIZE ASNL-R
               MOVE  ASN-LOT   TO ASNL-LOT
               MOVE  ASN-LSEQ  TO ASNL-LSEQ
               MOVE  ASN-KEY   TO ASNL-AKEY
               CALL "DB_Insert" USING
                ASNL_PNAME1 ASNL_LNAME ASNL-R RETURNING RET
           END-IF
           ADD  1  TO ED-ICNT.
           MOVE  "STAGED"  TO ED-RSN.
           IF  ASN-PVAR = 1
               ADD  1  TO ED-VCNT
               MOVE  "STAGED - VARIANCE"  TO ED-RSN
               IF  AS-D-HCD NOT = POF-HCD
                   MOVE  "STAGED - ITEM DIFFERS"  TO ED-RSN
               END-IF
           END-IF
           GO TO AS-DTA-090.
       AS-DTA-080.
           ADD  1  TO ED-RCNT.
       AS-DTA-090.
           MOVE  SPACE          TO PRN-R WORK-AS.
           MOVE  ED-HTCD        TO WORK-AS-TCD.
           MOVE  ED-HSNO        TO WORK-AS-SNO.
           IF  AS-D-PONO NUMERIC
               MOVE  AS-D-PONO  TO WORK-AS-PONO
           END-IF
           IF  AS-D-LINE NUMERIC
               MOVE  AS-D-LINE  TO WORK-AS-LINE
           END-IF
           MOVE  ED-SEQ         TO WORK-AS-SEQ.
           IF  AS-D-HCD NUMERIC
               MOVE  AS-D-HCD   TO WORK-AS-HCD
           END-IF
           MOVE  ED-HSDATE      TO WORK-AS-SDATE.
           MOVE  AS-D-LOT       TO WORK-AS-LOT.
           IF  AS-D-CTN NUMERIC
               MOVE  AS-D-CTN   TO WORK-AS-CTN
           END-IF
           MOVE  ED-EQS         TO WORK-AS-EQS.
           MOVE  ED-PQS         TO WORK-AS-PQS.
           MOVE  ED-RSN         TO WORK-AS-RSN.
           MOVE  WORK-AS        TO PRN-R (11:96).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
       AS-DTA-RTN-EXIT.
           EXIT.
      *
      *    AS-LSEQ-RTN  -  the receipt sequence the lot will take:
      *    the first one free on both LOTF and ASNL.
      *
       AS-LSEQ-RTN.
           MOVE  1  TO ED-LSEQ.
       AS-LSEQ-010.
           IF  ED-LSEQ = 999
               GO TO AS-LSEQ-020
           END-IF
           MOVE  ASN-LOT  TO LOT-NO.
           MOVE  ED-LSEQ  TO LOT-SEQ.
           CALL "DB_Read" USING
            "INVALID KEY" LOTF_PNAME1 BY REFERENCE LOT-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0
               ADD  1  TO ED-LSEQ
               GO TO AS-LSEQ-010
           END-IF
           MOVE  ASN-LOT  TO ASNL-LOT.
           MOVE  ED-LSEQ  TO ASNL-LSEQ.
           CALL "DB_Read" USING
            "INVALID KEY" ASNL_PNAME1 BY REFERENCE ASNL-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0
               ADD  1  TO ED-LSEQ
               GO TO AS-LSEQ-010
           END-IF.
       AS-LSEQ-020.
           MOVE  ED-LSEQ  TO ASN-LSEQ.
       AS-LSEQ-RTN-EXIT.
           EXIT.
      *
      *    VR-SCAN-RTN  -  mode 3: one sequential ASNF pass buffering
      *    every flagged line of a notice shipped in the range.
      *
       VR-SCAN-RTN.
           MOVE  ZERO  TO VR-CNT ED-OVFL.
           INITIALIZE VR-TBL.
           CALL "DB_F_Open" USING
            "INPUT" ASNF_PNAME1 " " BY REFERENCE ASNF_IDLST "0".
           CALL "DB_F_Open" USING
            "INPUT" POF_PNAME1 "SHARED" BY REFERENCE POF_IDLST "1"
            "POF-KEY" BY REFERENCE POF-KEY.
       VR-SCAN-010.
           CALL "DB_Read" USING
            "AT END" ASNF_PNAME1 BY REFERENCE ASN-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO VR-SCAN-090
           END-IF
           IF  ASN-SDATE < ED-FROMD  OR  ASN-SDATE > ED-TOD
               GO TO VR-SCAN-010
           END-IF
           MOVE  ZERO  TO ED-EQS ED-PQS.
           MOVE  1  TO ED-QX.
       VR-SCAN-020.
           IF  ED-QX > 10
               GO TO VR-SCAN-030
           END-IF
           ADD  ASN-EQ(ED-QX)  TO ED-EQS.
           ADD  ASN-PQ(ED-QX)  TO ED-PQS.
           ADD  1  TO ED-QX.
           GO TO VR-SCAN-020.
       VR-SCAN-030.
           IF  ASN-PVAR = 1
               MOVE  1       TO VR-TMP-KIND
               MOVE  ED-PQS  TO VR-TMP-CQTY
               PERFORM  VR-ADD-RTN  THRU  VR-ADD-RTN-EXIT
           END-IF
           IF  ASN-RVAR NOT = 1
               GO TO VR-SCAN-010
           END-IF
           MOVE  2  TO VR-TMP-KIND.
           IF  ASN-PRC = 1
               MOVE  ZERO  TO VR-TMP-CQTY
               MOVE  1  TO ED-QX
               GO TO VR-SCAN-040
           END-IF
           MOVE  ASN-LQTY  TO VR-TMP-CQTY.
           PERFORM  VR-ADD-RTN  THRU  VR-ADD-RTN-EXIT.
           GO TO VR-SCAN-010.
       VR-SCAN-040.
           IF  ED-QX > 10
               PERFORM  VR-ADD-RTN  THRU  VR-ADD-RTN-EXIT
               GO TO VR-SCAN-010
           END-IF
           ADD  ASN-RQ(ED-QX)  TO VR-TMP-CQTY.
           ADD  1  TO ED-QX.
           GO TO VR-SCAN-040.
       VR-SCAN-090.
           CALL "DB_F_Close" USING
            BY REFERENCE POF_IDLST POF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE ASNF_IDLST ASNF_PNAME1.
       VR-SCAN-RTN-EXIT.
           EXIT.
      *
      *    VR-ADD-RTN  -  one variance line into VR-TBL, with the
      *    reason read off the ASN-R in hand.
      *
       VR-ADD-RTN.
           IF  VR-CNT NOT < 500
               MOVE  1  TO ED-OVFL
               GO TO VR-ADD-RTN-EXIT
           END-IF
           ADD  1  TO VR-CNT.
           MOVE  ASN-TCD       TO VR-TCD(VR-CNT).
           MOVE  ASN-PONO      TO VR-PONO(VR-CNT).
           MOVE  ASN-LINE      TO VR-LINE(VR-CNT).
           MOVE  ASN-SEQ       TO VR-SEQ(VR-CNT).
           MOVE  VR-TMP-KIND   TO VR-KIND(VR-CNT).
           MOVE  ASN-HCD       TO VR-HCD(VR-CNT).
           MOVE  ASN-SDATE     TO VR-SDATE(VR-CNT).
           MOVE  ED-EQS        TO VR-AQTY(VR-CNT).
           MOVE  VR-TMP-CQTY   TO VR-CQTY(VR-CNT).
           IF  ED-EQS > VR-TMP-CQTY
               MOVE  "OVER"       TO VR-RSN(VR-CNT)
           END-IF
           IF  ED-EQS < VR-TMP-CQTY
               MOVE  "SHORT"      TO VR-RSN(VR-CNT)
           END-IF
           IF  ED-EQS = VR-TMP-CQTY
               MOVE  "SIZE MIX"   TO VR-RSN(VR-CNT)
           END-IF
           IF  VR-TMP-KIND = 2  AND  ASN-PRC NOT = 1
               IF  ED-EQS = VR-TMP-CQTY
                   MOVE  "LOT PAIRS"  TO VR-RSN(VR-CNT)
               END-IF
           END-IF
           IF  VR-TMP-KIND = 1
               MOVE  ASN-PONO  TO POF-01
               MOVE  ASN-LINE  TO POF-02
               PERFORM  VR-ITEM-RTN  THRU  VR-ITEM-RTN-EXIT
           END-IF.
       VR-ADD-RTN-EXIT.
           EXIT.
      *
      *    VR-ITEM-RTN  -  a notice whose item is not the PO line's
      *    says so ahead of any pair count.
      *
       VR-ITEM-RTN.
           CALL "DB_Read" USING
            "INVALID KEY" POF_PNAME1 BY REFERENCE POF-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0  AND  POF-HCD NOT = ASN-HCD
               MOVE  "ITEM DIFFERS"  TO VR-RSN(VR-CNT)
           END-IF.
       VR-ITEM-RTN-EXIT.
           EXIT.
      *
      *    VR-SORT-RTN  -  selection sort on supplier / PO / line /
      *    notice / kind.
      *
       VR-SORT-RTN.
           IF  VR-CNT < 2
               GO TO VR-SORT-RTN-EXIT
           END-IF
           COMPUTE  VR-LIMIT = VR-CNT - 1.
           MOVE  1  TO VR-IX.
       VR-SORT-010.
           IF  VR-IX > VR-LIMIT
               GO TO VR-SORT-RTN-EXIT
           END-IF
           COMPUTE  VR-JX = VR-IX + 1.
       VR-SORT-020.
           IF  VR-JX > VR-CNT
               ADD  1  TO VR-IX
               GO TO VR-SORT-010
           END-IF
           IF  VR-SRTKEY(VR-JX) < VR-SRTKEY(VR-IX)
               MOVE  VR-ENT(VR-IX)  TO VR-TMP
               MOVE  VR-ENT(VR-JX)  TO VR-ENT(VR-IX)
               MOVE  VR-TMP         TO VR-ENT(VR-JX)
           END-IF
           ADD  1  TO VR-JX.
           GO TO VR-SORT-020.
       VR-SORT-RTN-EXIT.
           EXIT.
      *
      *    VR-PRT-RTN  -  the variance list, a heading and a line
      *    count per supplier.
      *
       VR-PRT-RTN.
           CALL "PR_Open" RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-VR-HD   TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  ED-FROMD     TO WORK-VR-FROMD.
           MOVE  ED-TOD       TO WORK-VR-TOD.
           MOVE  WORK-VR-RNG  TO PRN-R (11:30).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "DB_F_Open" USING
            "INPUT" T-M_PNAME1 "SHARED" BY REFERENCE T-M_IDLST
            "2" "T-KEY" BY REFERENCE T-KEY "T-KEY2" BY REFERENCE
            T-KEY2.
           MOVE  ZERO  TO ED-OLDTCD VR-SCNT.
           MOVE  1  TO VR-IX.
       VR-PRT-010.
           IF  VR-IX > VR-CNT
               IF  ED-OLDTCD NOT = ZERO
                   PERFORM  VR-STOT-RTN  THRU  VR-STOT-RTN-EXIT
               END-IF
               GO TO VR-PRT-090
           END-IF
           IF  VR-TCD(VR-IX) NOT = ED-OLDTCD
               IF  ED-OLDTCD NOT = ZERO
                   PERFORM  VR-STOT-RTN  THRU  VR-STOT-RTN-EXIT
               END-IF
               MOVE  VR-TCD(VR-IX)  TO ED-OLDTCD
               PERFORM  VR-SHD-RTN  THRU  VR-SHD-RTN-EXIT
           END-IF
           MOVE  SPACE              TO PRN-R WORK-VR.
           MOVE  VR-PONO(VR-IX)     TO WORK-VR-PONO.
           MOVE  VR-LINE(VR-IX)     TO WORK-VR-LINE.
           MOVE  VR-SEQ(VR-IX)      TO WORK-VR-SEQ.
           MOVE  VR-HCD(VR-IX)      TO WORK-VR-HCD.
           MOVE  VR-SDATE(VR-IX)    TO WORK-VR-SDATE.
           IF  VR-KIND(VR-IX) = 1
               MOVE  "NOTE/PO"       TO WORK-VR-KIND
           ELSE
               MOVE  "RECV/NOTE"     TO WORK-VR-KIND
           END-IF
           MOVE  VR-RSN(VR-IX)      TO WORK-VR-RSN.
           MOVE  VR-AQTY(VR-IX)     TO WORK-VR-AQTY.
           MOVE  VR-CQTY(VR-IX)     TO WORK-VR-CQTY.
           COMPUTE  WORK-VR-DIFF = VR-AQTY(VR-IX) - VR-CQTY(VR-IX).
           MOVE  WORK-VR            TO PRN-R (11:81).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           ADD  1  TO VR-SCNT VR-IX.
           GO TO VR-PRT-010.
       VR-PRT-090.
           CALL "DB_F_Close" USING
            BY REFERENCE T-M_IDLST T-M_PNAME1.
           IF  ED-OVFL = 1
               MOVE  SPACE         TO PRN-R
               CALL "PR_Write" USING PRN-R RETURNING RESP
               MOVE  WORK-VR-FULL  TO PRN-R (11:50)
               CALL "PR_Write" USING PRN-R RETURNING RESP
           END-IF
           CALL "PR_Close" RETURNING RESP.
       VR-PRT-RTN-EXIT.
           EXIT.
      *
      *    VR-SHD-RTN  -  the ED-OLDTCD supplier's heading.
      *
       VR-SHD-RTN.
           MOVE  ED-OLDTCD  TO T-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" T-M_PNAME1 BY REFERENCE T-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  SPACE  TO T-NAME
           END-IF
           MOVE  SPACE          TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R WORK-VR-SUP.
           MOVE  ED-OLDTCD      TO WORK-VR-TCD.
           MOVE  T-NAME         TO WORK-VR-NAME.
           MOVE  WORK-VR-SUP    TO PRN-R (11:67).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-VR-COLHD  TO PRN-R (11:80).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  ZERO  TO VR-SCNT.
       VR-SHD-RTN-EXIT.
           EXIT.
      *
      *    VR-STOT-RTN  -  the supplier's variance line count.
      *
       VR-STOT-RTN.
           MOVE  SPACE          TO PRN-R.
           MOVE  VR-SCNT        TO WORK-VR-SCNT.
           MOVE  WORK-VR-STOT   TO PRN-R (11:22).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
       VR-STOT-RTN-EXIT.
           EXIT.
      *
       R-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_Close".
           STOP RUN.
