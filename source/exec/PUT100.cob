       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PUT100.
      *********************************************************
      *    PROGRAM         :  PUTAWAY TASK LIST / CONFIRMATION *
      *    PRINTER TYPE    :  JIPS                             *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/10/15                         *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    gets received cartons off the dock and into BIN-M bins.
      *    LOT100 and POR100 leave one PTWF task per receipt; this
      *    program works them.  SEL-MODE, the CSG100 idiom:
      *      1 = task list for a keyed warehouse, run after each
      *          receipt batch: every task not yet listed (and any
      *          task with no warehouse) gets a suggested bin --
      *          the item's home bin when its free room takes the
      *          receipt, else the overflow bin earliest on the
      *          walk that is empty or already holds the item and
      *          has the room -- and the list prints in walk
      *          sequence with a space to write the actual bin.
      *          bins are filled in memory as they are suggested,
      *          on top of what earlier lists already sent their
      *          way, so two receipts are not both given the same
      *          last space.  a task no bin can take prints at the
      *          end as NONE and stays unlisted for the next run;
      *      2 = confirmation by task (date, time and line as the
      *          list prints them): warehouse, the bin the cartons
      *          actually went to (the suggestion offered) and the
      *          pairs.  the bin must be open and must not be some
      *          other item's home bin or an overflow bin holding
      *          another item.  BIN-QTY takes the pairs (an
      *          overflow bin takes the item too) and the task
      *          closes; fewer pairs than the task leaves the rest
      *          on the dock as a new task under the same receipt
      *          time;
      *      3 = the same confirmation from the handheld, a PTCSV
      *          feed of "TASKDATE,TASKTIME,LINE,WH,BIN,PAIRS"
      *          lines under one heading line, in the TAC100
      *          import shape: every line checked as mode 2 checks
      *          it, good lines applied, bad ones listed under the
      *          run summary (WH 0 takes the task's warehouse);
      *      4 = the dock exception list: every task not yet put
      *          away whose receipt is at least the keyed number
      *          of hours old (zero reads as 24), oldest first,
      *          hours counted on DY-RTN's day number.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SYSTEM3100.
       OBJECT-COMPUTER. SYSTEM3100.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  SEL-MODE               PIC  9(001)      VALUE ZERO.
       01  M-DMM                  PIC  9(001)      VALUE ZERO.
       01  A-TDATE                PIC  9(008)      VALUE ZERO.
       01  A-TTIME                PIC  9(008)      VALUE ZERO.
       01  A-TLN                  PIC  9(004)      VALUE ZERO.
       01  A-WH                   PIC  9(001)      VALUE ZERO.
       01  A-BIN                  PIC  X(006)      VALUE SPACE.
       01  A-QTY                  PIC  9(006)      VALUE ZERO.
       01  A-HRS                  PIC  9(003)      VALUE ZERO.
      *    putaway check/apply work -- PA-ERR 0 is clean, else the
      *    PA-MSG entry naming what is wrong.
       01  PA-WH                  PIC  9(001)      VALUE ZERO.
       01  PA-BIN                 PIC  X(006)      VALUE SPACE.
       01  PA-QTY                 PIC  9(006)      VALUE ZERO.
       01  PA-REST                PIC  9(006)      VALUE ZERO.
       01  PA-ERR                 PIC  9(001)      VALUE ZERO.
       01  PA-MSGV.
           02  F                  PIC  X(030)      VALUE
                "NO SUCH PUTAWAY TASK".
           02  F                  PIC  X(030)      VALUE
                "TASK ALREADY PUT AWAY".
           02  F                  PIC  X(030)      VALUE
                "NO SUCH BIN".
           02  F                  PIC  X(030)      VALUE
                "BIN IS CLOSED".
           02  F                  PIC  X(030)      VALUE
                "HOME BIN OF ANOTHER ITEM".
           02  F                  PIC  X(030)      VALUE
                "BIN HOLDS ANOTHER ITEM".
           02  F                  PIC  X(030)      VALUE
                "PAIRS OVER THE TASK".
           02  F                  PIC  X(030)      VALUE
                "NO WAREHOUSE".
       01  PA-MSGT  REDEFINES  PA-MSGV.
           02  PA-MSG             PIC  X(030)  OCCURS  8.
       01  W-PTWR                 PIC  X(094)      VALUE SPACE.
      *    the warehouse's open bins for the task list, with what
      *    is in them plus what earlier lists and this one have
      *    sent their way.
       01  BN-CNT                 PIC  9(004)      VALUE ZERO.
       01  BN-IX                  PIC  9(004)      VALUE ZERO.
       01  BN-HX                  PIC  9(004)      VALUE ZERO.
       01  BN-OX                  PIC  9(004)      VALUE ZERO.
       01  BN-OVFL                PIC  9(005)      VALUE ZERO.
       01  BN-TBL.
           02  BN-ENT   OCCURS  1000.
               03  BN-CD          PIC  X(006).
               03  BN-ZONE        PIC  X(001).
               03  BN-SEQ         PIC  9(005).
               03  BN-TYPE        PIC  9(001).
               03  BN-HCD         PIC  9(006).
               03  BN-CAP         PIC  9(005).
               03  BN-QTY         PIC  9(006).
      *    the tasks on this list, sorted walk sequence / bin /
      *    item once their bins are chosen.
       01  PT-CNT                 PIC  9(004)      VALUE ZERO.
       01  PT-IX                  PIC  9(004)      VALUE ZERO.
       01  PT-JX                  PIC  9(004)      VALUE ZERO.
       01  PT-LIMIT               PIC  9(004)      VALUE ZERO.
       01  PT-OVFL                PIC  9(005)      VALUE ZERO.
       01  PT-TBL.
           02  PT-ENT   OCCURS  1000.
               03  PT-SRTKEY.
                   04  PT-SEQ     PIC  9(005).
                   04  PT-BIN     PIC  X(006).
                   04  PT-HCD     PIC  9(006).
               03  PT-KEY.
                   04  PT-DATE    PIC  9(008).
                   04  PT-TIME    PIC  9(008).
                   04  PT-LN      PIC  9(004).
               03  PT-QTY         PIC  9(006).
               03  PT-ZONE        PIC  X(001).
               03  PT-KIND        PIC  9(001).
       01  PT-TMP                 PIC  X(045).
       01  PT-TQTY                PIC  9(008)      VALUE ZERO.
       01  PT-LCNT                PIC  9(005)      VALUE ZERO.
      *    DY-RTN: CCYYMMDD in DY-DATE to a running day number in
      *    DY-SER, good for differences inside the century.
       01  DY-DATE                PIC  9(008)      VALUE ZERO.
       01  DY-DATER  REDEFINES  DY-DATE.
           02  DY-YYYY            PIC  9(004).
           02  DY-MM              PIC  9(002).
           02  DY-DD              PIC  9(002).
       01  DY-SER                 PIC  9(007)      VALUE ZERO.
       01  DY-Y1                  PIC  9(004)      VALUE ZERO.
       01  DY-Q                   PIC  9(004)      VALUE ZERO.
       01  DY-R                   PIC  9(001)      VALUE ZERO.
       01  DY-CUMV                PIC  X(036)      VALUE
            "000031059090120151181212243273304334".
       01  DY-CUMT  REDEFINES  DY-CUMV.
           02  DY-CUM             PIC  9(003)  OCCURS  12.
       01  XH-NOW                 PIC  9(009)      VALUE ZERO.
       01  XH-AGE                 PIC  9(009)      VALUE ZERO.
       01  WORK-TODATE.
           02  WORK-TD-YY         PIC  9(002).
           02  WORK-TD-MM         PIC  9(002).
           02  WORK-TD-DD         PIC  9(002).
       01  W-TODAY                PIC  9(008)      VALUE ZERO.
       01  W-NOWT                 PIC  9(008)      VALUE ZERO.
       01  W-NOWTR  REDEFINES  W-NOWT.
           02  W-NOWHH            PIC  9(002).
           02  W-NOWMI            PIC  9(002).
           02  F                  PIC  X(004).
      *FD  PTCSV
      *    the handheld's putaway feed -- one heading line, then
      *    one comma-delimited line per carton set put away.
       01  PTCSV_PUT100.
           02  PTCSV_PNAME1       PIC  X(007) VALUE "PTCSV  ".
           02  F                  PIC  X(001).
           02  PTCSV_LNAME        PIC  X(012) VALUE "PTCSV_PUT100".
           02  F                  PIC  X(001).
           02  PTCSV_KEY1         PIC  X(100) VALUE SPACE.
           02  PTCSV_SORT         PIC  X(100) VALUE SPACE.
           02  PTCSV_IDLST        PIC  X(100) VALUE SPACE.
           02  PTCSV_RES          USAGE  POINTER.
       01  CSV-LINE               PIC X(060).
       01  CSV-F.
           02  CSV-F01            PIC X(10).
           02  CSV-F02            PIC X(10).
           02  CSV-F03            PIC X(10).
           02  CSV-F04            PIC X(10).
           02  CSV-F05            PIC X(10).
           02  CSV-F06            PIC X(10).
       01  CSV-LEN-TBL.
           02  CSV-LN01           PIC  9(02).
           02  CSV-LN02           PIC  9(02).
           02  CSV-LN03           PIC  9(02).
           02  CSV-LN04           PIC  9(02).
           02  CSV-LN05           PIC  9(02).
           02  CSV-LN06           PIC  9(02).
      *
       77  READCNT                PIC  9(006)      VALUE ZERO.
       77  UPDCNT                 PIC  9(006)      VALUE ZERO.
       77  SKPCNT                 PIC  9(006)      VALUE ZERO.
       77  HDR-SW                 PIC  9(001)      VALUE ZERO.
      *
       01  EXC-TBL.
           02  EXC-ENT  OCCURS  200.
               03  EXC-LINE       PIC  9(006).
               03  EXC-TEXT       PIC  X(040).
       01  EXC-CNT                PIC  9(003)      VALUE ZERO.
       01  EXC-IX                 PIC  9(003)      VALUE ZERO.
      *
       01  PRN-R                  PIC  X(132).
       77  RESP                   PIC  9(001).
       01  WORK-PL-HD             PIC  X(050)      VALUE
            "*** PUTAWAY TASK LIST ***".
       01  WORK-PL-SUB.
           02  F                  PIC  X(10)  VALUE  "WAREHOUSE ".
           02  WORK-PL-WH         PIC  9(001).
           02  F                  PIC  X(07)  VALUE  "  DATE ".
           02  WORK-PL-DATE       PIC  9(008).
       01  WORK-PL-COLHD.
           02  F                  PIC  X(040)      VALUE
                "Z   SEQ BIN    ITEM   ITEM NAME".
           02  F                  PIC  X(040)      VALUE
                SPACE.
           02  F                  PIC  X(039)      VALUE
                "  PAIRS KIND TASK               ACTUAL".
       01  WORK-PL.
           02  WORK-PL-ZONE       PIC  X(001).
           02  F                  PIC  X(01).
           02  WORK-PL-SEQ        PIC  ZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-PL-BIN        PIC  X(006).
           02  F                  PIC  X(01).
           02  WORK-PL-HCD        PIC  9(006).
           02  F                  PIC  X(01).
           02  WORK-PL-HNAME      PIC  N(024).
           02  F                  PIC  X(01).
           02  WORK-PL-QTY        PIC  ZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-PL-KIND       PIC  X(004).
           02  F                  PIC  X(01).
           02  WORK-PL-TDATE      PIC  9(008).
           02  F                  PIC  X(01)  VALUE  "-".
           02  WORK-PL-TTIME      PIC  9(008).
           02  F                  PIC  X(01)  VALUE  "-".
           02  WORK-PL-TLN        PIC  9(004).
           02  F                  PIC  X(01).
           02  WORK-PL-ACT        PIC  X(013)  VALUE
                "______ ______".
       01  WORK-PL-TOT.
           02  F                  PIC  X(07)  VALUE  "TASKS  ".
           02  WORK-PL-TCNT       PIC  ZZZZ9.
           02  F                  PIC  X(08)  VALUE  "  PAIRS ".
           02  WORK-PL-TQTY       PIC  ZZZZZZZ9.
       01  WORK-PL-OV.
           02  F                  PIC  X(28)  VALUE
                "TASKS NOT ON THE LIST       ".
           02  WORK-PL-OVFL       PIC  ZZZZ9.
       01  WORK-PL-BOV.
           02  F                  PIC  X(28)  VALUE
                "BINS NOT LOADED             ".
           02  WORK-PL-BOVFL      PIC  ZZZZ9.
       01  WORK-PI-HD             PIC  X(050)      VALUE
            "*** HANDHELD PUTAWAY IMPORT SUMMARY ***".
       01  WORK-PI-TOT.
           02  F                  PIC  X(11)  VALUE  "READ      :".
           02  WORK-PI-RD         PIC  ZZZZZ9.
           02  F                  PIC  X(11)  VALUE  " PUT AWAY :".
           02  WORK-PI-UPD        PIC  ZZZZZ9.
           02  F                  PIC  X(11)  VALUE  " REJECTED :".
           02  WORK-PI-SKP        PIC  ZZZZZ9.
       01  WORK-EXC-HD            PIC  X(040)      VALUE
            "*** LINES REJECTED (BAD DATA) ***".
       01  WORK-EXC.
           02  WORK-EXC-LINE      PIC  ZZZZZ9.
           02  F                  PIC  X(02).
           02  WORK-EXC-TEXT      PIC  X(040).
       01  WORK-XL-HD             PIC  X(050)      VALUE
            "*** UNCONFIRMED PUTAWAY EXCEPTION LIST ***".
       01  WORK-XL-SUB.
           02  F                  PIC  X(20)  VALUE
                "ON THE DOCK HOURS > ".
           02  WORK-XL-HRS        PIC  ZZ9.
           02  F                  PIC  X(07)  VALUE  "  DATE ".
           02  WORK-XL-DATE       PIC  9(008).
       01  WORK-XL-COLHD.
           02  F                  PIC  X(040)      VALUE
                "TASK                 SRC REFERENCE    I".
           02  F                  PIC  X(040)      VALUE
                "TEM   WH  PAIRS SUGG   STATUS     HOURS".
       01  WORK-XL.
           02  WORK-XL-TDATE      PIC  9(008).
           02  F                  PIC  X(01)  VALUE  "-".
           02  WORK-XL-TTIME      PIC  9(008).
           02  F                  PIC  X(01)  VALUE  "-".
           02  WORK-XL-TLN        PIC  9(004).
           02  F                  PIC  X(01).
           02  WORK-XL-SRC        PIC  X(003).
           02  F                  PIC  X(01).
           02  WORK-XL-REF        PIC  X(013).
           02  F                  PIC  X(01).
           02  WORK-XL-HCD        PIC  9(006).
           02  F                  PIC  X(01).
           02  WORK-XL-WH         PIC  9(001).
           02  F                  PIC  X(01).
           02  WORK-XL-QTY        PIC  ZZZZZ9.
           02  F                  PIC  X(01).
           02  WORK-XL-SBIN       PIC  X(006).
           02  F                  PIC  X(01).
           02  WORK-XL-STAT       PIC  X(010).
           02  F                  PIC  X(01).
           02  WORK-XL-AGE        PIC  ZZZZ9.
       01  ERR-STAT               PIC  X(002).
           COPY  LSTAT.
      *FD  PTWF
           COPY LIPTWF.
      *FD  BIN-M
           COPY LIBINM.
      *FD  SHM
           COPY SHM.
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
                "PUTAWAY TASK LIST / CONFIRMATION".
           02  FILLER  PIC  X(040) VALUE
                "MODE 1=LIST 2=CONFIRM 3=IMPORT 4=DOCK".
           02  FILLER  PIC  X(020) VALUE
                "TASK DATE/TIME/LINE".
           02  FILLER  PIC  X(020) VALUE
                "ITEM".
           02  FILLER  PIC  X(020) VALUE
                "PAIRS / SUGGESTED".
           02  FILLER  PIC  X(020) VALUE
                "WAREHOUSE".
           02  FILLER  PIC  X(020) VALUE
                "ACTUAL BIN".
           02  FILLER  PIC  X(020) VALUE
                "PAIRS PUT AWAY".
           02  FILLER  PIC  X(020) VALUE
                "DOCK HOURS OVER".
           02  FILLER  PIC  X(020) VALUE
                "CONFIRM    OK=1 NO=9".
       01  C-DSP.
           02  D-HCD      PIC  9(006).
           02  D-HNAME    PIC  N(024).
           02  D-QTY      PIC  9(006).
           02  D-SBIN     PIC  X(006).
       01  C-ACP.
           02  A-MODE     PIC  9(001).
           02  A-TDATEF   PIC  9(008).
           02  A-TTIMEF   PIC  9(008).
           02  A-TLNF     PIC  9(004).
           02  A-WHF      PIC  9(001).
           02  A-BINF     PIC  X(006).
           02  A-QTYF     PIC  9(006).
           02  A-HRSF     PIC  9(003).
           02  A-DMM      PIC  9(001).
       01  C-ERR.
           02  FILLER.
             03  E-STAT  PIC  X(002).
             03  E-ME1   PIC  X(030) VALUE
                  "***  NO SUCH PUTAWAY TASK  ***".
             03  E-ME2   PIC  X(030) VALUE
                  "***  TASK ALREADY PUT AWAY ***".
             03  E-ME3   PIC  X(030) VALUE
                  "***  NO SUCH BIN           ***".
             03  E-ME4   PIC  X(030) VALUE
                  "***  BIN IS CLOSED         ***".
             03  E-ME5   PIC  X(030) VALUE
                  "***  HOME BIN OF OTHER ITEM***".
             03  E-ME6   PIC  X(030) VALUE
                  "***  BIN HOLDS OTHER ITEM  ***".
             03  E-ME7   PIC  X(030) VALUE
                  "***  PAIRS OVER THE TASK   ***".
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
            "C-MID" " " "0" "0" "240" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "01C-MID" "X" "3" "10" "40" " " "C-MID" RETURNING RESU.
       CALL "SD_Init" USING
            "02C-MID" "X" "5" "10" "40" "01C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "03C-MID" "X" "7" "10" "20" "02C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "04C-MID" "X" "8" "10" "20" "03C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "05C-MID" "X" "9" "10" "20" "04C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "06C-MID" "X" "10" "10" "20" "05C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "07C-MID" "X" "11" "10" "20" "06C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "08C-MID" "X" "12" "10" "20" "07C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "09C-MID" "X" "14" "10" "20" "08C-MID" " " RETURNING RESU.
       CALL "SD_Init" USING
            "10C-MID" "X" "16" "10" "20" "09C-MID" " " RETURNING RESU.
      *C-DSP
       CALL "SD_Init" USING
            "C-DSP" " " "0" "0" "42" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "D-HCD" "9" "8" "31" "6" " " "C-DSP" RETURNING RESU.
       CALL "SD_From" USING
            "D-HCD" BY REFERENCE PTW-HCD "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "D-HNAME" "N" "8" "38" "24" "D-HCD" " " RETURNING RESU.
       CALL "SD_From" USING
            "D-HNAME" BY REFERENCE SHM-02 "24" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "D-QTY" "9" "9" "31" "6" "D-HNAME" " " RETURNING RESU.
       CALL "SD_From" USING
            "D-QTY" BY REFERENCE PTW-QTY "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "D-SBIN" "X" "9" "39" "6" "D-QTY" " " RETURNING RESU.
       CALL "SD_From" USING
            "D-SBIN" BY REFERENCE PTW-SBIN "6" "0" RETURNING RESU.
      *C-ACP
       CALL "SD_Init" USING
            "C-ACP" " " "0" "0" "38" " " " " RETURNING RESU.
       CALL "SD_Init" USING
            "A-MODE" "9" "5" "55" "1" " " "C-ACP" RETURNING RESU.
       CALL "SD_Using" USING
            "A-MODE" BY REFERENCE SEL-MODE "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-TDATEF" "9" "7" "31" "8" "A-MODE" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-TDATEF" BY REFERENCE A-TDATE "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-TTIMEF" "9" "7" "40" "8" "A-TDATEF" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-TTIMEF" BY REFERENCE A-TTIME "8" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-TLNF" "9" "7" "49" "4" "A-TTIMEF" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-TLNF" BY REFERENCE A-TLN "4" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-WHF" "9" "10" "31" "1" "A-TLNF" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-WHF" BY REFERENCE A-WH "1" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-BINF" "X" "11" "31" "6" "A-WHF" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-BINF" BY REFERENCE A-BIN "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-QTYF" "9" "12" "31" "6" "A-BINF" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-QTYF" BY REFERENCE A-QTY "6" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-HRSF" "9" "14" "31" "3" "A-QTYF" " " RETURNING RESU.
       CALL "SD_Using" USING
            "A-HRSF" BY REFERENCE A-HRS "3" "0" RETURNING RESU.
       CALL "SD_Init" USING
            "A-DMM" "9" "16" "31" "1" "A-HRSF" " " RETURNING RESU.
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
      *
      *    PTWF and BIN-M stay open keyed for the confirmations; the
      *    list and exception passes close them, read them through
      *    in sequence and open them keyed again (BIN100's way).
      *
           CALL "DB_F_Open" USING
            "I-O" PTWF_PNAME1 "SHARED" BY REFERENCE PTWF_IDLST "1"
            "PTW-KEY" BY REFERENCE PTW-KEY.
           CALL "DB_F_Open" USING
            "I-O" BIN-M_PNAME1 "SHARED" BY REFERENCE BIN-M_IDLST "1"
            "BIN-KEY" BY REFERENCE BIN-KEY.
           CALL "DB_F_Open" USING
            "INPUT" SHM_PNAME1 "SHARED" BY REFERENCE SHM_IDLST "1"
            "SHM-KEY" BY REFERENCE SHM-KEY.
      *
       R-05.
           MOVE    SPACE    TO  ERR-STAT.
           MOVE    ZERO     TO  RESU.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "SD_Output" USING "C-MID" C-MID "p" RETURNING RESU.
           MOVE  ZERO   TO SEL-MODE M-DMM A-TDATE A-TTIME A-TLN A-WH
                           A-QTY A-HRS.
           MOVE  SPACE  TO A-BIN.
           ACCEPT  WORK-TODATE  FROM  DATE.
           COMPUTE  W-TODAY = (2000 + WORK-TD-YY) * 10000
                            + WORK-TD-MM * 100 + WORK-TD-DD.
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
               GO TO L-10
           END-IF
           IF  SEL-MODE = 2
               GO TO I-10
           END-IF
           IF  SEL-MODE = 3
               GO TO S-20
           END-IF
           IF  SEL-MODE = 4
               GO TO X-10
           END-IF
           GO TO R-08.
      *
      *    mode 1: the task list.
      *
       L-10.
           CALL "SD_Accept" USING BY REFERENCE A-WHF "A-WHF" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-08
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO L-10
           END-IF
           IF  A-WH = ZERO
               GO TO L-10
           END-IF.
       L-20.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO L-10
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO L-20
           END-IF
           IF  M-DMM NOT = 1  AND  9
               GO TO L-20
           END-IF
           IF  M-DMM = 9
               GO TO R-05
           END-IF
           PERFORM  PL-LOAD-RTN  THRU  PL-LOAD-RTN-EXIT.
           PERFORM  PL-SUG-RTN   THRU  PL-SUG-RTN-EXIT.
           PERFORM  PL-SORT-RTN  THRU  PL-SORT-RTN-EXIT.
           PERFORM  PL-UPD-RTN   THRU  PL-UPD-RTN-EXIT.
           PERFORM  PL-PRT-RTN   THRU  PL-PRT-RTN-EXIT.
           CALL "SD_Output" USING
            "E-ME8" E-ME8 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO R-05.
      *
      *    PL-LOAD-RTN  -  the warehouse's open bins into BN-TBL,
      *    then one PTWF pass: a task already listed into one of
      *    them and not yet put away counts against its bin; a task
      *    not yet listed, for this warehouse or none, joins PT-TBL.
      *
       PL-LOAD-RTN.
           MOVE  ZERO  TO BN-CNT BN-OVFL PT-CNT PT-OVFL.
           INITIALIZE BN-TBL PT-TBL.
           CALL "DB_F_Close" USING
            BY REFERENCE BIN-M_IDLST BIN-M_PNAME1.
           CALL "DB_F_Open" USING
            "INPUT" BIN-M_PNAME1 " " BY REFERENCE BIN-M_IDLST "0".
       PL-LOAD-010.
           CALL "DB_Read" USING
            "AT END" BIN-M_PNAME1 BY REFERENCE BIN-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO PL-LOAD-020
           END-IF
           IF  BIN-WH NOT = A-WH  OR  BIN-STAT NOT = 0
               GO TO PL-LOAD-010
           END-IF
           IF  BN-CNT NOT < 1000
               ADD  1  TO BN-OVFL
               GO TO PL-LOAD-010
           END-IF
           ADD   1         TO BN-CNT.
           MOVE  BIN-CD    TO BN-CD(BN-CNT).
           MOVE  BIN-ZONE  TO BN-ZONE(BN-CNT).
           MOVE  BIN-SEQ   TO BN-SEQ(BN-CNT).
           MOVE  BIN-TYPE  TO BN-TYPE(BN-CNT).
           MOVE  BIN-HCD   TO BN-HCD(BN-CNT).
           MOVE  BIN-CAP   TO BN-CAP(BN-CNT).
           MOVE  BIN-QTY   TO BN-QTY(BN-CNT).
           GO TO PL-LOAD-010.
       PL-LOAD-020.
           CALL "DB_F_Close" USING
            BY REFERENCE BIN-M_IDLST BIN-M_PNAME1.
           CALL "DB_F_Open" USING
            "I-O" BIN-M_PNAME1 "SHARED" BY REFERENCE BIN-M_IDLST "1"
            "BIN-KEY" BY REFERENCE BIN-KEY.
           CALL "DB_F_Close" USING
            BY REFERENCE PTWF_IDLST PTWF_PNAME1.
           CALL "DB_F_Open" USING
            "INPUT" PTWF_PNAME1 " " BY REFERENCE PTWF_IDLST "0".
       PL-LOAD-030.
           CALL "DB_Read" USING
            "AT END" PTWF_PNAME1 BY REFERENCE PTW-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO PL-LOAD-050
           END-IF
           IF  PTW-STAT = 1  AND  PTW-WH = A-WH
               GO TO PL-LOAD-040
           END-IF
           IF  PTW-STAT NOT = 0
               GO TO PL-LOAD-030
           END-IF
           IF  PTW-WH NOT = A-WH  AND  PTW-WH NOT = ZERO
               GO TO PL-LOAD-030
           END-IF
           IF  PT-CNT NOT < 1000
               ADD  1  TO PT-OVFL
               GO TO PL-LOAD-030
           END-IF
           ADD   1         TO PT-CNT.
           MOVE  PTW-HCD   TO PT-HCD(PT-CNT).
           MOVE  PTW-DATE  TO PT-DATE(PT-CNT).
           MOVE  PTW-TIME  TO PT-TIME(PT-CNT).
           MOVE  PTW-LN    TO PT-LN(PT-CNT).
           MOVE  PTW-QTY   TO PT-QTY(PT-CNT).
           GO TO PL-LOAD-030.
       PL-LOAD-040.
           MOVE  1  TO BN-IX.
       PL-LOAD-045.
           IF  BN-IX > BN-CNT
               GO TO PL-LOAD-030
           END-IF
           IF  BN-CD(BN-IX) = PTW-SBIN
               ADD  PTW-QTY  TO BN-QTY(BN-IX)
               IF  BN-TYPE(BN-IX) = 2  AND  BN-HCD(BN-IX) = ZERO
                   MOVE  PTW-HCD  TO BN-HCD(BN-IX)
               END-IF
               GO TO PL-LOAD-030
           END-IF
           ADD  1  TO BN-IX.
           GO TO PL-LOAD-045.
       PL-LOAD-050.
           CALL "DB_F_Close" USING
            BY REFERENCE PTWF_IDLST PTWF_PNAME1.
           CALL "DB_F_Open" USING
            "I-O" PTWF_PNAME1 "SHARED" BY REFERENCE PTWF_IDLST "1"
            "PTW-KEY" BY REFERENCE PTW-KEY.
       PL-LOAD-RTN-EXIT.
           EXIT.
      *
      *    PL-SUG-RTN  -  a bin for each listed task in receipt
      *    order: the home bin if its room takes the pairs, else
      *    the earliest overflow bin on the walk that is empty or
      *    holds the item and has the room.  capacity zero is a bin
      *    with no limit.  the chosen bin takes the pairs at once.
      *
       PL-SUG-RTN.
           MOVE  1  TO PT-IX.
       PL-SUG-010.
           IF  PT-IX > PT-CNT
               GO TO PL-SUG-RTN-EXIT
           END-IF
           MOVE  ZERO  TO BN-HX BN-OX.
           MOVE  1     TO BN-IX.
       PL-SUG-020.
           IF  BN-IX > BN-CNT
               GO TO PL-SUG-030
           END-IF
           IF  BN-CAP(BN-IX) NOT = ZERO  AND
               BN-QTY(BN-IX) + PT-QTY(PT-IX) > BN-CAP(BN-IX)
               GO TO PL-SUG-025
           END-IF
           IF  BN-TYPE(BN-IX) = 1  AND  BN-HCD(BN-IX) = PT-HCD(PT-IX)
               MOVE  BN-IX  TO BN-HX
               GO TO PL-SUG-030
           END-IF
           IF  BN-TYPE(BN-IX) = 2  AND
               (BN-HCD(BN-IX) = ZERO  OR
                BN-HCD(BN-IX) = PT-HCD(PT-IX))
               IF  BN-OX = ZERO
                   MOVE  BN-IX  TO BN-OX
               ELSE
                   IF  BN-SEQ(BN-IX) < BN-SEQ(BN-OX)
                       MOVE  BN-IX  TO BN-OX
                   END-IF
               END-IF
           END-IF.
       PL-SUG-025.
           ADD  1  TO BN-IX.
           GO TO PL-SUG-020.
       PL-SUG-030.
           IF  BN-HX NOT = ZERO
               MOVE  BN-HX  TO BN-IX
               MOVE  1      TO PT-KIND(PT-IX)
               GO TO PL-SUG-040
           END-IF
           IF  BN-OX NOT = ZERO
               MOVE  BN-OX  TO BN-IX
               MOVE  2      TO PT-KIND(PT-IX)
               GO TO PL-SUG-040
           END-IF
           MOVE  99999  TO PT-SEQ(PT-IX).
           MOVE  SPACE  TO PT-BIN(PT-IX) PT-ZONE(PT-IX).
           MOVE  ZERO   TO PT-KIND(PT-IX).
           GO TO PL-SUG-050.
       PL-SUG-040.
           MOVE  BN-SEQ(BN-IX)   TO PT-SEQ(PT-IX).
           MOVE  BN-CD(BN-IX)    TO PT-BIN(PT-IX).
           MOVE  BN-ZONE(BN-IX)  TO PT-ZONE(PT-IX).
           ADD   PT-QTY(PT-IX)   TO BN-QTY(BN-IX).
           IF  BN-HCD(BN-IX) = ZERO
               MOVE  PT-HCD(PT-IX)  TO BN-HCD(BN-IX)
           END-IF.
       PL-SUG-050.
           ADD  1  TO PT-IX.
           GO TO PL-SUG-010.
       PL-SUG-RTN-EXIT.
           EXIT.
      *
       PL-SORT-RTN.
           IF  PT-CNT < 2
               GO TO PL-SORT-RTN-EXIT
           END-IF
           COMPUTE  PT-LIMIT = PT-CNT - 1.
           MOVE  1  TO PT-IX.
       PL-SORT-010.
           IF  PT-IX > PT-LIMIT
               GO TO PL-SORT-RTN-EXIT
           END-IF
           COMPUTE  PT-JX = PT-IX + 1.
       PL-SORT-020.
           IF  PT-JX > PT-CNT
               ADD  1  TO PT-IX
               GO TO PL-SORT-010
           END-IF
           IF  PT-SRTKEY(PT-JX) < PT-SRTKEY(PT-IX)
               MOVE  PT-ENT(PT-IX)  TO PT-TMP
               MOVE  PT-ENT(PT-JX)  TO PT-ENT(PT-IX)
               MOVE  PT-TMP         TO PT-ENT(PT-JX)
           END-IF
           ADD  1  TO PT-JX.
           GO TO PL-SORT-020.
       PL-SORT-RTN-EXIT.
           EXIT.
      *
      *    PL-UPD-RTN  -  every task given a bin is marked listed
      *    with its suggestion and the list's warehouse; a task with
      *    no bin is left as it was for the next list.
      *
       PL-UPD-RTN.
           MOVE  1  TO PT-IX.
       PL-UPD-010.
           IF  PT-IX > PT-CNT
               GO TO PL-UPD-RTN-EXIT
           END-IF
           IF  PT-KIND(PT-IX) = ZERO
               GO TO PL-UPD-020
           END-IF
           MOVE  PT-KEY(PT-IX)  TO PTW-KEY.
           CALL "DB_Read" USING
            "INVALID KEY" PTWF_PNAME1 BY REFERENCE PTW-R " "
            RETURNING RET.
           IF  RET = 0  AND  PTW-STAT = 0
               MOVE  1              TO PTW-STAT
               MOVE  A-WH           TO PTW-WH
               MOVE  PT-BIN(PT-IX)  TO PTW-SBIN
               CALL "DB_Update" USING
                PTWF_PNAME1 PTWF_LNAME PTW-R RETURNING RET
           END-IF.
       PL-UPD-020.
           ADD  1  TO PT-IX.
           GO TO PL-UPD-010.
       PL-UPD-RTN-EXIT.
           EXIT.
      *
       PL-PRT-RTN.
           CALL "PR_Open" RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-PL-HD   TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  A-WH         TO WORK-PL-WH.
           MOVE  W-TODAY      TO WORK-PL-DATE.
           MOVE  WORK-PL-SUB  TO PRN-R (11:26).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-PL-COLHD  TO PRN-R (11:119).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  ZERO  TO PT-LCNT PT-TQTY.
           MOVE  1  TO PT-IX.
       PL-PRT-010.
           IF  PT-IX > PT-CNT
               GO TO PL-PRT-020
           END-IF
           MOVE  PT-HCD(PT-IX)  TO SHM-01.
           CALL "DB_Read" USING
            "INVALID KEY" SHM_PNAME1 BY REFERENCE SHM-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  SPACE  TO SHM-02
           END-IF
           MOVE  SPACE            TO PRN-R.
           MOVE  PT-ZONE(PT-IX)   TO WORK-PL-ZONE.
           MOVE  PT-SEQ(PT-IX)    TO WORK-PL-SEQ.
           MOVE  PT-BIN(PT-IX)    TO WORK-PL-BIN.
           MOVE  PT-HCD(PT-IX)    TO WORK-PL-HCD.
           MOVE  SHM-02           TO WORK-PL-HNAME.
           MOVE  PT-QTY(PT-IX)    TO WORK-PL-QTY.
           IF  PT-KIND(PT-IX) = 1
               MOVE  "HOME"  TO WORK-PL-KIND
           END-IF
           IF  PT-KIND(PT-IX) = 2
               MOVE  "OVFL"  TO WORK-PL-KIND
           END-IF
           IF  PT-KIND(PT-IX) = 0
               MOVE  "NONE"  TO WORK-PL-KIND
               MOVE  ZERO    TO WORK-PL-SEQ
           END-IF
           MOVE  PT-DATE(PT-IX)   TO WORK-PL-TDATE.
           MOVE  PT-TIME(PT-IX)   TO WORK-PL-TTIME.
           MOVE  PT-LN(PT-IX)     TO WORK-PL-TLN.
           MOVE  WORK-PL          TO PRN-R (11:119).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           ADD  1              TO PT-LCNT.
           ADD  PT-QTY(PT-IX)  TO PT-TQTY.
           ADD  1  TO PT-IX.
           GO TO PL-PRT-010.
       PL-PRT-020.
           MOVE  SPACE        TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  PT-LCNT      TO WORK-PL-TCNT.
           MOVE  PT-TQTY      TO WORK-PL-TQTY.
           MOVE  WORK-PL-TOT  TO PRN-R (11:28).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           IF  PT-OVFL NOT = ZERO
               MOVE  SPACE        TO PRN-R
               MOVE  PT-OVFL      TO WORK-PL-OVFL
               MOVE  WORK-PL-OV   TO PRN-R (11:33)
               CALL "PR_Write" USING PRN-R RETURNING RESP
           END-IF
           IF  BN-OVFL NOT = ZERO
               MOVE  SPACE        TO PRN-R
               MOVE  BN-OVFL      TO WORK-PL-BOVFL
               MOVE  WORK-PL-BOV  TO PRN-R (11:33)
               CALL "PR_Write" USING PRN-R RETURNING RESP
           END-IF
           CALL "PR_Close" RETURNING RESP.
       PL-PRT-RTN-EXIT.
           EXIT.
      *
      *    mode 2: confirmation by task.
      *
       I-10.
           CALL "SD_Accept" USING BY REFERENCE A-TDATEF "A-TDATEF" "9"
            "8" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-08
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO I-10
           END-IF
           IF  A-TDATE = ZERO
               GO TO I-10
           END-IF.
       I-11.
           CALL "SD_Accept" USING BY REFERENCE A-TTIMEF "A-TTIMEF" "9"
            "8" BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO I-10
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO I-11
           END-IF.
       I-12.
           CALL "SD_Accept" USING BY REFERENCE A-TLNF "A-TLNF" "9" "4"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO I-11
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO I-12
           END-IF
           MOVE  A-TDATE  TO PTW-DATE.
           MOVE  A-TTIME  TO PTW-TIME.
           MOVE  A-TLN    TO PTW-LN.
           CALL "DB_Read" USING
            "INVALID KEY" PTWF_PNAME1 BY REFERENCE PTW-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               CALL "SD_Output" USING
                "E-ME1" E-ME1 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO I-10
           END-IF
           IF  PTW-STAT = 2
               CALL "SD_Output" USING
                "E-ME2" E-ME2 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO I-10
           END-IF
           MOVE  PTW-HCD  TO SHM-01.
           CALL "DB_Read" USING
            "INVALID KEY" SHM_PNAME1 BY REFERENCE SHM-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  SPACE  TO SHM-02
           END-IF
           CALL "SD_Output" USING "C-DSP" C-DSP "p" RETURNING RESU.
           MOVE  PTW-WH    TO A-WH.
           MOVE  PTW-SBIN  TO A-BIN.
           MOVE  PTW-QTY   TO A-QTY.
       I-13.
           CALL "SD_Accept" USING BY REFERENCE A-WHF "A-WHF" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO I-12
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO I-13
           END-IF
           IF  A-WH = ZERO
               GO TO I-13
           END-IF.
       I-14.
           CALL "SD_Accept" USING BY REFERENCE A-BINF "A-BINF" "X" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO I-13
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO I-14
           END-IF
           IF  A-BIN = SPACE
               GO TO I-14
           END-IF
           MOVE  A-WH   TO PA-WH.
           MOVE  A-BIN  TO PA-BIN.
           PERFORM  PA-BIN-RTN  THRU  PA-BIN-RTN-EXIT.
           IF  PA-ERR = 3
               CALL "SD_Output" USING
                "E-ME3" E-ME3 "p" RETURNING RESU
           END-IF
           IF  PA-ERR = 4
               CALL "SD_Output" USING
                "E-ME4" E-ME4 "p" RETURNING RESU
           END-IF
           IF  PA-ERR = 5
               CALL "SD_Output" USING
                "E-ME5" E-ME5 "p" RETURNING RESU
           END-IF
           IF  PA-ERR = 6
               CALL "SD_Output" USING
                "E-ME6" E-ME6 "p" RETURNING RESU
           END-IF
           IF  PA-ERR NOT = ZERO
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO I-14
           END-IF.
       I-15.
           CALL "SD_Accept" USING BY REFERENCE A-QTYF "A-QTYF" "9" "6"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO I-14
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO I-15
           END-IF
           IF  A-QTY = ZERO
               GO TO I-15
           END-IF
           IF  A-QTY > PTW-QTY
               CALL "SD_Output" USING
                "E-ME7" E-ME7 "p" RETURNING RESU
               CALL "SD_Output" USING
                "E-ME99" E-ME99 "p" RETURNING RESU
               GO TO I-15
           END-IF.
       I-30.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO I-15
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO I-30
           END-IF
           IF  M-DMM NOT = 1  AND  9
               GO TO I-30
           END-IF
           IF  M-DMM = 9
               GO TO R-05
           END-IF
           MOVE  A-WH   TO PA-WH.
           MOVE  A-BIN  TO PA-BIN.
           MOVE  A-QTY  TO PA-QTY.
           PERFORM  PA-APPLY-RTN  THRU  PA-APPLY-RTN-EXIT.
           IF  PA-ERR = 2
               CALL "SD_Output" USING
                "E-ME2" E-ME2 "p" RETURNING RESU
           ELSE
               CALL "SD_Output" USING
                "E-ME8" E-ME8 "p" RETURNING RESU
           END-IF
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO R-05.
      *
      *    PA-BIN-RTN  -  PA-ERR 3 to 6 when bin PA-BIN in warehouse
      *    PA-WH cannot take task PTW-R's item, zero when it can.
      *
       PA-BIN-RTN.
           MOVE  ZERO    TO PA-ERR.
           MOVE  PA-WH   TO BIN-WH.
           MOVE  PA-BIN  TO BIN-CD.
           CALL "DB_Read" USING
            "INVALID KEY" BIN-M_PNAME1 BY REFERENCE BIN-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  3  TO PA-ERR
               GO TO PA-BIN-RTN-EXIT
           END-IF
           IF  BIN-STAT NOT = 0
               MOVE  4  TO PA-ERR
               GO TO PA-BIN-RTN-EXIT
           END-IF
           IF  BIN-TYPE = 1  AND  BIN-HCD NOT = PTW-HCD
               MOVE  5  TO PA-ERR
               GO TO PA-BIN-RTN-EXIT
           END-IF
           IF  BIN-TYPE = 2  AND  BIN-QTY > ZERO  AND
               BIN-HCD NOT = ZERO  AND  BIN-HCD NOT = PTW-HCD
               MOVE  6  TO PA-ERR
           END-IF.
       PA-BIN-RTN-EXIT.
           EXIT.
      *
      *    PA-APPLY-RTN  -  puts PA-QTY pairs of task PTW-KEY away
      *    into bin PA-BIN of warehouse PA-WH: the bin takes the
      *    pairs, the task closes for them, and what is left of the
      *    task goes back on the dock as a new line under the same
      *    receipt date and time.  PA-ERR 2 if the task was put
      *    away meanwhile.
      *
       PA-APPLY-RTN.
           MOVE  ZERO  TO PA-ERR.
           CALL "DB_Read" USING
            "INVALID KEY" PTWF_PNAME1 BY REFERENCE PTW-R " "
            RETURNING RET.
           IF  RET = 1
               MOVE  1  TO PA-ERR
               GO TO PA-APPLY-RTN-EXIT
           END-IF
           IF  PTW-STAT = 2
               MOVE  2  TO PA-ERR
               GO TO PA-APPLY-RTN-EXIT
           END-IF
           MOVE  PA-WH   TO BIN-WH.
           MOVE  PA-BIN  TO BIN-CD.
           CALL "DB_Read" USING
            "INVALID KEY" BIN-M_PNAME1 BY REFERENCE BIN-R " "
            RETURNING RET.
           IF  RET = 0
               IF  BIN-QTY + PA-QTY > 99999
                   MOVE  99999  TO BIN-QTY
               ELSE
                   ADD  PA-QTY  TO BIN-QTY
               END-IF
               IF  BIN-TYPE = 2
                   MOVE  PTW-HCD  TO BIN-HCD
               END-IF
               MOVE  W-TODAY  TO BIN-DATE
               MOVE  USER_ID  TO BIN-USER
               CALL "DB_Update" USING
                BIN-M_PNAME1 BIN-M_LNAME BIN-R RETURNING RET
           END-IF
           COMPUTE  PA-REST = PTW-QTY - PA-QTY.
           ACCEPT  W-NOWT  FROM  TIME.
           MOVE  PA-WH    TO PTW-WH.
           MOVE  PA-BIN   TO PTW-ABIN.
           MOVE  PA-QTY   TO PTW-AQTY PTW-QTY.
           MOVE  2        TO PTW-STAT.
           MOVE  W-TODAY  TO PTW-CDATE.
           COMPUTE  PTW-CTIME = W-NOWHH * 100 + W-NOWMI.
           MOVE  USER_ID  TO PTW-USER.
           CALL "DB_Update" USING
            PTWF_PNAME1 PTWF_LNAME PTW-R RETURNING RET.
           IF  PA-REST = ZERO
               GO TO PA-APPLY-RTN-EXIT
           END-IF
           MOVE  PTW-R  TO W-PTWR.
       PA-APPLY-010.
           IF  PTW-LN NOT < 9999
               GO TO PA-APPLY-RTN-EXIT
           END-IF
           ADD  1  TO PTW-LN.
           CALL "DB_Read" USING
            "INVALID KEY" PTWF_PNAME1 BY REFERENCE PTW-R "UNLOCK"
            RETURNING RET.
           IF  RET = 0
               GO TO PA-APPLY-010
           END-IF
           MOVE  PTW-KEY  TO W-PTWR (1:20).
           MOVE  W-PTWR   TO PTW-R.
           MOVE  PA-REST  TO PTW-QTY.
           MOVE  SPACE    TO PTW-SBIN PTW-ABIN PTW-USER.
           MOVE  ZERO     TO PTW-AQTY PTW-STAT PTW-CDATE PTW-CTIME.
           CALL "DB_Insert" USING
            PTWF_PNAME1 PTWF_LNAME PTW-R RETURNING RET.
       PA-APPLY-RTN-EXIT.
           EXIT.
      *
      *    mode 3: the handheld import.
      *
       S-20.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-08
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO S-20
           END-IF
           IF  M-DMM NOT = 1  AND  9
               GO TO S-20
           END-IF
           IF  M-DMM = 9
               GO TO R-05
           END-IF
           MOVE  ZERO  TO READCNT UPDCNT SKPCNT EXC-CNT HDR-SW.
           CALL "DB_F_Open" USING
            "INPUT" PTCSV_PNAME1 " " BY REFERENCE PTCSV_IDLST "0".
           PERFORM  PI-READ-RTN  THRU  PI-READ-RTN-EXIT.
           CALL "DB_F_Close" USING
            BY REFERENCE PTCSV_IDLST PTCSV_PNAME1.
           PERFORM  PI-PRT-RTN   THRU  PI-PRT-RTN-EXIT.
           CALL "SD_Output" USING
            "E-ME8" E-ME8 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO R-05.
      *
      *    PI-READ-RTN  -  one line per carton set; the heading line
      *    is skipped.  a line that does not split into its six
      *    fields, or fails any mode 2 check, is listed with the
      *    reason and the feed carries on.
      *
       PI-READ-RTN.
           CALL "DB_Read" USING
            "AT END" PTCSV_PNAME1 BY REFERENCE CSV-LINE " "
            RETURNING RET.
           IF  RET = 1
               GO TO PI-READ-RTN-EXIT
           END-IF
           IF  HDR-SW = 0
               MOVE  1  TO HDR-SW
               GO TO PI-READ-RTN
           END-IF
           ADD  1  TO READCNT.
           MOVE  SPACE  TO CSV-F.
           UNSTRING CSV-LINE DELIMITED BY ","
               INTO CSV-F01 CSV-F02 CSV-F03 CSV-F04 CSV-F05 CSV-F06.
           MOVE  ZERO  TO CSV-LEN-TBL.
           INSPECT CSV-F01 TALLYING CSV-LN01 FOR CHARACTERS
            BEFORE INITIAL SPACE.
           INSPECT CSV-F02 TALLYING CSV-LN02 FOR CHARACTERS
            BEFORE INITIAL SPACE.
           INSPECT CSV-F03 TALLYING CSV-LN03 FOR CHARACTERS
            BEFORE INITIAL SPACE.
           INSPECT CSV-F04 TALLYING CSV-LN04 FOR CHARACTERS
            BEFORE INITIAL SPACE.
           INSPECT CSV-F05 TALLYING CSV-LN05 FOR CHARACTERS
            BEFORE INITIAL SPACE.
           INSPECT CSV-F06 TALLYING CSV-LN06 FOR CHARACTERS
            BEFORE INITIAL SPACE.
           IF  CSV-LN01 = 0 OR CSV-F01(1:CSV-LN01) NOT NUMERIC OR
               CSV-LN02 = 0 OR CSV-F02(1:CSV-LN02) NOT NUMERIC OR
               CSV-LN03 = 0 OR CSV-F03(1:CSV-LN03) NOT NUMERIC OR
               CSV-LN04 = 0 OR CSV-F04(1:CSV-LN04) NOT NUMERIC OR
               CSV-LN05 = 0 OR CSV-LN05 > 6 OR
               CSV-LN06 = 0 OR CSV-F06(1:CSV-LN06) NOT NUMERIC
               ADD  1  TO SKPCNT
               IF  EXC-CNT < 200
                   ADD  1  TO EXC-CNT
                   MOVE  READCNT        TO EXC-LINE(EXC-CNT)
                   MOVE  "NON-NUMERIC FIELD IN LINE"
                                        TO EXC-TEXT(EXC-CNT)
               END-IF
               GO TO PI-READ-RTN
           END-IF
           MOVE  CSV-F01(1:CSV-LN01)  TO PTW-DATE.
           MOVE  CSV-F02(1:CSV-LN02)  TO PTW-TIME.
           MOVE  CSV-F03(1:CSV-LN03)  TO PTW-LN.
           MOVE  CSV-F04(1:CSV-LN04)  TO PA-WH.
           MOVE  CSV-F05              TO PA-BIN.
           MOVE  CSV-F06(1:CSV-LN06)  TO PA-QTY.
           MOVE  ZERO  TO PA-ERR.
           CALL "DB_Read" USING
            "INVALID KEY" PTWF_PNAME1 BY REFERENCE PTW-R "UNLOCK"
            RETURNING RET.
           IF  RET = 1
               MOVE  1  TO PA-ERR
               GO TO PI-READ-010
           END-IF
           IF  PTW-STAT = 2
               MOVE  2  TO PA-ERR
               GO TO PI-READ-010
           END-IF
           IF  PA-WH = ZERO
               MOVE  PTW-WH  TO PA-WH
           END-IF
           IF  PA-WH = ZERO
               MOVE  8  TO PA-ERR
               GO TO PI-READ-010
           END-IF
           IF  PA-QTY = ZERO  OR  PA-QTY > PTW-QTY
               MOVE  7  TO PA-ERR
               GO TO PI-READ-010
           END-IF
           PERFORM  PA-BIN-RTN  THRU  PA-BIN-RTN-EXIT.
           IF  PA-ERR NOT = ZERO
               GO TO PI-READ-010
           END-IF
           PERFORM  PA-APPLY-RTN  THRU  PA-APPLY-RTN-EXIT.
       PI-READ-010.
           IF  PA-ERR = ZERO
               ADD  1  TO UPDCNT
               GO TO PI-READ-RTN
           END-IF
           ADD  1  TO SKPCNT.
           IF  EXC-CNT < 200
               ADD  1  TO EXC-CNT
               MOVE  READCNT         TO EXC-LINE(EXC-CNT)
               MOVE  PA-MSG(PA-ERR)  TO EXC-TEXT(EXC-CNT)
           END-IF
           GO TO PI-READ-RTN.
       PI-READ-RTN-EXIT.
           EXIT.
      *
      *    PI-PRT-RTN  -  the run summary and, under it, the lines
      *    turned away.
      *
       PI-PRT-RTN.
           CALL "PR_Open" RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-PI-HD     TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  READCNT        TO WORK-PI-RD.
           MOVE  UPDCNT         TO WORK-PI-UPD.
           MOVE  SKPCNT         TO WORK-PI-SKP.
           MOVE  WORK-PI-TOT    TO PRN-R (11:51).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           IF  EXC-CNT = 0
               GO TO PI-PRT-020
           END-IF
           MOVE  SPACE          TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-EXC-HD    TO PRN-R (11:40).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  1  TO EXC-IX.
       PI-PRT-010.
           IF  EXC-IX > EXC-CNT
               GO TO PI-PRT-020
           END-IF
           MOVE  SPACE             TO PRN-R WORK-EXC.
           MOVE  EXC-LINE(EXC-IX)  TO WORK-EXC-LINE.
           MOVE  EXC-TEXT(EXC-IX)  TO WORK-EXC-TEXT.
           MOVE  WORK-EXC          TO PRN-R (11:48).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           ADD  1  TO EXC-IX.
           GO TO PI-PRT-010.
       PI-PRT-020.
           CALL "PR_Close" RETURNING RESP.
       PI-PRT-RTN-EXIT.
           EXIT.
      *
      *    mode 4: the dock exception list.
      *
       X-10.
           CALL "SD_Accept" USING BY REFERENCE A-HRSF "A-HRSF" "9" "3"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO R-08
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO X-10
           END-IF
           IF  A-HRS = ZERO
               MOVE  24  TO A-HRS
               CALL "SD_Output" USING
                "A-HRSF" A-HRSF "p" RETURNING RESU
           END-IF.
       X-20.
           CALL "SD_Accept" USING BY REFERENCE A-DMM "A-DMM" "9" "1"
            BY REFERENCE ESTAT RETURNING RESU.
           IF  ESTAT = BTB
               GO TO X-10
           END-IF
           IF  ESTAT NOT = HTB AND SKP
               GO TO X-20
           END-IF
           IF  M-DMM NOT = 1  AND  9
               GO TO X-20
           END-IF
           IF  M-DMM = 9
               GO TO R-05
           END-IF
           PERFORM  XL-PRT-RTN  THRU  XL-PRT-RTN-EXIT.
           CALL "SD_Output" USING
            "E-ME8" E-ME8 "p" RETURNING RESU.
           CALL "SD_Output" USING
            "E-ME99" E-ME99 "p" RETURNING RESU.
           GO TO R-05.
      *
      *    XL-PRT-RTN  -  one pass of PTWF in receipt order; a task
      *    not put away is aged in whole hours from its receipt
      *    date/hour to now and listed at the keyed age or over.
      *
       XL-PRT-RTN.
           ACCEPT  W-NOWT  FROM  TIME.
           MOVE  W-TODAY  TO DY-DATE.
           PERFORM  DY-RTN  THRU  DY-RTN-EXIT.
           COMPUTE  XH-NOW = DY-SER * 24 + W-NOWHH.
           CALL "PR_Open" RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  WORK-XL-HD   TO PRN-R (11:50).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE        TO PRN-R.
           MOVE  A-HRS        TO WORK-XL-HRS.
           MOVE  W-TODAY      TO WORK-XL-DATE.
           MOVE  WORK-XL-SUB  TO PRN-R (11:38).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  SPACE          TO PRN-R.
           MOVE  WORK-XL-COLHD  TO PRN-R (11:80).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  ZERO  TO PT-LCNT PT-TQTY.
           CALL "DB_F_Close" USING
            BY REFERENCE PTWF_IDLST PTWF_PNAME1.
           CALL "DB_F_Open" USING
            "INPUT" PTWF_PNAME1 " " BY REFERENCE PTWF_IDLST "0".
       XL-PRT-010.
           CALL "DB_Read" USING
            "AT END" PTWF_PNAME1 BY REFERENCE PTW-R " "
            RETURNING RET.
           IF  RET = 1
               GO TO XL-PRT-020
           END-IF
           IF  PTW-STAT = 2
               GO TO XL-PRT-010
           END-IF
           MOVE  PTW-DATE  TO DY-DATE.
           PERFORM  DY-RTN  THRU  DY-RTN-EXIT.
           MOVE  ZERO  TO XH-AGE.
           IF  DY-SER * 24 + PTW-HH < XH-NOW
               COMPUTE  XH-AGE = XH-NOW - DY-SER * 24 - PTW-HH
           END-IF
           IF  XH-AGE < A-HRS
               GO TO XL-PRT-010
           END-IF
           MOVE  SPACE      TO PRN-R.
           MOVE  PTW-DATE   TO WORK-XL-TDATE.
           MOVE  PTW-TIME   TO WORK-XL-TTIME.
           MOVE  PTW-LN     TO WORK-XL-TLN.
           IF  PTW-SRC = 1
               MOVE  "LOT"  TO WORK-XL-SRC
           ELSE
               MOVE  "PO "  TO WORK-XL-SRC
           END-IF
           MOVE  PTW-REF    TO WORK-XL-REF.
           MOVE  PTW-HCD    TO WORK-XL-HCD.
           MOVE  PTW-WH     TO WORK-XL-WH.
           MOVE  PTW-QTY    TO WORK-XL-QTY.
           MOVE  PTW-SBIN   TO WORK-XL-SBIN.
           IF  PTW-STAT = 1
               MOVE  "LISTED"      TO WORK-XL-STAT
           ELSE
               MOVE  "NOT LISTED"  TO WORK-XL-STAT
           END-IF
           IF  XH-AGE > 99999
               MOVE  99999   TO WORK-XL-AGE
           ELSE
               MOVE  XH-AGE  TO WORK-XL-AGE
           END-IF
           MOVE  WORK-XL    TO PRN-R (11:80).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           ADD  1        TO PT-LCNT.
           ADD  PTW-QTY  TO PT-TQTY.
           GO TO XL-PRT-010.
       XL-PRT-020.
           CALL "DB_F_Close" USING
            BY REFERENCE PTWF_IDLST PTWF_PNAME1.
           CALL "DB_F_Open" USING
            "I-O" PTWF_PNAME1 "SHARED" BY REFERENCE PTWF_IDLST "1"
            "PTW-KEY" BY REFERENCE PTW-KEY.
           MOVE  SPACE        TO PRN-R.
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           MOVE  PT-LCNT      TO WORK-PL-TCNT.
           MOVE  PT-TQTY      TO WORK-PL-TQTY.
           MOVE  WORK-PL-TOT  TO PRN-R (11:28).
           CALL "PR_Write" USING PRN-R RETURNING RESP.
           CALL "PR_Close" RETURNING RESP.
       XL-PRT-RTN-EXIT.
           EXIT.
      *
       DY-RTN.
           COMPUTE  DY-Y1 = DY-YYYY - 1.
           DIVIDE  DY-Y1  BY 4  GIVING DY-Q.
           COMPUTE  DY-SER = DY-YYYY * 365 + DY-Q
                           + DY-CUM(DY-MM) + DY-DD.
           DIVIDE  DY-YYYY  BY 4  GIVING DY-Q  REMAINDER DY-R.
           IF  DY-R = 0  AND  DY-MM > 2
               ADD  1  TO DY-SER
           END-IF.
       DY-RTN-EXIT.
           EXIT.
      *
       R-95.
           CALL "SD_Output" USING "C-CLEAR" C-CLEAR "p" RETURNING RESU.
           CALL "DB_F_Close" USING
            BY REFERENCE PTWF_IDLST PTWF_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE BIN-M_IDLST BIN-M_PNAME1.
           CALL "DB_F_Close" USING
            BY REFERENCE SHM_IDLST SHM_PNAME1.
           CALL "DB_Close".
           STOP RUN.
