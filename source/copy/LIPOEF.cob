      ************************************
      *****     発 注 送 信 履 歴 フ ァ イ ル          *****
      ************************************
      *    what EDI100 last sent the supplier for each POF line --
      *    the line as it went out (item, due date, quantities,
      *    prices, status), keyed the same PO number + line as
      *    POF.  a line with no row here is new; one whose POF
      *    image no longer matches is a change; either goes out on
      *    the next PO file and the row takes the new image.
       01  POEF.
           02  POEF_PNAME1            PIC  X(006) VALUE "POEF".
           02  F                      PIC  X(001).
           02  POEF_LNAME             PIC  X(004) VALUE "POEF".
           02  F                      PIC  X(001).
           02  POEF_KEY1              PIC  X(100) VALUE SPACE.
           02  POEF_SORT              PIC  X(100) VALUE SPACE.
           02  POEF_IDLST             PIC  X(100) VALUE SPACE.
           02  POEF_RES               USAGE  POINTER.
       01  POE-R.
           02  POE-KEY.
               03  POE-PONO           PIC  9(06).                       発注番号
               03  POE-LINE           PIC  9(02).                       行番号
           02  POE-TCD                PIC  9(04).                       仕入先コード
           02  POE-IMG.
               03  POE-HCD            PIC  9(06).                       品番コード
               03  POE-DNGP           PIC  9(08).                       納期
               03  POE-OQTY.
                   04  POE-OQ         PIC S9(04)  OCCURS 10.            発注数
               03  POE-TNT.
                   04  POE-TN         PIC  9(05)  OCCURS 10.            単価
               03  POE-CUR            PIC  X(03).                       通貨コード
               03  POE-FTN            PIC  9(05)V99.                    外貨単価
               03  POE-STAT           PIC  9(01).                       状態
           02  POE-SDATE              PIC  9(08).                       送信日
           02  POE-STIME              PIC  9(06).                       送信時刻
           02  POE-SCNT               PIC  9(03).                       送信回数
           02  POE-USER               PIC  X(06).
           02  FILLER                 PIC  X(10).
       77  F                          PIC  X(001).
