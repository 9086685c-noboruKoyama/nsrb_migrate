      ************************************
      *****     設 備 投 資 申 請                      *****
      ************************************
      *    capital expenditure request register -- one record per
      *    request, keyed by the request number the asset is later
      *    bought under (FA-CXNO).  CX-BKEY is the BUPL-K budget
      *    line (department/year/line, BU-KEY) the spend is charged
      *    to.  CX-STAT: 8 = awaiting approval (parked on APRF as
      *    kind 6), 1 = approved, 9 = rejected; only an awaiting
      *    request can still be re-keyed.  CX-AAMT is the amount
      *    APR100's second operator approved, CX-ADATE / CX-APPBY
      *    when and by whom.
       01  CXF.
           02  CXF_PNAME1             PIC  X(006) VALUE "CXF".
           02  F                      PIC  X(001).
           02  CXF_LNAME              PIC  X(003) VALUE "CXF".
           02  F                      PIC  X(001).
           02  CXF_KEY1               PIC  X(100) VALUE SPACE.
           02  CXF_SORT               PIC  X(100) VALUE SPACE.
           02  CXF_IDLST              PIC  X(100) VALUE SPACE.
           02  CXF_RES                USAGE  POINTER.
       01  CX-R.
           02  CX-KEY.
               03  CX-NO              PIC  9(06).                       申請番号
           02  CX-DEPT                PIC  9(04).                       申請部門
           02  CX-DESC                PIC  N(20).                       件名
           02  CX-JUST                PIC  N(30).                       理由
           02  CX-ECOST               PIC  9(10).                       見積額
           02  CX-BKEY.
               03  CX-BUCD            PIC  9(02).                       予算部門
               03  CX-YOBI            PIC  9(02).
               03  CX-LINNO           PIC  9(03).                       予算行
           02  CX-RDATE               PIC  9(08).                       申請日
           02  CX-STAT                PIC  9(01).                       状態
           02  CX-AAMT                PIC  9(10).                       承認額
           02  CX-ADATE               PIC  9(08).                       承認日
           02  CX-USER                PIC  X(06).
           02  CX-APPBY               PIC  X(06).
           02  FILLER                 PIC  X(10).
       77  F                          PIC  X(001).
