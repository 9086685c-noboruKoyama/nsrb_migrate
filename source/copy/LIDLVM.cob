      ************************************
      *****     納 品 先 配 送 マ ス タ              *****
      ************************************
      *    delivery-destination shipping master -- the street
      *    address, phone, carrier and usual delivery time slot of
      *    one ship-to, keyed the way TC-M keys it (customer code
      *    plus the JSJD-022 destination code; CCD 001 is the head
      *    office's own address).  kept off TC-M, whose screen has
      *    no room left, and maintained by DLM100.  DLV-CAR is the
      *    CARM carrier the ship-to's parcels go by, zero for our
      *    own trucks; DLV-TSLOT is the carrier's time-slot code
      *    (00 = none).  CEX100 builds the carriers' shipment-data
      *    files from it.
       01  DLVM.
           02  DLVM_PNAME1            PIC  X(006) VALUE "DLVM".
           02  F                      PIC  X(001).
           02  DLVM_LNAME             PIC  X(004) VALUE "DLVM".
           02  F                      PIC  X(001).
           02  DLVM_KEY1              PIC  X(100) VALUE SPACE.
           02  DLVM_SORT              PIC  X(100) VALUE SPACE.
           02  DLVM_IDLST             PIC  X(100) VALUE SPACE.
           02  DLVM_RES               USAGE  POINTER.
       01  DLV-R.
           02  DLV-KEY.
               03  DLV-TCD            PIC  9(04).                       取引先コード
               03  DLV-CCD            PIC  9(03).                       納品先コード
           02  DLV-ZIP                PIC  X(08).                       郵便番号
           02  DLV-ADR1               PIC  N(20).                       住所１
           02  DLV-ADR2               PIC  N(20).                       住所２
           02  DLV-TEL                PIC  X(13).                       電話番号
           02  DLV-CAR                PIC  9(03).                       運送会社C
           02  DLV-TSLOT              PIC  9(02).                       配達時間帯
           02  DLV-USER               PIC  X(06).                       入力者
           02  FILLER                 PIC  X(10).
       77  F                          PIC  X(001).
