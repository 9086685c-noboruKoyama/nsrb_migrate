      *    7 = rejected at review (QHR100), 8 = held for review
      *    (JSI100's outlier gate), 9 = released to JSJDRF by
      *    JSO100's release run.
      *    JSJDS-SRC: 0 = imported order, 1 = a pre-season booking
      *    POR100 turned into suspense when its PO line arrived --
      *    ALO100 allocates those ahead of every imported order.
      *    JSJDS-CASE/CQTY: a line ordered as PPKM prepack cases
      *    carries the case code and number of cases, its JSJDS-111
      *    slots already exploded from the case; ALO100 allocates
      *    it in whole cases only.  both zero on a loose-pair line.
       01  JSJDS-REC.
           02  JSJDS-KEY.
               03  JSJDS-01       PIC 9(01).
               03  JSJDS-122      PIC S9(05).
           02  JSJDS-STAT         PIC 9(01).
           02  JSJDS-CSKU         PIC X(13).
           02  JSJDS-SRC          PIC 9(01).
           02  JSJDS-CASE         PIC 9(02).
           02  JSJDS-CQTY         PIC 9(04).
           02  FILLER             PIC X(03).
       77  F                      PIC X(01).
