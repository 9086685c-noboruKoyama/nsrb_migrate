      *    overlays and one of them mis-sized a filler, which put
      *    JSJD-NGP four bytes adrift in every program that copied
      *    the abbreviation.  one shared full layout ends that.
      *    field-for-field identical to JTO35L's own inline copy,
      *    bar JSJD-CASE/CPPC carved from the filler there: the
      *    PPKM prepack case code and pairs per case a line was
      *    ordered and shipped in (JSO100), zero on loose pairs, so
      *    CTN100 labels each intact case as one carton.
       01  JSJD-REC.
           02  JSJD-KEY.
               03  JSJD-01        PIC 9(01).
           02  JSJD-15            PIC N(23).
           02  JSJD-20            PIC X(10).
           02  JSJD-15A           PIC S9(03).
           02  JSJD-CASE          PIC 9(02).
           02  JSJD-CPPC          PIC 9(04).
           02  FILLER             PIC X(12).
           02  JSJD-NGP           PIC 9(08).
           02  JSJD-19            PIC X(01).
           02  JSJD-158           PIC 9(01).
