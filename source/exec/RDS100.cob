      *    PRINTER TYPE    :  JIPS                             *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/09/02                         *
      *        CHANGE      :  26/10/15  VERDICT 3 VIA RTV100   *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    what happens to a returned pair, decided on the record
      *              any-size price) posts to SIWAKH (HTEKICD 715)
      *              through the JCON kind-0 reason map, the kind-4
      *              pattern;
      *            3 RETURN TO SUPPLIER: recorded here; RTV100
      *              raises the RTV slip and the supplier debit
      *              note against the return;
      *          the verdict writes once (JSJDH-DSP) and a return
      *          already dispositioned is refused;
      *      2 = monthly disposition summary by JSJDH-RSN: pairs
