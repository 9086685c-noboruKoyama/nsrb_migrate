      *    PRINTER TYPE    :  ------                           *
      *    SCREEN          :  ******                           *
      *        CHANGE      :  26/09/02                         *
      *        CHANGE      :  26/10/15  DECODE NEW SOURCES     *
      *        CHANGE      :  26/10/15  CLAIM POSTING SOURCE   *
      *        CHANGE      :  26/10/15  COD POSTING SOURCE     *
      *        CHANGE      :  26/10/15  RESERVE POSTING SOURCE *
      *    COMPILE TYPE    :  COBOL                            *
      *********************************************************
      *    ledger-side inquiry: the operator keys an HACCNTCD and a
      *    ten to a page, picks one by its page position, and the
      *    screen shows where the line came from, decoded off the
      *    HTEKICD source convention the posting jobs already
      *    follow (700 JTK170 / 701 TAP100 / 702 JHP100 / 703-747
      *    the newer runs / 800 KBY100 / 900 SWC100):
      *      - a 700 line walks back to its JTKLOG run entry by
      *        voucher+date, the real JT-W170 key that produced it;
             WHEN 713  MOVE "BIL100"  TO WORK-ROW-SRC
             WHEN 714  MOVE "CSG100"  TO WORK-ROW-SRC
             WHEN 715  MOVE "RDS100"  TO WORK-ROW-SRC
             WHEN 716  MOVE "CST100"  TO WORK-ROW-SRC
             WHEN 717  MOVE "LCA100"  TO WORK-ROW-SRC
             WHEN 718  MOVE "POR100"  TO WORK-ROW-SRC
             WHEN 719  MOVE "FXR100"  TO WORK-ROW-SRC
             WHEN 720  MOVE "TPY100"  TO WORK-ROW-SRC
             WHEN 721  MOVE "RTV100"  TO WORK-ROW-SRC
             WHEN 722  MOVE "SIV100"  TO WORK-ROW-SRC
             WHEN 723  MOVE "TPY100"  TO WORK-ROW-SRC
             WHEN 724  MOVE "DDB100"  TO WORK-ROW-SRC
             WHEN 725  MOVE "DNS100"  TO WORK-ROW-SRC
             WHEN 726  MOVE "DNS100"  TO WORK-ROW-SRC
             WHEN 727  MOVE "DNS100"  TO WORK-ROW-SRC
             WHEN 728  MOVE "DED100"  TO WORK-ROW-SRC
             WHEN 729  MOVE "DED100"  TO WORK-ROW-SRC
             WHEN 730  MOVE "BRC100"  TO WORK-ROW-SRC
             WHEN 731  MOVE "LSE100"  TO WORK-ROW-SRC
             WHEN 732  MOVE "BDA100"  TO WORK-ROW-SRC
             WHEN 733  MOVE "BDA100"  TO WORK-ROW-SRC
             WHEN 734  MOVE "BDA100"  TO WORK-ROW-SRC
             WHEN 735  MOVE "EXP100"  TO WORK-ROW-SRC
             WHEN 736  MOVE "TPY100"  TO WORK-ROW-SRC
             WHEN 737  MOVE "PAY100"  TO WORK-ROW-SRC
             WHEN 738  MOVE "SLR100"  TO WORK-ROW-SRC
             WHEN 739  MOVE "RYL100"  TO WORK-ROW-SRC
             WHEN 740  MOVE "SMP100"  TO WORK-ROW-SRC
             WHEN 741  MOVE "CLM100"  TO WORK-ROW-SRC
             WHEN 742  MOVE "CLM100"  TO WORK-ROW-SRC
             WHEN 743  MOVE "CLM100"  TO WORK-ROW-SRC
             WHEN 744  MOVE "COD100"  TO WORK-ROW-SRC
             WHEN 745  MOVE "COD100"  TO WORK-ROW-SRC
             WHEN 746  MOVE "COD100"  TO WORK-ROW-SRC
             WHEN 747  MOVE "OBS100"  TO WORK-ROW-SRC
             WHEN 800  MOVE "KBY100"  TO WORK-ROW-SRC
             WHEN 900  MOVE "SWC100"  TO WORK-ROW-SRC
             WHEN OTHER MOVE "MANUAL" TO WORK-ROW-SRC
