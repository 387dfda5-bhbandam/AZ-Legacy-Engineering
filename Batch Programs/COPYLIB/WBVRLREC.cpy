      *****************************************************************
      *  WBVRLREC - WOODGROVEBANK VARIABLE-RATE LOAN TERMS RECORD     *
      *  LAYOUT, AS STORED IN THE WBVRLDB VSAM FILE. ONE RECORD PER   *
      *  VARIABLE-RATE LOAN, KEYED LIKE THE LOAN; A LOAN WITH NO      *
      *  RECORD IS FIXED-RATE. SET UP ON THE WGRVINDX SCREEN. ON THE  *
      *  NEXT CHANGE DATE THE NIGHTLY LNREPRC RUN REPRICES THE LOAN:  *
      *    - NEW RATE = CURRENT INDEX RATE (WBIDXREC) PLUS MARGIN     *
      *      (A NEGATIVE MARGIN PRICES BELOW THE INDEX)               *
      *    - LIMITED TO THE PER-CHANGE CAP EITHER WAY FROM THE OLD    *
      *      RATE, THEN HELD BETWEEN THE FLOOR AND THE LIFETIME CAP;  *
      *      A ZERO CAP TURNS THAT LIMIT OFF                          *
      *    - THE PAYMENT IS RECAST OVER THE REMAINING TERM AND AN     *
      *      'RC' NOTICE GOES OUT AHEAD OF THE NEXT DUE DATE          *
      *  THE CHANGE DATE THEN ADVANCES BY THE FREQUENCY IN MONTHS.    *
      *  A RATE REDUCTION ON WGRVLMOD LOWERS THE MARGIN BY THE SAME   *
      *  AMOUNT SO THE CONCESSION SURVIVES LATER REPRICINGS.          *
      *****************************************************************
       01  WBVRL-RECORD.
           05 VRL-KEY.
              10 VRL-SSN                  PIC X(9).
              10 VRL-ACCT-NUM             PIC X(10).
           05 VRL-INDEX-CODE              PIC X(04).
           05 VRL-MARGIN                  PIC S9(2)V99   COMP-3.
           05 VRL-CHANGE-FREQ             PIC 9(02).
           05 VRL-NEXT-CHANGE-DATE        PIC X(10).
           05 VRL-FLOOR-RATE              PIC S9(3)V99   COMP-3.
           05 VRL-CAP-RATE                PIC S9(3)V99   COMP-3.
           05 VRL-CHANGE-CAP              PIC S9(2)V99   COMP-3.
           05 VRL-LAST-CHANGE-DATE        PIC X(10).
           05 VRL-LAST-INDEX-RATE         PIC S9(3)V99   COMP-3.
           05 VRL-MAINT-OPID              PIC X(03).
           05 VRL-MAINT-DATE              PIC X(10).
           05 FILLER                      PIC X(12).
