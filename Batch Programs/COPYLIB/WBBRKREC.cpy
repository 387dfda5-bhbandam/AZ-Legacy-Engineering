      *  EXCEPTION, KEYED BY THE BUSINESS DATE IT SURFACED PLUS A     *
      *  SEQUENCE - TOGETHER THE BREAK ID. RECONCIL WRITES A BREAK    *
      *  FOR AN OUT-OF-BALANCE DAY (SOURCE R, NO ACCOUNT) AND         *
      *  ACCTPRF ONE PER MISMATCHED ACCOUNT (SOURCE A) AND GLPROOF    *
      *  ONE PER GL CONTROL ACCOUNT OUT OF PROOF (SOURCE G, THE GL    *
      *  ACCOUNT IN BRK-ACCT-NUM AND NO SSN); EACH SKIPS A BREAK      *
      *  THAT IS ALREADY OPEN SO THE SAME DIFFERENCE DOES NOT PILE    *
      *  UP EVERY MORNING. OPERATORS CLEAR BREAKS                     *
      *  WITH THE RESOLUTION ON THE WGRVBRK SCREEN, AND THE DAILY     *
      *  BRKAGE REPORT AGES WHATEVER IS STILL OPEN.                   *
      *****************************************************************
           05 BRK-SOURCE-CODE             PIC X(1).
              88 BRK-SOURCE-RECONCIL             VALUE 'R'.
              88 BRK-SOURCE-ACCTPRF              VALUE 'A'.
              88 BRK-SOURCE-GLPROOF              VALUE 'G'.
           05 BRK-SSN                     PIC X(9).
           05 BRK-ACCT-NUM                PIC X(10).
           05 BRK-AMOUNT                  PIC S9(13)V99  COMP-3.
