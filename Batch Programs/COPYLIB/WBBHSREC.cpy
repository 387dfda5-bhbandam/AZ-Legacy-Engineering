      *****************************************************************
      *  WBBHSREC - WOODGROVEBANK ACCOUNT BALANCE HISTORY RECORD      *
      *  LAYOUT, AS STORED IN THE WBBALHST VSAM FILE. ONE RECORD PER  *
      *  ACCOUNT PER BUSINESS DATE (YYYY-MM-DD), WRITTEN BY BALHIST   *
      *  AT THE END OF THE NIGHTLY POSTING: THE CLOSING LEDGER        *
      *  BALANCE, THE ACTIVE WBHOLDDB HOLDS, THE COLLECTED BALANCE    *
      *  NET OF THEM AND THE NUMBER OF ITEMS POSTED THAT DAY. JOBS    *
      *  THAT NEED A PAST BALANCE READ IT HERE INSTEAD OF UNWINDING   *
      *  WBTXNDB FROM TODAY'S BALANCE.                                *
      *****************************************************************
       01  WBBHS-RECORD.
           05 BHS-KEY.
              10 BHS-SSN                  PIC X(9).
              10 BHS-ACCT-NUM             PIC X(10).
              10 BHS-DATE                 PIC X(10).
           05 BHS-ACCT-TYPE-CODE          PIC X(1).
           05 BHS-LEDGER-BAL              PIC S9(13)V99  COMP-3.
           05 BHS-HOLD-AMT                PIC S9(13)V99  COMP-3.
           05 BHS-COLLECTED-BAL           PIC S9(13)V99  COMP-3.
           05 BHS-ITEM-COUNT              PIC S9(7)      COMP-3.
           05 FILLER                      PIC X(10).
