      *****************************************************************
      *  WBIRAREC - WOODGROVEBANK IRA ACTIVITY RECORD LAYOUT, AS      *
      *  STORED IN THE WBIRADB VSAM FILE. ONE RECORD PER IRA          *
      *  CONTRIBUTION OR DISTRIBUTION, KEYED LIKE THE WBTXNDB ITEM    *
      *  IT POSTED AS, CARRYING THE TAX YEAR THE CONTRIBUTION COUNTS  *
      *  TOWARD (A PRIOR-YEAR CONTRIBUTION IS TAKEN UNTIL APRIL 15)   *
      *  AND FOR A DISTRIBUTION THE 1099-R DISTRIBUTION CODE AND ANY  *
      *  FEDERAL TAX WITHHELD. WRITTEN BY THE TELLER (WGRVADDA), ATM  *
      *  (WBDEPOS) AND ACH (ACHPOST) CREDIT PATHS; READ BY THE        *
      *  YEAR-END YR5498 RUN FOR THE 5498 AND 1099-R NOTICES.         *
      *                                                               *
      *  DISTRIBUTION CODES                                           *
      *     1  EARLY, NO KNOWN EXCEPTION   2  EARLY, EXCEPTION APPLIES*
      *     3  DISABILITY                  4  DEATH                   *
      *     7  NORMAL DISTRIBUTION         G  DIRECT ROLLOVER         *
      *     J  EARLY FROM A ROTH IRA       Q  QUALIFIED ROTH          *
      *     T  ROTH, EXCEPTION APPLIES                                *
      *****************************************************************
       01  WBIRA-RECORD.
           05 IRA-KEY.
              10 IRA-SSN                  PIC X(09).
              10 IRA-ACCT-NUM             PIC X(10).
              10 IRA-ITEM-NUM             PIC S9(7)      COMP-3.
           05 IRA-ACTIVITY-CODE           PIC X(01).
              88 IRA-CONTRIBUTION                   VALUE 'C'.
              88 IRA-DISTRIBUTION                   VALUE 'D'.
           05 IRA-TAX-YEAR                PIC 9(04).
           05 IRA-ACTIVITY-DATE           PIC X(10).
           05 IRA-AMOUNT                  PIC S9(13)V99  COMP-3.
           05 IRA-DIST-CODE               PIC X(01).
           05 IRA-FED-WH                  PIC S9(11)V99  COMP-3.
           05 IRA-PLAN-CODE               PIC X(01).
              88 IRA-PLAN-TRADITIONAL               VALUE 'T' ' '.
              88 IRA-PLAN-ROTH                      VALUE 'R'.
           05 IRA-SOURCE                  PIC X(01).
              88 IRA-SOURCE-TELLER                  VALUE 'T'.
              88 IRA-SOURCE-ATM                     VALUE 'A'.
              88 IRA-SOURCE-ACH                     VALUE 'H'.
           05 IRA-OPID                    PIC X(03).
           05 FILLER                      PIC X(21).
