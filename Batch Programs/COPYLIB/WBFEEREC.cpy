      *****************************************************************
      *  WBFEEREC - WOODGROVEBANK CENTRAL FEE-SCHEDULE RECORD LAYOUT, *
      *  AS STORED IN THE WBFEEDB VSAM FILE. ONE RECORD PER FEE CODE, *
      *  ACCOUNT CLASS, BRANCH AND EFFECTIVE DATE; A BLANK CLASS OR   *
      *  BRANCH MEANS THE ENTRY APPLIES TO ALL. THE EFFECTIVE DATE    *
      *  IS LAST IN THE KEY SO THE DATED ENTRIES OF ONE CLASS/BRANCH  *
      *  READ BACK IN ASCENDING ORDER AND THE LAST ONE NOT IN THE     *
      *  FUTURE WINS. A BRANCH-AND-CLASS ENTRY BEATS A BRANCH ENTRY,  *
      *  WHICH BEATS A CLASS ENTRY, WHICH BEATS THE ALL-ACCOUNTS      *
      *  ENTRY. A ZERO AMOUNT WAIVES THE FEE. MAINTAINED ON THE       *
      *  WGRVFEE SCREEN; READ BY EVERY FEE-POSTING JOB AND ONLINE     *
      *  PATH IN PLACE OF THE COMPILED AND PER-ACCOUNT AMOUNTS, WHICH *
      *  REMAIN AS THE FALLBACK WHEN NO SCHEDULE ENTRY APPLIES.       *
      *                                                               *
      *  FEE CODES                                                    *
      *     ODCH  OVERDRAFT CHARGE (EVERY DEBIT PATH; ALSO THE        *
      *           CEILING ON THE OD CHARGE SET AT ACCOUNT OPENING)    *
      *     RDIF  RETURNED DEPOSITED ITEM FEE          (RDIPOST)      *
      *     XSWD  EXCESS SAVINGS WITHDRAWAL FEE        (SAVWDMON)     *
      *     LBCK  CHECKING LOW-BALANCE SERVICE CHARGE  (SVCCHRG)      *
      *     LBSV  SAVINGS LOW-BALANCE SERVICE CHARGE   (SVCCHRG)      *
      *     ANBF  ACCOUNT ANALYSIS BASE FEE            (ACCTANAL)     *
      *     ANDI  ACCOUNT ANALYSIS PRICE PER DEBIT     (ACCTANAL)     *
      *     ANCI  ACCOUNT ANALYSIS PRICE PER CREDIT    (ACCTANAL)     *
      *     ANSW  ACCOUNT ANALYSIS PRICE PER SWEEP     (ACCTANAL)     *
      *     LATE  LOAN LATE FEE                        (LOANPOST)     *
      *     SDBS  SAFE DEPOSIT BOX ANNUAL RENT - SMALL (SDBBILL)      *
      *     SDBM  SAFE DEPOSIT BOX ANNUAL RENT - MEDIUM               *
      *     SDBL  SAFE DEPOSIT BOX ANNUAL RENT - LARGE                *
      *     SDBX  SAFE DEPOSIT BOX ANNUAL RENT - EXTRA LARGE          *
      *     CKOR  CHECK-STOCK ORDER FEE                (CKORDEXT)     *
      *     IRAL  IRA ANNUAL CONTRIBUTION LIMIT - NOT A FEE; THE     *
      *           ENTRY IN FORCE AT 12/31 OF THE TAX YEAR APPLIES     *
      *           (WGRVADDA, WBDEPOS, ACHPOST)                        *
      *****************************************************************
       01  WBFEE-RECORD.
           05 FEE-KEY.
              10 FEE-CODE                 PIC X(04).
              10 FEE-ACCT-CLASS           PIC X(01).
              10 FEE-BRANCH               PIC X(03).
              10 FEE-EFFECTIVE-DATE       PIC X(10).
           05 FEE-AMOUNT                  PIC S9(5)V99   COMP-3.
           05 FEE-DESC                    PIC X(30).
           05 FEE-MAINT-OPID              PIC X(03).
           05 FEE-MAINT-DATE              PIC X(10).
           05 FILLER                      PIC X(14).
