      *****************************************************************
      *  WBSDBREC - WOODGROVEBANK SAFE DEPOSIT BOX INVENTORY RECORD   *
      *  LAYOUT, AS STORED IN THE WBSDBXDB VSAM FILE. ONE RECORD PER  *
      *  BOX, KEYED BY BRANCH AND BOX NUMBER. BOXES ARE ADDED,        *
      *  RENTED, SURRENDERED AND DRILLED ON THE WGRVSDBX TELLER       *
      *  SCREEN. THE RENTER IS A CUSTOMER WITH UP TO TWO CO-RENTERS;  *
      *  THE ANNUAL RENT IS DEBITED FROM THE RENTER'S DESIGNATED      *
      *  CHECKING OR SAVINGS ACCOUNT BY THE SDBBILL RUN ON THE RENT   *
      *  DUE DATE, PRICED FROM THE WBFEEDB FEE SCHEDULE BY SIZE       *
      *  (CODES SDBS/SDBM/SDBL/SDBX FOR THE BOX'S BRANCH) WITH THE    *
      *  RENT STORED HERE AS THE FALLBACK. RENT THAT CANNOT BE        *
      *  COLLECTED IS PAST DUE FROM THE DUE DATE; A BOX STILL UNPAID  *
      *  PAST THE GRACE PERIOD IS PUT ON THE DRILLING LIST.           *
      *                                                               *
      *  STATUS   A  AVAILABLE       R  RENTED                        *
      *           P  ON THE DRILLING LIST (RENT UNPAID PAST GRACE)    *
      *           D  DRILLED - CONTENTS TO THE VAULT, AWAITING A NEW  *
      *              LOCK BEFORE IT CAN BE RENTED AGAIN               *
      *****************************************************************
       01  WBSDB-RECORD.
           05 SDB-KEY.
              10 SDB-BRANCH               PIC X(3).
              10 SDB-BOX-NUM              PIC X(5).
           05 SDB-SIZE-CODE               PIC X(1).
              88 SDB-SIZE-SMALL                  VALUE 'S'.
              88 SDB-SIZE-MEDIUM                 VALUE 'M'.
              88 SDB-SIZE-LARGE                  VALUE 'L'.
              88 SDB-SIZE-XLARGE                 VALUE 'X'.
           05 SDB-STATUS-CODE             PIC X(1).
              88 SDB-STATUS-AVAILABLE            VALUE 'A'.
              88 SDB-STATUS-RENTED               VALUE 'R'.
              88 SDB-STATUS-DRILL-LISTED         VALUE 'P'.
              88 SDB-STATUS-DRILLED              VALUE 'D'.
           05 SDB-RENTER-CUST-ID          PIC X(10).
           05 SDB-RENTER-SSN              PIC X(9).
           05 SDB-CORENTER-1-ID           PIC X(10).
           05 SDB-CORENTER-2-ID           PIC X(10).
      *    THE RENTER'S ACCOUNT THE RENT IS DEBITED FROM
           05 SDB-PAY-ACCT-NUM            PIC X(10).
           05 SDB-ANNUAL-RENT             PIC S9(5)V99   COMP-3.
           05 SDB-RENT-DUE-DATE           PIC X(10).
           05 SDB-RENTED-DATE             PIC X(10).
           05 SDB-LAST-PAID-DATE          PIC X(10).
           05 SDB-LAST-PAID-AMT           PIC S9(5)V99   COMP-3.
           05 SDB-NOTICE-DATE             PIC X(10).
           05 SDB-DRILL-LIST-DATE         PIC X(10).
           05 SDB-DRILLED-DATE            PIC X(10).
           05 SDB-MAINT-OPID              PIC X(3).
           05 SDB-MAINT-DATE              PIC X(10).
           05 FILLER                      PIC X(20).
