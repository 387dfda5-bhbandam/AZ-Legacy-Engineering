      *****************************************************************
      *  WBWHLREC - WOODGROVEBANK WATCH-LIST COMPLIANCE HOLD RECORD   *
      *  LAYOUT, AS STORED IN THE WBWHLDDB VSAM FILE. SAME FIELDS/    *
      *  WIDTHS AS THE WHOLD-RECORD COPIES CARRIED IN THE ONLINE      *
      *  PROGRAMS. ONE RECORD PER CUSTOMER, PLACED BY THE WATCH-LIST  *
      *  SCREEN AT ONBOARDING OR BY THE WATCHSCR RESCREEN AFTER A     *
      *  LIST RELOAD, AND CLEARED ON THE WGRVWREV REVIEW SCREEN.      *
      *  WHILE HELD THE CUSTOMER CANNOT OPEN ACCOUNTS.                *
      *****************************************************************
       01  WBWHL-RECORD.
           05 WHL-CUST-ID                 PIC X(10).
           05 WHL-CUST-NAME               PIC X(30).
           05 WHL-WATCH-NAME              PIC X(30).
           05 WHL-DATE                    PIC X(10).
           05 WHL-OPID                    PIC X(3).
           05 WHL-STATUS-CODE             PIC X(1).
              88 WHL-STATUS-HELD                 VALUE 'H'.
              88 WHL-STATUS-CLEARED              VALUE 'C'.
