      *****************************************************************
      *  WBBCLREC - WOODGROVEBANK BRANCH CLOSE RECORD LAYOUT, AS      *
      *  STORED IN THE WBBCLSDB VSAM FILE. THE FILE HOLDS TWO KINDS   *
      *  OF RECORD UNDER THE SAME BRANCH/DATE KEY:                    *
      *    - THE BRANCH LIST - ONE ENTRY PER BRANCH WITH A BLANK      *
      *      DATE, LOADED BY THE BATSCHED BRANCH MODE. EVERY BRANCH   *
      *      ON THE LIST MUST CLOSE BEFORE THE NIGHTLY WINDOW STARTS. *
      *    - THE DAY'S CLOSE - ONE RECORD PER BRANCH PER BUSINESS     *
      *      DATE, WRITTEN BY THE WGRVBCLS SUPERVISOR SCREEN ONCE     *
      *      EVERY TELLER DRAWER IS DECLARED AND THE VAULT CLOSING    *
      *      COUNT IS IN, OR BY BATSCHED WHEN A DUTY OFFICER FORCES   *
      *      THE WINDOW PAST A BRANCH THAT NEVER CLOSED.              *
      *  THE WGRVBATW CLOSE PANEL SHOWS WHICH BRANCHES ARE HOLDING    *
      *  THE WINDOW.                                                  *
      *****************************************************************
       01  WBBCL-RECORD.
           05 BCL-KEY.
              10 BCL-BRANCH               PIC X(3).
              10 BCL-DATE                 PIC X(10).
                 88 BCL-LIST-ENTRY               VALUE SPACES.
           05 BCL-BRANCH-NAME             PIC X(30).
           05 BCL-STATUS-CODE             PIC X(1).
              88 BCL-STATUS-CLOSED               VALUE 'C'.
              88 BCL-STATUS-REOPENED             VALUE 'O'.
              88 BCL-STATUS-FORCED               VALUE 'F'.
      *    THE DRAWERS AND VAULT COUNT THE CLOSE WAS TAKEN AGAINST
           05 BCL-DRAWER-COUNT            PIC 9(3).
           05 BCL-DRAWER-TOTAL            PIC S9(13)V99  COMP-3.
           05 BCL-VAULT-COUNT             PIC S9(13)V99  COMP-3.
      *    THE SUPERVISOR WHO CLOSED, OR THE DUTY OFFICER WHO FORCED
           05 BCL-CLOSE-OPID              PIC X(3).
           05 BCL-CLOSE-TIME              PIC X(8).
           05 FILLER                      PIC X(20).
