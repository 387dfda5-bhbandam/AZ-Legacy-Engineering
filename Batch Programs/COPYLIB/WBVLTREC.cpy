      *  SCREEN AS CASH MOVES BETWEEN THE VAULT, THE TELLER DRAWERS,  *
      *  THE ATMS AND THE ARMORED CAR, AND BALANCED AGAINST THE       *
      *  CUSTODIAN'S DECLARED CLOSING COUNT BY THE END-OF-DAY         *
      *  VAULTRPT REPORT - THE VAULT'S DRAWRPT. THE CLOSING COUNT IS  *
      *  ENTERED ON THE WGRVBCLS BRANCH CLOSE SCREEN; VAULTRPT USES   *
      *  IT WHEN VDECLIN CARRIES NO COUNT FOR THE BRANCH.             *
      *****************************************************************
       01  WBVLT-RECORD.
           05 VLT-KEY.
           05 VLT-ARMORED-IN              PIC S9(13)V99  COMP-3.
           05 VLT-ARMORED-OUT             PIC S9(13)V99  COMP-3.
           05 VLT-MOVE-COUNT              PIC 9(5).
           05 VLT-CLOSING-COUNT           PIC S9(13)V99  COMP-3.
           05 VLT-CLOSE-DECLARED-SW       PIC X(1).
              88 VLT-CLOSE-DECLARED              VALUE 'Y'.
           05 FILLER                      PIC X(3).
