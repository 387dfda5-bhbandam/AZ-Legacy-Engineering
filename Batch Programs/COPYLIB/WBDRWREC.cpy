      *  PER BUSINESS DATE, ACCUMULATED BY THE TELLER PROGRAMS AS     *
      *  CASH MOVES, SHOWN ON THE WGRVDRAW INQUIRY DURING THE DAY,    *
      *  AND BALANCED AGAINST THE DECLARED COUNT BY THE END-OF-DAY    *
      *  DRAWRPT REPORT. THE SUPERVISOR RECORDS EACH TELLER'S         *
      *  DECLARED CLOSE-OUT COUNT ON THE WGRVBCLS BRANCH CLOSE        *
      *  SCREEN; DRAWRPT USES IT WHEN DECLIN CARRIES NO COUNT.        *
      *****************************************************************
       01  WBDRW-RECORD.
           05 DRW-KEY.
      *    SERVICING BRANCH, STAMPED FROM THE OPERATOR'S WBOPERDB
      *    BRANCH WHEN THE DRAWER RECORD IS OPENED FOR THE DAY
           05 DRW-BRANCH                  PIC X(3).
           05 DRW-DECLARED-AMT            PIC S9(13)V99  COMP-3.
           05 DRW-DECLARED-SW             PIC X(1).
              88 DRW-COUNT-DECLARED              VALUE 'Y'.
           05 FILLER                      PIC X(2).
