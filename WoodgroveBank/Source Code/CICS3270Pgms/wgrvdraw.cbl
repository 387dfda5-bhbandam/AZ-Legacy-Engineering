          05 DRW-CASH-OUT             PIC S9(13)V99  COMP-3.
          05 DRW-TXN-COUNT            PIC 9(5).
          05 DRW-BRANCH               PIC X(3).
          05 DRW-DECLARED-AMT         PIC S9(13)V99  COMP-3.
          05 DRW-DECLARED-SW          PIC X(1).
             88 DRW-COUNT-DECLARED           VALUE 'Y'.
          05 FILLER                   PIC X(2).
       01 DRW-UTIME                   PIC S9(15) COMP-3 VALUE 0.
       01 DRW-TODAY-ISO               PIC X(10)  VALUE SPACES.
       01 DRW-NET-AMT                 PIC S9(13)V99 COMP-3 VALUE 0.
