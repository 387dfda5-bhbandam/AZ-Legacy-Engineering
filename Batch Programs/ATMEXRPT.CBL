      * extrapartition dataset (WDSPIN-DD): one line per automatic   *
      * reversal (dispense failure or lost session) or rejected      *
      * replay recorded by the ATM programs, with a count and dollar *
      * total trailer. Cassette cash events (low cash, cash out) are *
      * listed with the cash left in the machine and counted apart,  *
      * outside the reversed total.                                  *
      ****************************************************************
      *---------------------
       ENVIRONMENT DIVISION.
              10 WS-TR-AMT-TOTAL PIC Z(10)9.99-.
              10 FILLER        PIC X(59)  VALUE SPACES.

           05 WS-TRAILER-3.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'CASH EVENTS (NOT REVERSED):'.
              10 WS-TR-CASH-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

       01  WS-VARS.
           05 WS-RECORD-COUNT          PIC 9(07)       VALUE ZERO.
           05 WS-TOTAL-AMOUNT          PIC S9(13)V99   VALUE ZERO.
           05 WS-CASH-EVENT-COUNT      PIC 9(07)       VALUE ZERO.

       01  WS-DISPLAY-VARS.
           05 ERR-PGM          PIC X(08)  VALUE 'ATMEXRPT'.
              PERFORM 2500-WRITE-RECORD THRU 2500-EXIT

              ADD 1          TO WS-RECORD-COUNT
              IF DSP-REASON-CASH-EVENT
                 ADD 1          TO WS-CASH-EVENT-COUNT
              ELSE
                 ADD DSP-AMOUNT TO WS-TOTAL-AMOUNT
              END-IF
           END-IF
           .
       2000-EXIT.
           MOVE '3000-HOUSEKEEPING' TO ERR-LOC
           MOVE WS-RECORD-COUNT TO WS-TR-REC-CNT
           MOVE WS-TOTAL-AMOUNT TO WS-TR-AMT-TOTAL
           MOVE WS-CASH-EVENT-COUNT TO WS-TR-CASH-CNT
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-1
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-2
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-3
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-FOOTER

