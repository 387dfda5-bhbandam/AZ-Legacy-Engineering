      ** THE INPUT TO THIS CICS PROGRAM IS PROVIDED THROUGH A BMS MAP *
      ** THAT IS NAMED WGRVMAP.                                       *
      **                                                              *
      ** RECONCILIATION-BREAK CLEARING. RECONCIL, ACCTPRF AND        *
      ** GLPROOF OPEN BREAKS ON WBBRKDB; THE OPERATOR WORKING A      *
      ** BREAK RECORDS                                                *
      ** THE RESOLUTION HERE AND THE DAILY BRKAGE REPORT STOPS       *
      ** AGING IT. THE COMMAND RIDES IN THE NAME FIELD OF THE        *
      ** GDNAME MAP AS                                                *
          05 BRK-SOURCE-CODE          PIC X(1).
             88 BRK-SOURCE-RECONCIL          VALUE 'R'.
             88 BRK-SOURCE-ACCTPRF           VALUE 'A'.
             88 BRK-SOURCE-GLPROOF           VALUE 'G'.
          05 BRK-SSN                  PIC X(9).
          05 BRK-ACCT-NUM             PIC X(10).
          05 BRK-AMOUNT               PIC S9(13)V99  COMP-3.
                 GO TO SHOW-BREAK-EXIT
           END-EVALUATE.

           EVALUATE TRUE
              WHEN BRK-SOURCE-RECONCIL
                 MOVE 'RECONCIL' TO SOURCE-WORD
              WHEN BRK-SOURCE-GLPROOF
                 MOVE 'GLPROOF ' TO SOURCE-WORD
              WHEN OTHER
                 MOVE 'ACCTPRF ' TO SOURCE-WORD
           END-EVALUATE.
           MOVE BRK-AMOUNT TO EDIT-AMT.
           MOVE SPACES TO GDNMSG1O.
           IF BRK-STATUS-OPEN
