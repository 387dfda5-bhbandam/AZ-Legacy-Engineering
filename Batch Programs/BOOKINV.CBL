           10 FILLER               PIC X.
           10 BOOKS-PUBLISHER-ID   PIC S9(9) USAGE COMP.
           10 FILLER               PIC X.
           10 BOOKS-LIST-PRICE     PIC S9(7)V99 USAGE COMP-3.
           10 FILLER               PIC X.
      *    'A' ACTIVE, 'R' RETIRED - SEE BKBOOKMT
           10 BOOKS-STATUS         PIC X.
              88 BOOKS-ACTIVE              VALUE 'A'.
              88 BOOKS-RETIRED             VALUE 'R'.
           10 FILLER               PIC X.

       FD  RPT-OP
           RECORD CONTAINS 132
