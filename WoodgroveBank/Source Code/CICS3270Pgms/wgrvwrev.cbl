          05 OPR-DOLLAR-LIMIT         PIC S9(7)V99 COMP-3.
          05 OPR-BRANCH               PIC X(3).
          05 OPR-FUNC-REVEAL          PIC X(1).
          05 OPR-ACCESS-STATUS        PIC X(1).
             88 OPR-ACCESS-BARRED             VALUE 'S' 'X'.
          05 OPR-STATUS-DATE          PIC 9(8)    COMP-3.
          05 OPR-STATUS-OPID          PIC X(3).
          05 FILLER                   PIC X(2).
       01 ENT-ALLOWED-SW              PIC X      VALUE 'N'.
          88 ENT-ALLOWED                        VALUE 'Y'.


           EVALUATE RESP-CODE
              WHEN 0
                 IF OPR-ROLE-SUPERVISOR AND NOT OPR-ACCESS-BARRED
                    SET ENT-ALLOWED TO TRUE
                 END-IF
              WHEN DFHRESP(NOTOPEN)
