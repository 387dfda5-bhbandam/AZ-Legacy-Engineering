          05 OPR-DOLLAR-LIMIT         PIC S9(7)V99 COMP-3.
          05 OPR-BRANCH               PIC X(3).
          05 OPR-FUNC-REVEAL          PIC X(1).
          05 OPR-ACCESS-STATUS        PIC X(1).
             88 OPR-ACCESS-BARRED             VALUE 'S' 'X'.
          05 OPR-STATUS-DATE          PIC 9(8)    COMP-3.
          05 OPR-STATUS-OPID          PIC X(3).
          05 FILLER                   PIC X(2).
       01 ENT-FUNC-CODE               PIC X(1)   VALUE SPACE.
       01 ENT-AMOUNT                  PIC S9(13)V99 COMP-3 VALUE 0.
       01 ENT-ALLOWED-SW              PIC X      VALUE 'N'.

           EVALUATE RESP-CODE
              WHEN 0
      *          A SUSPENDED OR REMOVED OPERATOR HOLDS NO FUNCTIONS
                 IF OPR-ACCESS-BARRED
                    GO TO CHECK-ENTITLEMENT-DENIED
                 END-IF
              WHEN DFHRESP(NOTOPEN)
      *          ENTITLEMENTS NOT INSTALLED IN THIS REGION - RUN
      *          UNRESTRICTED AS BEFORE
