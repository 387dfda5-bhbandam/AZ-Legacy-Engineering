          05 SUPV-OPID                PIC X(3).
          05 SUPV-ROLE                PIC X(1).
             88 SUPV-ROLE-SUPERVISOR          VALUE 'S'.
          05 FILLER                   PIC X(15).
          05 SUPV-ACCESS-STATUS       PIC X(1).
             88 SUPV-ACCESS-BARRED            VALUE 'S' 'X'.
          05 FILLER                   PIC X(10).

       01 CMD-ACTION-TEXT             PIC X(01)   VALUE SPACE.
       01 CMD-SSN-TEXT                PIC X(09)   VALUE SPACES.

           EVALUATE RESP-CODE
              WHEN 0
                 IF NOT SUPV-ROLE-SUPERVISOR OR SUPV-ACCESS-BARRED
                    MOVE 'Legal orders restricted to supervisors'
                                                         TO GDNMSG1O
                    MOVE SPACES TO GDNMSG2O
