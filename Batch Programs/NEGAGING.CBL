           MOVE WS-WRITEOFF-AMT TO COF-AMOUNT
           MOVE ZERO            TO COF-RECOVERED-AMT
           MOVE 'O'             TO COF-STATUS-CODE
           MOVE ACCOUNT-BRANCH  TO COF-BRANCH
           MOVE SPACES          TO COF-LAST-RECOVERY-DATE

           WRITE WBCOF-RECORD
              INVALID KEY CONTINUE
