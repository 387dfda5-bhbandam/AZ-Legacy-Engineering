          05 USER-DATA.
             10 CLOSE-SSN                   PIC X(9).
             10 CLOSE-ACCT-NUM              PIC X(10).
      *         CLIENT-ASSIGNED ID, ONE PER POSTING - MSCMTICS USES
      *         IT TO ANSWER A REPEATED REQUEST WITHOUT POSTING AGAIN
             10 CLOSE-CLIENT-REQ-ID         PIC X(16).

       PROCEDURE DIVISION.
           MOVE 0 TO SERRORCODE RET-CODE
