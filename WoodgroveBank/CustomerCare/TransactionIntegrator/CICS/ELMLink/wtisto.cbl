             10 STO-REQ-FREQUENCY           PIC X(1).
             10 STO-REQ-EXT-ROUTING         PIC X(9).
             10 STO-REQ-EXT-ACCT            PIC X(17).
      *         CLIENT-ASSIGNED ID, ONE PER POSTING - MSCMTICS USES
      *         IT TO ANSWER A REPEATED REQUEST WITHOUT POSTING AGAIN
             10 STO-REQ-CLIENT-ID           PIC X(16).

       PROCEDURE DIVISION.
           MOVE 0 TO SERRORCODE RET-CODE
