           05 PCC-ZIP                     PIC 9(5).
           05 PCC-PHONE                   PIC X(13).
           05 PCC-PIN                     PIC X(4).
      *    A DATE OF DEATH STAGED ON WGRVCUSL (PF12) RIDES IN THE SAME
      *    RECORD; A DESKTOP CHANGE NEVER SETS IT
           05 PCC-DEATH-DATE              PIC X(10).

      *****************************************************************
      *  ONE-WAY PIN TRANSFORM - THE CUSTOMER RECORD CARRIES ONLY A   *
             TO NAME OF PEND-REC-KEY.

           PERFORM BUILD-PENDING-CHANGE THRU BUILD-PENDING-CHANGE-EXIT.
           MOVE SPACES TO PCC-DEATH-DATE.

           EXEC CICS WRITE
                     DATASET(WBCPNDDB-DD)
              GO TO STAGE-PENDING-CHANGE-ERROR
           END-IF.

      *    A PENDING DATE OF DEATH MUST BE APPROVED OR WITHDRAWN ON
      *    THE TELLER SCREEN FIRST - REPLACING THE RECORD HERE WOULD
      *    HAND ITS APPROVAL TO THE TELLER WHO ENTERED IT
           IF PCC-DEATH-DATE NOT = SPACES THEN
              EXEC CICS UNLOCK DATASET(WBCPNDDB-DD) END-EXEC
              MOVE 'Date of death pending approval for this customer'
                TO BSTRHELPSTRING
              MOVE 5020 TO SERRORCODE RET-CODE
              GO TO RESTAGE-PENDING-CHANGE-EXIT
           END-IF.

           PERFORM BUILD-PENDING-CHANGE THRU BUILD-PENDING-CHANGE-EXIT.

           EXEC CICS REWRITE
