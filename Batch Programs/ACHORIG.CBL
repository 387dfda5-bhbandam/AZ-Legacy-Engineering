               RECORD KEY   IS LGL-KEY
               FILE STATUS  IS WBLEGLDB-FILE-STATUS.

           SELECT WBFEEDB-FILE
               ASSIGN       TO WBFEEDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS FEE-KEY
               FILE STATUS  IS WBFEEDB-FILE-STATUS WBFEEDB-VSAM-CODE.

           SELECT WBBDATE-FILE
               ASSIGN       TO WBBDATE
               ORGANIZATION IS INDEXED
       FD  WBLEGLDB-FILE.
           COPY WBLGLREC.

       FD  WBFEEDB-FILE.
           COPY WBFEEREC.

       FD  WBBDATE-FILE.
           COPY WBBDTREC.

       01  WBRUNLOG-FILE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-RUN-START-TIME             PIC X(08) VALUE SPACES.

       01  WBFEEDB-FILE-STATUS.
           05  STA-FEE-STAT1             PIC X(01).
           05  STA-FEE-STAT2             PIC X(01).
       01  WBFEEDB-VSAM-CODE.
           05 FEE-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 FEE-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 FEE-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

       01  WBBDATE-FILE-STATUS           PIC X(02) VALUE SPACES.

       01  WBLEGLDB-FILE-STATUS          PIC X(02) VALUE SPACES.
           05 FULL-FREEZE-FLAG PIC X(01)  VALUE 'N'.
              88 ACCOUNT-FULLY-FROZEN     VALUE 'Y'.

      *    CENTRAL FEE SCHEDULE (WBFEEDB) - OPTIONAL; WITHOUT IT
      *    EVERY FEE FALLS BACK TO ITS COMPILED, PARM OR PER-ACCOUNT
      *    AMOUNT
       01  WS-FEE-SCHED-VARS.
           05 FEE-TABLE-FLAG      PIC X(01) VALUE 'N'.
              88 FEE-TABLE-AVAILABLE        VALUE 'Y'.
           05 FEE-SCAN-FLAG       PIC X(01) VALUE 'N'.
              88 FEE-SCAN-DONE              VALUE 'Y'.
           05 WS-SCHED-FEE-CODE   PIC X(04)       VALUE SPACES.
           05 WS-SCHED-CLASS      PIC X(01)       VALUE SPACE.
           05 WS-SCHED-FEE        PIC S9(5)V99    VALUE ZERO.
           05 WS-SCHED-RANK       PIC 9(01)       VALUE ZERO.
           05 WS-SCHED-BEST-RANK  PIC 9(01)       VALUE ZERO.

       01  WS-PARM-VARS.
           05 PARM-FOUND-FLAG     PIC X(01) VALUE 'N'.
              88 PARM-WAS-FOUND             VALUE 'Y'.
           MOVE       'ERROR OPENING WBTXNDB'    TO ERR-MSG
           PERFORM 9996-TXN-ERR-CHK             THRU 9996-EXIT

      *    THE CENTRAL FEE SCHEDULE IS OPTIONAL - WITHOUT IT EVERY
      *    FEE FALLS BACK TO ITS COMPILED OR PARM AMOUNT
           OPEN INPUT WBFEEDB-FILE
           IF WBFEEDB-FILE-STATUS = '00'
              SET FEE-TABLE-AVAILABLE TO TRUE
           END-IF

           PERFORM 1500-APPLY-RETURNS THRU 1500-EXIT

           PERFORM 1800-WRITE-FILE-HEADER THRU 1800-EXIT
           MOVE      'ERROR CLOSING WBTXNDB' TO ERR-MSG
           PERFORM 9996-TXN-ERR-CHK         THRU 9996-EXIT

           IF FEE-TABLE-AVAILABLE
              CLOSE WBFEEDB-FILE
           END-IF

           CLOSE ACHOUT-OP
           MOVE      'ERROR CLOSING ACHOUT'  TO ERR-MSG
           PERFORM 9992-AOF-ERR-CHK         THRU 9992-EXIT
                       SET FUNDS-ARE-OK TO TRUE
                       IF WS-NEW-BALANCE < 0
                          SET OD-CHARGE-DUE TO TRUE
                          PERFORM 8810-PRICE-OD-CHARGE THRU 8810-EXIT
                          COMPUTE WS-NEW-BALANCE =
                                  WS-NEW-BALANCE - ACCOUNT-CHK-OD-CHG
                       END-IF
           .
       8710-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    PRICE A FEE FROM THE CENTRAL FEE SCHEDULE FOR THE ACCOUNT
      *    IN THE RECORD AREA. THE CALLER MOVES THE FEE CODE TO
      *    WS-SCHED-FEE-CODE AND THE FALLBACK AMOUNT TO WS-SCHED-FEE.
      *    OF THE CODE'S ENTRIES ALREADY EFFECTIVE, ONE FOR THE
      *    ACCOUNT'S BRANCH AND CLASS BEATS ONE FOR ITS BRANCH, WHICH
      *    BEATS ONE FOR ITS CLASS, WHICH BEATS THE ALL-ACCOUNTS
      *    ENTRY; AMONG EQUALS THE LATEST EFFECTIVE DATE WINS. THE
      *    FALLBACK STANDS WHEN THE SCHEDULE IS ABSENT OR HAS NO
      *    APPLICABLE ENTRY
       8800-LOOKUP-FEE.
           MOVE ZERO TO WS-SCHED-BEST-RANK
           MOVE 'N'  TO FEE-SCAN-FLAG

           IF NOT FEE-TABLE-AVAILABLE
              GO TO 8800-EXIT
           END-IF

           IF ACCOUNT-CLASS-BUSINESS
              MOVE 'B' TO WS-SCHED-CLASS
           ELSE
              MOVE 'P' TO WS-SCHED-CLASS
           END-IF

           MOVE LOW-VALUES        TO FEE-KEY
           MOVE WS-SCHED-FEE-CODE TO FEE-CODE
           START WBFEEDB-FILE KEY >= FEE-KEY
              INVALID KEY SET FEE-SCAN-DONE TO TRUE
           END-START

           PERFORM 8805-SCAN-ONE-FEE THRU 8805-EXIT
              UNTIL FEE-SCAN-DONE
           .
       8800-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       8805-SCAN-ONE-FEE.
           READ WBFEEDB-FILE NEXT
              AT END SET FEE-SCAN-DONE TO TRUE
           END-READ

           IF FEE-SCAN-DONE
              GO TO 8805-EXIT
           END-IF

           IF FEE-CODE NOT = WS-SCHED-FEE-CODE
              SET FEE-SCAN-DONE TO TRUE
              GO TO 8805-EXIT
           END-IF

           IF FEE-EFFECTIVE-DATE > WS-DATE-R
              OR (FEE-ACCT-CLASS NOT = SPACE
                  AND FEE-ACCT-CLASS NOT = WS-SCHED-CLASS)
              OR (FEE-BRANCH NOT = SPACES
                  AND FEE-BRANCH NOT = ACCOUNT-BRANCH)
              GO TO 8805-EXIT
           END-IF

           MOVE 1 TO WS-SCHED-RANK
           IF FEE-ACCT-CLASS NOT = SPACE
              ADD 1 TO WS-SCHED-RANK
           END-IF
           IF FEE-BRANCH NOT = SPACES
              ADD 2 TO WS-SCHED-RANK
           END-IF

           IF WS-SCHED-RANK NOT < WS-SCHED-BEST-RANK
              MOVE WS-SCHED-RANK TO WS-SCHED-BEST-RANK
              MOVE FEE-AMOUNT    TO WS-SCHED-FEE
           END-IF
           .
       8805-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE OVERDRAFT CHARGE IS PRICED FROM THE FEE SCHEDULE (CODE
      *    ODCH) AND STAMPED ON THE ACCOUNT, SO THE 'O' ITEM, THE
      *    YEAR-TO-DATE FEES AND ANY LATER REVERSAL ALL AGREE; THE
      *    ACCOUNT'S STORED CHARGE IS THE FALLBACK
       8810-PRICE-OD-CHARGE.
           MOVE 'ODCH'             TO WS-SCHED-FEE-CODE
           MOVE ACCOUNT-CHK-OD-CHG TO WS-SCHED-FEE
           PERFORM 8800-LOOKUP-FEE THRU 8800-EXIT
           MOVE WS-SCHED-FEE       TO ACCOUNT-CHK-OD-CHG
           .
       8810-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9992-AOF-ERR-CHK.
           EVALUATE TRUE
