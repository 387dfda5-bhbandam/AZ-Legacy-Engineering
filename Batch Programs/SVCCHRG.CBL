      * account whose MINIMUM balance over the statement cycle falls *
      * below its threshold, posting a TXN-DETAILS 'S' entry to      *
      * WBTXNDB-DD for each charge and debiting the account balance. *
      * The cycle minimum is the lowest daily closing balance the    *
      * BALHIST run recorded on WBBALHST-DD over the cycle; an       *
      * account whose history does not reach back to the cycle start *
      * has it rebuilt by walking the cycle's posted items backwards *
      * from the current balance instead. An account that held the   *
      * required minimum all cycle has its charge waived - waived    *
      * charges are reported so the fee-income impact is visible.    *
      ****************************************************************
      *---------------------
       ENVIRONMENT DIVISION.
               FILE STATUS  IS WBTXNDB-FILE-STATUS WBTXNDB-VSAM-CODE.


           SELECT WBFEEDB-FILE
               ASSIGN       TO WBFEEDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS FEE-KEY
               FILE STATUS  IS WBFEEDB-FILE-STATUS WBFEEDB-VSAM-CODE.

           SELECT WBBALHST-FILE
               ASSIGN       TO WBBALHST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS BHS-KEY
               FILE STATUS  IS WBBALHST-FILE-STATUS WBBALHST-VSAM-CODE.

           SELECT WBBDATE-FILE
               ASSIGN       TO WBBDATE
               ORGANIZATION IS INDEXED
           COPY WBTXNREC.


       FD  WBFEEDB-FILE.
           COPY WBFEEREC.

       FD  WBBALHST-FILE.
           COPY WBBHSREC.

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

       01  WBBALHST-FILE-STATUS.
           05  STA-BHS-STAT1             PIC X(01).
           05  STA-BHS-STAT2             PIC X(01).
       01  WBBALHST-VSAM-CODE.
           05 BHS-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 BHS-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 BHS-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

       01  WBBDATE-FILE-STATUS           PIC X(02) VALUE SPACES.

       01  WBACCTDB-FILE-STATUS.
              88 CYCLE-TABLE-OVERFLOWED               VALUE 'Y'.
           05 WS-RUN-BALANCE           PIC S9(13)V99   VALUE ZERO.
           05 WS-CURR-BALANCE          PIC S9(13)V99   VALUE ZERO.
           05 WS-CYCLE-START-ISO       PIC X(10)       VALUE SPACES.
           05 WS-HIST-OPEN-BAL         PIC S9(13)V99   VALUE ZERO.
           05 WS-HIST-MIN-BAL          PIC S9(13)V99   VALUE ZERO.
           05 WS-MIN-THRESHOLD         PIC S9(09)V99   VALUE ZERO.

      *****************************************************************
           05 TXN-EOF-FLAG     PIC X(01)  VALUE 'N'.
              88 TXN-END-OF-FILE          VALUE 'Y'.

      *    DAILY BALANCE HISTORY (WBBALHST) - OPTIONAL; WITHOUT IT, OR
      *    FOR AN ACCOUNT WHOSE HISTORY STARTS INSIDE THE CYCLE, THE
      *    MINIMUM IS UNWOUND FROM WBTXNDB
       01  WS-BAL-HIST-VARS.
           05 BHS-OPEN-FLAG       PIC X(01) VALUE 'N'.
              88 BAL-HISTORY-AVAILABLE      VALUE 'Y'.
           05 BHS-SCAN-FLAG       PIC X(01) VALUE 'N'.
              88 HISTORY-SCAN-DONE          VALUE 'Y'.
           05 BHS-COVER-FLAG      PIC X(01) VALUE 'N'.
              88 HISTORY-COVERS-CYCLE       VALUE 'Y'.

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
      * FULLY PACKED WITH NO ROOM TO ADD ONE WITHOUT WIDENING IT
      * ACROSS EVERY PROGRAM THAT DECLARES IT), SO THE CHECKING
      * THRESHOLD AND CHARGE ARE SUPPLIED AS RUN PARAMETERS INSTEAD,
      * DEFAULTING AS SHOWN ABOVE WHEN NO PARM RECORD IS FOUND. EITHER
      * CHARGE IS REPRICED FROM THE WBFEEDB-DD FEE SCHEDULE (CODES
      * LBSV AND LBCK) WHEN IT CARRIES AN ENTRY FOR THE ACCOUNT; THE
      * STORED OR PARM AMOUNT STILL DECIDES WHETHER AN ACCOUNT IS
      * SUBJECT TO THE CHARGE AT ALL.
      *
       0000-MAIN.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT
           MOVE       'ERROR OPENING WBTXNDB'    TO ERR-MSG
           PERFORM 9996-TXN-ERR-CHK             THRU 9996-EXIT

      *    THE CENTRAL FEE SCHEDULE IS OPTIONAL - WITHOUT IT EVERY
      *    FEE FALLS BACK TO ITS COMPILED OR PARM AMOUNT
           OPEN INPUT WBFEEDB-FILE
           IF WBFEEDB-FILE-STATUS = '00'
              SET FEE-TABLE-AVAILABLE TO TRUE
           END-IF

           OPEN INPUT WBBALHST-FILE
           IF WBBALHST-FILE-STATUS = '00'
              SET BAL-HISTORY-AVAILABLE TO TRUE
           END-IF

           PERFORM 1200-READ-ACCOUNT            THRU 1200-EXIT

           PERFORM 2000-PROCESS-ALL-ACCOUNTS
           MOVE      'ERROR CLOSING WBTXNDB' TO ERR-MSG
           PERFORM 9996-TXN-ERR-CHK         THRU 9996-EXIT

           IF FEE-TABLE-AVAILABLE
              CLOSE WBFEEDB-FILE
           END-IF

           IF BAL-HISTORY-AVAILABLE
              CLOSE WBBALHST-FILE
           END-IF

           PERFORM 3000-HOUSEKEEPING THRU 3000-EXIT
           STOP RUN.
      *-----------------------------------------------------------------
              WHEN ACCOUNT-TYPE-SAV
                   AND NOT ACCOUNT-CLOSED
                   AND ACCOUNT-SAV-SVC-CHRG > 0
                   MOVE 'LBSV'               TO WS-SCHED-FEE-CODE
                   MOVE ACCOUNT-SAV-SVC-CHRG TO WS-SCHED-FEE
                   PERFORM 8800-LOOKUP-FEE THRU 8800-EXIT
                   MOVE WS-SCHED-FEE         TO WS-CHARGE-AMT
                   MOVE ACCOUNT-SAV-BAL      TO WS-CURR-BALANCE
                   MOVE WS-SAV-MIN-BAL       TO WS-MIN-THRESHOLD
                   PERFORM 2045-SET-CYCLE-START THRU 2045-EXIT
                   AND NOT ACCOUNT-CLOSED
                   AND NOT ACCOUNT-CLASS-BUSINESS
                   AND WS-CHK-SVC-CHRG > 0
                   MOVE 'LBCK'               TO WS-SCHED-FEE-CODE
                   MOVE WS-CHK-SVC-CHRG      TO WS-SCHED-FEE
                   PERFORM 8800-LOOKUP-FEE THRU 8800-EXIT
                   MOVE WS-SCHED-FEE         TO WS-CHARGE-AMT
                   MOVE ACCOUNT-CHK-BAL      TO WS-CURR-BALANCE
                   MOVE WS-CHK-MIN-BAL       TO WS-MIN-THRESHOLD
                   PERFORM 2045-SET-CYCLE-START THRU 2045-EXIT
           MOVE ZERO                    TO WS-CYC-COUNT
           MOVE 'N'                     TO WS-CYC-OVFL-SW

      *    THE RECORDED DAILY CLOSINGS GIVE THE MINIMUM DIRECTLY WHEN
      *    THEY REACH BACK TO BEFORE THE CYCLE STARTED
           PERFORM 2052-HISTORY-CYCLE-MIN THRU 2052-EXIT
           IF HISTORY-COVERS-CYCLE
              MOVE WS-HIST-MIN-BAL TO WS-MIN-BALANCE
              IF WS-CURR-BALANCE < WS-MIN-BALANCE
                 MOVE WS-CURR-BALANCE TO WS-MIN-BALANCE
              END-IF
              GO TO 2050-EXIT
           END-IF

           MOVE ACCOUNT-SSN    TO TXN-SSN
           MOVE ACCOUNT-NUMBER TO TXN-ACCT-NUM
           MOVE ZERO           TO TXN-ITEM-NUM
           .
       2050-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE LAST CLOSING BEFORE THE CYCLE START IS THE CYCLE'S
      *    OPENING BALANCE; EVERY CLOSING FROM THE START ON COUNTS
      *    TOWARD THE MINIMUM. HISTORY THAT BEGINS INSIDE THE CYCLE
      *    LEAVES THE COVER FLAG OFF.
       2052-HISTORY-CYCLE-MIN.
           MOVE '2052-HISTORY-CYCLE-MIN' TO ERR-LOC
           MOVE 'N'                      TO BHS-COVER-FLAG
           MOVE 'N'                      TO BHS-SCAN-FLAG

           IF NOT BAL-HISTORY-AVAILABLE
              GO TO 2052-EXIT
           END-IF

           STRING WS-CYCLE-START-NUM(1:4) '-' WS-CYCLE-START-NUM(5:2)
                  '-' WS-CYCLE-START-NUM(7:2)
                  DELIMITED BY SIZE INTO WS-CYCLE-START-ISO
           MOVE WS-CURR-BALANCE TO WS-HIST-MIN-BAL

           MOVE ACCOUNT-SSN    TO BHS-SSN
           MOVE ACCOUNT-NUMBER TO BHS-ACCT-NUM
           MOVE LOW-VALUES     TO BHS-DATE
           START WBBALHST-FILE KEY >= BHS-KEY
              INVALID KEY SET HISTORY-SCAN-DONE TO TRUE
           END-START

           PERFORM 2053-SCAN-ONE-CLOSING THRU 2053-EXIT
              UNTIL HISTORY-SCAN-DONE

           IF HISTORY-COVERS-CYCLE
              IF WS-HIST-OPEN-BAL < WS-HIST-MIN-BAL
                 MOVE WS-HIST-OPEN-BAL TO WS-HIST-MIN-BAL
              END-IF
           END-IF
           .
       2052-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2053-SCAN-ONE-CLOSING.
           READ WBBALHST-FILE NEXT
              AT END SET HISTORY-SCAN-DONE TO TRUE
           END-READ
           IF HISTORY-SCAN-DONE
              GO TO 2053-EXIT
           END-IF

           IF BHS-SSN NOT = ACCOUNT-SSN
              OR BHS-ACCT-NUM NOT = ACCOUNT-NUMBER
              SET HISTORY-SCAN-DONE TO TRUE
              GO TO 2053-EXIT
           END-IF

           IF BHS-DATE < WS-CYCLE-START-ISO
              SET HISTORY-COVERS-CYCLE TO TRUE
              MOVE BHS-LEDGER-BAL TO WS-HIST-OPEN-BAL
           ELSE
              IF BHS-LEDGER-BAL < WS-HIST-MIN-BAL
                 MOVE BHS-LEDGER-BAL TO WS-HIST-MIN-BAL
              END-IF
           END-IF
           .
       2053-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2055-COLLECT-ONE-TXN.
           MOVE '2055-COLLECT-ONE-TXN' TO ERR-LOC
       2100-POST-CHARGE.
           MOVE '2100-POST-CHARGE' TO ERR-LOC

      *    A CHARGE WAIVED ON THE FEE SCHEDULE (ZERO) POSTS NOTHING
           IF WS-CHARGE-AMT = 0
              GO TO 2100-EXIT
           END-IF

           MOVE ACCOUNT-SSN           TO TXN-SSN
           MOVE ACCOUNT-NUMBER        TO TXN-ACCT-NUM
           SET  TXN-TYPE-SVCCHG       TO TRUE
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
       9998-FILE-ERR-CHK.
           EVALUATE TRUE
