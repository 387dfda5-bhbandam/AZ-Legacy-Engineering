      * returned amount posts as a WBTXNDB-DD debit (a chargeback    *
      * posts even when it drives the account past its overdraft     *
      * limit - the money was never ours to give), the return fee    *
      * (fee code RDIF on the WBFEEDB-DD schedule, the PARMIN-DD or  *
      * compiled amount when no entry applies) posts as a service    *
      * charge, a WBHOLDDB-DD hold is placed for the amount when the *
      * paying bank signalled a re-presentment, and an 'RD' customer *
      * notice is queued on NTFQUEUE-DD. The report accounts for     *
      * every item on the file.                                      *
      ****************************************************************
      *---------------------
       ENVIRONMENT DIVISION.
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS NTFQUE-STAT.

           SELECT WBFEEDB-FILE
               ASSIGN       TO WBFEEDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS FEE-KEY
               FILE STATUS  IS WBFEEDB-FILE-STATUS WBFEEDB-VSAM-CODE.

           SELECT WBBDATE-FILE
               ASSIGN       TO WBBDATE
               ORGANIZATION IS INDEXED
           RECORD CONTAINS 100.
           COPY WBNTFREC.

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

       01  WBACCTDB-FILE-STATUS.
           05 HLD-SCAN-FLAG    PIC X(01)  VALUE 'N'.
              88 HOLD-SCAN-DONE           VALUE 'Y'.

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
           MOVE       'ERROR OPENING WBHOLDDB'   TO ERR-MSG
           PERFORM 9995-HLD-ERR-CHK             THRU 9995-EXIT

      *    THE CENTRAL FEE SCHEDULE IS OPTIONAL - WITHOUT IT EVERY
      *    FEE FALLS BACK TO ITS COMPILED OR PARM AMOUNT
           OPEN INPUT WBFEEDB-FILE
           IF WBFEEDB-FILE-STATUS = '00'
              SET FEE-TABLE-AVAILABLE TO TRUE
           END-IF

           PERFORM 2000-PROCESS-ALL-ITEMS
              THRU 2000-EXIT
             UNTIL END-OF-FILE
           MOVE      'ERROR CLOSING WBHOLDDB' TO ERR-MSG
           PERFORM 9995-HLD-ERR-CHK         THRU 9995-EXIT

           IF FEE-TABLE-AVAILABLE
              CLOSE WBFEEDB-FILE
           END-IF

           CLOSE NTF-FILE
           MOVE      'ERROR CLOSING NTFQUEUE' TO ERR-MSG
           PERFORM 9993-NTF-ERR-CHK         THRU 9993-EXIT
       2200-POST-CHARGEBACK.
           MOVE '2200-POST-CHARGEBACK' TO ERR-LOC

           MOVE 'RDIF'        TO WS-SCHED-FEE-CODE
           MOVE WS-RETURN-FEE TO WS-SCHED-FEE
           PERFORM 8800-LOOKUP-FEE THRU 8800-EXIT

           EVALUATE TRUE
              WHEN ACCOUNT-TYPE-CHK
                 SUBTRACT RDI-AMOUNT   FROM ACCOUNT-CHK-BAL
                 SUBTRACT WS-SCHED-FEE FROM ACCOUNT-CHK-BAL
                 ADD 1 TO ACCOUNT-CHK-DETAIL-ITEMS
                 MOVE ACCOUNT-CHK-DETAIL-ITEMS TO TXN-ITEM-NUM
              WHEN ACCOUNT-TYPE-SAV
                 SUBTRACT RDI-AMOUNT   FROM ACCOUNT-SAV-BAL
                 SUBTRACT WS-SCHED-FEE FROM ACCOUNT-SAV-BAL
                 ADD 1 TO ACCOUNT-SAV-DETAIL-ITEMS
                 MOVE ACCOUNT-SAV-DETAIL-ITEMS TO TXN-ITEM-NUM
           END-EVALUATE
           ADD 1          TO WS-POST-COUNT
           ADD RDI-AMOUNT TO WS-POST-AMOUNT

      *    A FEE WAIVED ON THE SCHEDULE (ZERO) POSTS NO FEE ITEM
           IF WS-SCHED-FEE > 0
              EVALUATE TRUE
                 WHEN ACCOUNT-TYPE-CHK
                    ADD 1 TO ACCOUNT-CHK-DETAIL-ITEMS
                    MOVE ACCOUNT-CHK-DETAIL-ITEMS TO TXN-ITEM-NUM
                 WHEN ACCOUNT-TYPE-SAV
                    ADD 1 TO ACCOUNT-SAV-DETAIL-ITEMS
                    MOVE ACCOUNT-SAV-DETAIL-ITEMS TO TXN-ITEM-NUM
              END-EVALUATE
              SET  TXN-TYPE-SVCCHG TO TRUE
              MOVE WS-SCHED-FEE    TO TXN-AMOUNT
              MOVE 'RET ITEM FEE'  TO TXN-MEMO
              ADD  WS-SCHED-FEE    TO ACCOUNT-YTD-FEES

              WRITE WBTXN-RECORD
              MOVE    'ERROR WRITING WBTXNDB' TO ERR-MSG
              PERFORM 9996-TXN-ERR-CHK      THRU 9996-EXIT
              PERFORM 8710-JOURNAL-TXN THRU 8710-EXIT

              ADD 1             TO WS-FEE-COUNT
              ADD WS-SCHED-FEE  TO WS-FEE-AMOUNT
           END-IF

           REWRITE WBACCT-RECORD
           MOVE    'ERROR REWRITING WBACCTDB' TO ERR-MSG
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
       9993-NTF-ERR-CHK.
           EVALUATE TRUE
