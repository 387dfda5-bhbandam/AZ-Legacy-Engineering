                             FILE STATUS IS RPTOUT-STAT.


           SELECT WBFEEDB-FILE
               ASSIGN       TO WBFEEDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS FEE-KEY
               FILE STATUS  IS WBFEEDB-FILE-STATUS WBFEEDB-VSAM-CODE.

           SELECT WBBDATE-FILE
               ASSIGN       TO WBBDATE
               ORGANIZATION IS INDEXED
               RECORD KEY   IS STP-KEY
               FILE STATUS  IS WBSTOPDB-FILE-STATUS WBSTOPDB-VSAM-CODE.

           SELECT WBHPOLDB-FILE
               ASSIGN       TO WBHPOLDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS HPL-KEY
               FILE STATUS  IS WBHPOLDB-FILE-STATUS.

           SELECT NTF-FILE   ASSIGN TO NTFQUEUE
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS NTFQUE-STAT.

           SELECT CTRQ-OP    ASSIGN TO CTRQUEUE
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS CTRQUE-STAT.
       01  RPT-OP-FIELDS                 PIC X(132).


       FD  WBFEEDB-FILE.
           COPY WBFEEREC.

       FD  WBBDATE-FILE.
           COPY WBBDTREC.

       FD  WBSTOPDB-FILE.
           COPY WBSTPREC.

       FD  WBHPOLDB-FILE.
           COPY WBHPLREC.

       FD  NTF-FILE
           RECORD CONTAINS 100.
           COPY WBNTFREC.

       FD  CTRQ-OP
           RECORD CONTAINS 38.
           COPY WBCTRREC.

       01  WBTRACDB-FILE-STATUS          PIC X(02) VALUE SPACES.

       01  WBHPOLDB-FILE-STATUS          PIC X(02) VALUE SPACES.

       01  WBSTOPDB-FILE-STATUS.
           05  STA-STP-STAT1             PIC X(01).
           05  STA-STP-STAT2             PIC X(01).
              88 STOP-PAYMENT-HIT                    VALUE 'Y'.
           05 WS-OD-CHARGE-SW          PIC X(01)     VALUE 'N'.
              88 OD-CHARGE-DUE                       VALUE 'Y'.
           05 NTFQUE-STAT              PIC 9(02)     VALUE ZERO.
           05 WS-HPL-SW                PIC X(01)     VALUE 'N'.
              88 HOLD-POLICY-IN-EFFECT               VALUE 'Y'.
           05 WS-HOLD-DAYS             PIC 9(03)     VALUE ZERO.
           05 WS-HOLD-AMOUNT           PIC S9(13)V99 VALUE ZERO.
           05 WS-HOLD-REASON           PIC X(14)     VALUE SPACES.
           05 WS-HOLD-EDIT-AMT         PIC Z(7)9.99.
           05 WS-HOLD-CALC-NUM         PIC 9(08)     VALUE ZERO.
           05 WS-NEW-CUTOFF-ISO        PIC X(10)     VALUE SPACES.
           05 WS-OD-CUTOFF-ISO         PIC X(10)     VALUE SPACES.
           05 WS-OPEN-ISO              PIC X(10)     VALUE SPACES.
           05 WS-TXN-ISO               PIC X(10)     VALUE SPACES.
           05 WS-OD-FOUND              PIC 9(04)     VALUE ZERO.
           05 WS-TXNSCAN-SW            PIC X(01)     VALUE 'N'.
              88 TXN-SCAN-DONE                       VALUE 'Y'.

       01  WBFEEDB-FILE-STATUS.
           05  STA-FEE-STAT1             PIC X(01).
           05  STA-FEE-STAT2             PIC X(01).
       01  WBFEEDB-VSAM-CODE.
           05 FEE-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 FEE-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 FEE-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

       01  WBBDATE-FILE-STATUS           PIC X(02) VALUE SPACES.

           05 ACCT-NOTFND-FLAG PIC X(01)  VALUE 'N'.
              88 ACCT-NOT-FOUND           VALUE 'Y'.

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

           OPEN I-O WBHOLDDB-FILE
           MOVE       'ERROR OPENING WBHOLDDB'   TO ERR-MSG
           PERFORM 9992-HLD-ERR-CHK             THRU 9992-EXIT
              SET TRACE-GUARD-AVAILABLE TO TRUE
           END-IF

      *    THE ENVELOPE (EN) ENTRY OF THE HOLD POLICY IS OPTIONAL -
      *    WITHOUT IT, OR BEFORE IT TAKES EFFECT, A REPLAYED
      *    ENVELOPE IS HELD IN FULL FOR FIVE DAYS AS BEFORE
           OPEN INPUT WBHPOLDB-FILE
           IF WBHPOLDB-FILE-STATUS = '00'
              MOVE 'EN' TO HPL-DEP-TYPE
              READ WBHPOLDB-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF HPL-EFFECTIVE-DATE NOT > WS-DATE-R
                       SET HOLD-POLICY-IN-EFFECT TO TRUE
                    END-IF
              END-READ
              CLOSE WBHPOLDB-FILE
           END-IF

      *    HOLD NOTICES JOIN THE SHARED NOTIFICATION QUEUE - A
      *    FIRST-EVER RUN CREATES IT
           OPEN EXTEND NTF-FILE
           IF NTFQUE-STAT = 35
              OPEN OUTPUT NTF-FILE
           END-IF
           MOVE    'ERROR OPENING NTFQUEUE' TO ERR-MSG
           PERFORM 9993-NTF-ERR-CHK        THRU 9993-EXIT

      *    COMPLIANCE RECORDS FOR LARGE REPLAYS JOIN THE SHARED
      *    BATCH QUEUE THAT CTRRPT MERGES WITH THE ONLINE DRAIN -
      *    A FIRST-EVER RUN CREATES IT
           STRING WS-DATE-R(1:4) WS-DATE-R(6:2) WS-DATE-R(9:2)
                  DELIMITED BY SIZE
                  INTO WS-RUN-DATE-NUM
      *    THE HOLD-POLICY CUTOFFS - ACCOUNTS OPENED AFTER THE
      *    NEW-ACCOUNT CUTOFF, AND OVERDRAFT CHARGES AFTER THE
      *    SIX-MONTH CUTOFF, COUNT TOWARD THE EXCEPTIONS
           IF HOLD-POLICY-IN-EFFECT
              COMPUTE WS-HOLD-CALC-NUM =
                 FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                    - HPL-NEW-ACCT-AGE)
              STRING WS-HOLD-CALC-NUM(1:4) '-'
                     WS-HOLD-CALC-NUM(5:2) '-'
                     WS-HOLD-CALC-NUM(7:2) DELIMITED BY SIZE
                     INTO WS-NEW-CUTOFF-ISO
              COMPUTE WS-HOLD-CALC-NUM =
                 FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) - 182)
              STRING WS-HOLD-CALC-NUM(1:4) '-'
                     WS-HOLD-CALC-NUM(5:2) '-'
                     WS-HOLD-CALC-NUM(7:2) DELIMITED BY SIZE
                     INTO WS-OD-CUTOFF-ISO
           END-IF

           PERFORM 4100-REPLAY-ONE-CAPTURE THRU 4100-EXIT
              UNTIL SAF-END-OF-FILE
           MOVE      'ERROR CLOSING WBTXNDB' TO ERR-MSG
           PERFORM 9996-TXN-ERR-CHK         THRU 9996-EXIT

           IF FEE-TABLE-AVAILABLE
              CLOSE WBFEEDB-FILE
           END-IF

           CLOSE WBHOLDDB-FILE
           MOVE      'ERROR CLOSING WBHOLDDB' TO ERR-MSG
           PERFORM 9992-HLD-ERR-CHK         THRU 9992-EXIT
           IF CTRQUE-STAT = 0
              CLOSE CTRQ-OP
           END-IF

           CLOSE NTF-FILE
           MOVE      'ERROR CLOSING NTFQUEUE' TO ERR-MSG
           PERFORM 9993-NTF-ERR-CHK         THRU 9993-EXIT
           .
       4000-EXIT.
           EXIT.
      *             ONLINE PATH WOULD HAVE POSTED
                    IF WS-NEW-BALANCE < 0
                       SET OD-CHARGE-DUE TO TRUE
                       PERFORM 8810-PRICE-OD-CHARGE THRU 8810-EXIT
                       COMPUTE WS-NEW-BALANCE =
                               WS-NEW-BALANCE - ACCOUNT-CHK-OD-CHG
                    END-IF
      *-----------------------------------------------------------------
      *    A REPLAYED ENVELOPE DEPOSIT GETS THE SAME UNCOLLECTED-
      *    FUNDS HOLD THE ONLINE PROGRAM PLACES - OTHERWISE THE
      *    ENVELOPE WOULD BE WITHDRAWABLE BEFORE IT IS VERIFIED.
      *    THE ENVELOPE HOLD POLICY SETS ITS DAYS AND AMOUNT, AND
      *    AN EXCEPTION HOLD QUEUES A HOLD NOTICE.
       4550-PLACE-REPLAY-HOLD.
           MOVE '4550-PLACE-REPLAY-HOLD' TO ERR-LOC

           PERFORM 4540-APPLY-HOLD-POLICY THRU 4540-EXIT
           IF WS-HOLD-AMOUNT NOT > 0 OR WS-HOLD-DAYS = 0
              GO TO 4550-EXIT
           END-IF

           COMPUTE WS-HOLD-REL-NUM =
              FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                 + WS-HOLD-DAYS)
           STRING WS-HOLD-REL-NUM(1:4) '-' WS-HOLD-REL-NUM(5:2) '-'
                  WS-HOLD-REL-NUM(7:2) DELIMITED BY SIZE
                  INTO WS-HOLD-REL-ISO

           MOVE 1   TO WS-HOLD-NEXT-SEQ
           MOVE 'N' TO WS-HOLD-SCAN-SW
           MOVE SAF-SSN      TO HLD-SSN
           MOVE SAF-SSN         TO HLD-SSN
           MOVE SAF-ACCT-NUM    TO HLD-ACCT-NUM
           MOVE WS-HOLD-NEXT-SEQ TO HLD-SEQ
           MOVE WS-HOLD-AMOUNT  TO HLD-AMOUNT
           MOVE WS-DATE-R       TO HLD-PLACED-DATE
           MOVE WS-HOLD-REL-ISO TO HLD-RELEASE-DATE
           MOVE 'A'             TO HLD-STATUS-CODE
           WRITE WBHLD-RECORD
           MOVE    'ERROR WRITING WBHOLDDB' TO ERR-MSG
           PERFORM 9992-HLD-ERR-CHK       THRU 9992-EXIT

           IF WS-HOLD-REASON NOT = SPACES
              MOVE WS-HOLD-AMOUNT  TO WS-HOLD-EDIT-AMT
              MOVE SAF-SSN         TO NTF-SSN
              MOVE SAF-ACCT-NUM    TO NTF-ACCT-NUM
              MOVE WS-DATE-R       TO NTF-DATE
              SET  NTF-TYPE-HOLD-NOTICE TO TRUE
              MOVE SPACES          TO NTF-TEXT
              STRING 'DEPOSIT HOLD ' WS-HOLD-EDIT-AMT
                     ' AVAILABLE '   WS-HOLD-REL-ISO
                     ' '             WS-HOLD-REASON
                     DELIMITED BY SIZE INTO NTF-TEXT
              WRITE WBNTF-RECORD
              MOVE    'ERROR WRITING NTFQUEUE' TO ERR-MSG
              PERFORM 9993-NTF-ERR-CHK       THRU 9993-EXIT
           END-IF
           .
       4550-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    DERIVE THE ENVELOPE HOLD - THE NEXT-DAY AMOUNT IS
      *    RELEASED, THE REST HELD FOR THE STANDARD DAYS, AND THE
      *    LONGEST EXCEPTION (NEW ACCOUNT, LARGE DEPOSIT, REPEATED
      *    OVERDRAFTS) WINS AND NAMES THE REASON
       4540-APPLY-HOLD-POLICY.
           MOVE SAF-AMOUNT TO WS-HOLD-AMOUNT
           MOVE 5          TO WS-HOLD-DAYS
           MOVE SPACES     TO WS-HOLD-REASON

           IF NOT HOLD-POLICY-IN-EFFECT
              GO TO 4540-EXIT
           END-IF

           COMPUTE WS-HOLD-AMOUNT = SAF-AMOUNT - HPL-NEXT-DAY-AMT
           IF WS-HOLD-AMOUNT < 0
              MOVE ZERO TO WS-HOLD-AMOUNT
           END-IF
           MOVE HPL-STD-DAYS TO WS-HOLD-DAYS

           MOVE SPACES TO WS-OPEN-ISO
           MOVE ZERO   TO WS-OD-FOUND
           IF HPL-NEW-ACCT-AGE > 0 OR HPL-OD-COUNT > 0
              MOVE 'N'          TO WS-TXNSCAN-SW
              MOVE SAF-SSN      TO TXN-SSN
              MOVE SAF-ACCT-NUM TO TXN-ACCT-NUM
              MOVE ZERO         TO TXN-ITEM-NUM
              START WBTXNDB-FILE KEY >= TXN-KEY
                 INVALID KEY SET TXN-SCAN-DONE TO TRUE
              END-START
              PERFORM 4545-SCAN-ONE-TXN THRU 4545-EXIT
                 UNTIL TXN-SCAN-DONE
           END-IF

           IF HPL-NEW-ACCT-AGE > 0
              AND WS-OPEN-ISO > WS-NEW-CUTOFF-ISO
              AND HPL-NEW-ACCT-DAYS > WS-HOLD-DAYS
              MOVE HPL-NEW-ACCT-DAYS TO WS-HOLD-DAYS
              MOVE 'NEW ACCOUNT'     TO WS-HOLD-REASON
           END-IF
           IF HPL-LARGE-AMT > 0
              AND SAF-AMOUNT > HPL-LARGE-AMT
              AND HPL-LARGE-DAYS > WS-HOLD-DAYS
              MOVE HPL-LARGE-DAYS    TO WS-HOLD-DAYS
              MOVE 'LARGE DEPOSIT'   TO WS-HOLD-REASON
           END-IF
           IF HPL-OD-COUNT > 0
              AND WS-OD-FOUND NOT < HPL-OD-COUNT
              AND HPL-OD-DAYS > WS-HOLD-DAYS
              MOVE HPL-OD-DAYS       TO WS-HOLD-DAYS
              MOVE 'REPEATED OD'     TO WS-HOLD-REASON
           END-IF
           .
       4540-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE FIRST ITEM IS THE ACCOUNT'S OPENING ITEM; OVERDRAFT
      *    CHARGES AFTER THE SIX-MONTH CUTOFF ARE COUNTED. ONLINE
      *    ITEMS CARRY MM/DD/YYYY, BATCH ITEMS YYYY-MM-DD.
       4545-SCAN-ONE-TXN.
           READ WBTXNDB-FILE NEXT
              AT END SET TXN-SCAN-DONE TO TRUE
           END-READ
           IF TXN-SCAN-DONE
              GO TO 4545-EXIT
           END-IF
           IF TXN-SSN NOT = SAF-SSN
              OR TXN-ACCT-NUM NOT = SAF-ACCT-NUM
              SET TXN-SCAN-DONE TO TRUE
              GO TO 4545-EXIT
           END-IF

           IF TXN-DATE(5:1) = '-'
              MOVE TXN-DATE TO WS-TXN-ISO
           ELSE
              MOVE SPACES TO WS-TXN-ISO
              STRING TXN-DATE(7:4) '-' TXN-DATE(1:2) '-'
                     TXN-DATE(4:2) DELIMITED BY SIZE
                     INTO WS-TXN-ISO
           END-IF
           IF WS-OPEN-ISO = SPACES
              MOVE WS-TXN-ISO TO WS-OPEN-ISO
           END-IF
           IF TXN-TYPE-ODCHG
              AND WS-TXN-ISO > WS-OD-CUTOFF-ISO
              ADD 1 TO WS-OD-FOUND
           END-IF
           .
       4545-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       4560-SCAN-ONE-HOLD.
           READ WBHOLDDB-FILE NEXT
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
       9994-SAF-ERR-CHK.
           MOVE WBSAFCTL-FILE-STATUS TO ERR-CODE
           .
       9992-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9993-NTF-ERR-CHK.
           EVALUATE TRUE
               WHEN NTFQUE-STAT = 0
                    CONTINUE

               WHEN OTHER
                    DISPLAY 'FILE ERROR'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' NTFQUE-STAT
                    STOP RUN
           END-EVALUATE
           .
       9993-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9996-TXN-ERR-CHK.
           MOVE WBTXNDB-FILE-STATUS TO ERR-CODE
