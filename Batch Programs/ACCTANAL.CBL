      * analysis statement printed per account shows the whole       *
      * arithmetic. SVCCHRG leaves business checking alone - this    *
      * run is their charge. The earnings-credit rate and item       *
      * prices default on the PARMIN-DD card; the base fee and item  *
      * prices are taken from the WBFEEDB-DD fee schedule (codes     *
      * ANBF, ANDI, ANCI and ANSW) when it carries an entry for the  *
      * account. The ZBASWEEP concentration sweep items ('ZBA SWEEP' *
      * memo) are analyzed activity of their own, priced as sweep    *
      * transfers rather than as ordinary debits and credits.        *
      *                                                              *
      * The average collected balance is the mean of the daily       *
      * collected closings the BALHIST run recorded on WBBALHST-DD   *
      * over the cycle. An account whose history does not reach      *
      * back to the cycle start falls back to the mean of the cycle  *
      * opening balance (closing unwound by the cycle's net) and     *
      * the collected closing balance - the same approximation the   *
      * ledger desk used by hand before this run existed.            *
               RECORD KEY   IS HLD-KEY
               FILE STATUS  IS WBHOLDDB-FILE-STATUS WBHOLDDB-VSAM-CODE.

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
       FD  WBHOLDDB-FILE.
           COPY WBHLDREC.

       FD  WBFEEDB-FILE.
           COPY WBFEEREC.

       FD  WBBALHST-FILE.
           COPY WBBHSREC.

       FD  WBBDATE-FILE.
           COPY WBBDTREC.

           05 PARM-CREDIT-PRICE          PIC 9(01)V99.
           05 FILLER                     PIC X(01).
           05 PARM-BASE-FEE              PIC 9(03)V99.
           05 FILLER                     PIC X(01).
           05 PARM-SWEEP-PRICE           PIC 9(01)V99.
           05 FILLER                     PIC X(49).

       WORKING-STORAGE SECTION.

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
           05 WS-EC-RATE               PIC S9(1)V99    VALUE 1.50.
           05 WS-DEBIT-PRICE           PIC S9(1)V99    VALUE 0.15.
           05 WS-CREDIT-PRICE          PIC S9(1)V99    VALUE 0.10.
           05 WS-SWEEP-PRICE           PIC S9(1)V99    VALUE 0.50.
           05 WS-BASE-FEE              PIC S9(3)V99    VALUE 10.00.
           05 WS-ACCT-BASE-FEE         PIC S9(5)V99    VALUE ZERO.
           05 WS-ACCT-DEBIT-PRICE      PIC S9(5)V99    VALUE ZERO.
           05 WS-ACCT-CREDIT-PRICE     PIC S9(5)V99    VALUE ZERO.
           05 WS-ACCT-SWEEP-PRICE      PIC S9(5)V99    VALUE ZERO.
           05 WS-CYCLE-DAYS            PIC 9(03)       VALUE 30.
           05 WS-ANALYZED-COUNT        PIC 9(07)       VALUE ZERO.
           05 WS-CHARGE-COUNT          PIC 9(07)       VALUE ZERO.
           05 WS-ANCHOR-DATE           PIC X(10)       VALUE SPACES.
           05 WS-DEBIT-COUNT           PIC 9(05)       VALUE ZERO.
           05 WS-CREDIT-COUNT          PIC 9(05)       VALUE ZERO.
           05 WS-SWEEP-COUNT           PIC 9(05)       VALUE ZERO.
           05 WS-CYCLE-NET             PIC S9(13)V99   VALUE ZERO.
           05 WS-OPENING-BAL           PIC S9(13)V99   VALUE ZERO.
           05 WS-HOLD-TOTAL            PIC S9(13)V99   VALUE ZERO.
           05 WS-COLLECTED-BAL         PIC S9(13)V99   VALUE ZERO.
           05 WS-AVG-COLLECTED         PIC S9(13)V99   VALUE ZERO.
           05 WS-CYCLE-START-ISO       PIC X(10)       VALUE SPACES.
           05 WS-HIST-DAYS             PIC 9(05)       VALUE ZERO.
           05 WS-HIST-COLLECTED        PIC S9(15)V99   VALUE ZERO.
           05 WS-EARNINGS-CREDIT       PIC S9(11)V99   VALUE ZERO.
           05 WS-ACTIVITY-CHARGE       PIC S9(11)V99   VALUE ZERO.
           05 WS-NET-CHARGE            PIC S9(11)V99   VALUE ZERO.
           05 HLD-SCAN-FLAG    PIC X(01)  VALUE 'N'.
              88 HOLD-SCAN-DONE           VALUE 'Y'.

      *    DAILY BALANCE HISTORY (WBBALHST) - OPTIONAL; WITHOUT IT, OR
      *    FOR AN ACCOUNT WHOSE HISTORY STARTS INSIDE THE CYCLE, THE
      *    OPENING/CLOSING APPROXIMATION IS USED
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
           MOVE       'ERROR OPENING WBHOLDDB'   TO ERR-MSG
           PERFORM 9995-HLD-ERR-CHK             THRU 9995-EXIT

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

           MOVE LOW-VALUES TO ACCOUNT-KEY
           START WBACCTDB-FILE KEY >= ACCOUNT-KEY
              INVALID KEY SET END-OF-FILE TO TRUE
           MOVE      'ERROR CLOSING WBHOLDDB' TO ERR-MSG
           PERFORM 9995-HLD-ERR-CHK         THRU 9995-EXIT

           IF FEE-TABLE-AVAILABLE
              CLOSE WBFEEDB-FILE
           END-IF

           IF BAL-HISTORY-AVAILABLE
              CLOSE WBBALHST-FILE
           END-IF

           PERFORM 3000-HOUSEKEEPING THRU 3000-EXIT
           STOP RUN.
      *-----------------------------------------------------------------
              IF PARM-BASE-FEE IS NUMERIC AND PARM-BASE-FEE > 0
                 MOVE PARM-BASE-FEE       TO WS-BASE-FEE
              END-IF
              IF PARM-SWEEP-PRICE IS NUMERIC AND PARM-SWEEP-PRICE > 0
                 MOVE PARM-SWEEP-PRICE    TO WS-SWEEP-PRICE
              END-IF
           END-IF

           STRING WS-DATE-R(1:4) WS-DATE-R(6:2) WS-DATE-R(9:2)
           PERFORM 2050-SET-CYCLE-START  THRU 2050-EXIT
           PERFORM 2100-COLLECT-CYCLE    THRU 2100-EXIT
           PERFORM 2200-TOTAL-HOLDS      THRU 2200-EXIT
           PERFORM 2280-HISTORY-COLLECTED THRU 2280-EXIT
           PERFORM 2300-COMPUTE-ANALYSIS THRU 2300-EXIT
           PERFORM 2400-PRINT-ANALYSIS   THRU 2400-EXIT

           MOVE '2100-COLLECT-CYCLE' TO ERR-LOC
           MOVE 'N'                  TO TXN-SCAN-FLAG
           MOVE ZERO TO WS-DEBIT-COUNT WS-CREDIT-COUNT WS-CYCLE-NET
                        WS-SWEEP-COUNT

           MOVE ACCOUNT-SSN    TO TXN-SSN
           MOVE ACCOUNT-NUMBER TO TXN-ACCT-NUM
              GO TO 2150-EXIT
           END-IF

      *    A CONCENTRATION SWEEP IS ONE PRICED TRANSFER, NOT A
      *    DEBIT OR CREDIT ITEM
           EVALUATE TRUE
              WHEN TXN-TYPE-DEBIT AND TXN-MEMO(1:9) = 'ZBA SWEEP'
                 ADD 1 TO WS-SWEEP-COUNT
                 SUBTRACT TXN-AMOUNT FROM WS-CYCLE-NET
              WHEN TXN-TYPE-CREDIT AND TXN-MEMO(1:9) = 'ZBA SWEEP'
                 ADD 1 TO WS-SWEEP-COUNT
                 ADD TXN-AMOUNT TO WS-CYCLE-NET
              WHEN TXN-TYPE-DEBIT
              WHEN TXN-TYPE-SVCCHG
              WHEN TXN-TYPE-ODCHG
           .
       2250-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    TOTAL THE CYCLE'S RECORDED DAILY COLLECTED CLOSINGS. A
      *    CLOSING DATED BEFORE THE CYCLE START PROVES THE HISTORY
      *    COVERS THE WHOLE CYCLE.
       2280-HISTORY-COLLECTED.
           MOVE '2280-HISTORY-COLLECTED' TO ERR-LOC
           MOVE 'N'                      TO BHS-COVER-FLAG
           MOVE 'N'                      TO BHS-SCAN-FLAG
           MOVE ZERO                     TO WS-HIST-DAYS
           MOVE ZERO                     TO WS-HIST-COLLECTED

           IF NOT BAL-HISTORY-AVAILABLE
              GO TO 2280-EXIT
           END-IF

           STRING WS-CYCLE-START-NUM(1:4) '-' WS-CYCLE-START-NUM(5:2)
                  '-' WS-CYCLE-START-NUM(7:2)
                  DELIMITED BY SIZE INTO WS-CYCLE-START-ISO

           MOVE ACCOUNT-SSN    TO BHS-SSN
           MOVE ACCOUNT-NUMBER TO BHS-ACCT-NUM
           MOVE LOW-VALUES     TO BHS-DATE
           START WBBALHST-FILE KEY >= BHS-KEY
              INVALID KEY SET HISTORY-SCAN-DONE TO TRUE
           END-START

           PERFORM 2285-SCAN-ONE-CLOSING THRU 2285-EXIT
              UNTIL HISTORY-SCAN-DONE
           .
       2280-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2285-SCAN-ONE-CLOSING.
           READ WBBALHST-FILE NEXT
              AT END SET HISTORY-SCAN-DONE TO TRUE
           END-READ
           IF HISTORY-SCAN-DONE
              GO TO 2285-EXIT
           END-IF

           IF BHS-SSN NOT = ACCOUNT-SSN
              OR BHS-ACCT-NUM NOT = ACCOUNT-NUMBER
              SET HISTORY-SCAN-DONE TO TRUE
              GO TO 2285-EXIT
           END-IF

           IF BHS-DATE < WS-CYCLE-START-ISO
              SET HISTORY-COVERS-CYCLE TO TRUE
           ELSE
              ADD 1                 TO WS-HIST-DAYS
              ADD BHS-COLLECTED-BAL TO WS-HIST-COLLECTED
           END-IF
           .
       2285-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2300-COMPUTE-ANALYSIS.
           MOVE '2300-COMPUTE-ANALYSIS' TO ERR-LOC
                   ACCOUNT-CHK-BAL - WS-CYCLE-NET
           COMPUTE WS-COLLECTED-BAL =
                   ACCOUNT-CHK-BAL - WS-HOLD-TOTAL
           IF HISTORY-COVERS-CYCLE
              AND WS-HIST-DAYS > 0
              COMPUTE WS-AVG-COLLECTED ROUNDED =
                      WS-HIST-COLLECTED / WS-HIST-DAYS
           ELSE
              COMPUTE WS-AVG-COLLECTED ROUNDED =
                      (WS-OPENING-BAL + WS-COLLECTED-BAL) / 2
           END-IF
           IF WS-AVG-COLLECTED < ZERO
              MOVE ZERO TO WS-AVG-COLLECTED
           END-IF
                   WS-AVG-COLLECTED * WS-EC-RATE / 100
                 * WS-CYCLE-DAYS / 365

      *    THE BASE FEE AND ITEM PRICES COME FROM THE FEE SCHEDULE
      *    FOR THE ACCOUNT'S BRANCH, FALLING BACK TO THE PARM VALUES
           MOVE 'ANBF'          TO WS-SCHED-FEE-CODE
           MOVE WS-BASE-FEE     TO WS-SCHED-FEE
           PERFORM 8800-LOOKUP-FEE THRU 8800-EXIT
           MOVE WS-SCHED-FEE    TO WS-ACCT-BASE-FEE

           MOVE 'ANDI'          TO WS-SCHED-FEE-CODE
           MOVE WS-DEBIT-PRICE  TO WS-SCHED-FEE
           PERFORM 8800-LOOKUP-FEE THRU 8800-EXIT
           MOVE WS-SCHED-FEE    TO WS-ACCT-DEBIT-PRICE

           MOVE 'ANCI'          TO WS-SCHED-FEE-CODE
           MOVE WS-CREDIT-PRICE TO WS-SCHED-FEE
           PERFORM 8800-LOOKUP-FEE THRU 8800-EXIT
           MOVE WS-SCHED-FEE    TO WS-ACCT-CREDIT-PRICE

           MOVE 'ANSW'          TO WS-SCHED-FEE-CODE
           MOVE WS-SWEEP-PRICE  TO WS-SCHED-FEE
           PERFORM 8800-LOOKUP-FEE THRU 8800-EXIT
           MOVE WS-SCHED-FEE    TO WS-ACCT-SWEEP-PRICE

           COMPUTE WS-ACTIVITY-CHARGE ROUNDED =
                   WS-ACCT-BASE-FEE
                 + (WS-DEBIT-COUNT  * WS-ACCT-DEBIT-PRICE)
                 + (WS-CREDIT-COUNT * WS-ACCT-CREDIT-PRICE)
                 + (WS-SWEEP-COUNT  * WS-ACCT-SWEEP-PRICE)

           COMPUTE WS-NET-CHARGE =
                   WS-ACTIVITY-CHARGE - WS-EARNINGS-CREDIT
           MOVE WS-CREDIT-COUNT                 TO WS-AC-COUNT
           WRITE RPT-OP-FIELDS FROM WS-ANAL-CNT-LINE

           MOVE 'SWEEP TRANSFERS PRICED      :' TO WS-AC-LABEL
           MOVE WS-SWEEP-COUNT                  TO WS-AC-COUNT
           WRITE RPT-OP-FIELDS FROM WS-ANAL-CNT-LINE

           MOVE 'ACTIVITY AND BASE CHARGES   :' TO WS-AL-LABEL
           MOVE WS-ACTIVITY-CHARGE              TO WS-AL-AMOUNT
           WRITE RPT-OP-FIELDS FROM WS-ANAL-LINE
           .
       8500-EXIT.
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
       9995-HLD-ERR-CHK.
           MOVE WBHOLDDB-FILE-STATUS TO ERR-CODE
