      *                                                              *
      * A past-due loan is also aged on its WBCOLLDB-DD collections  *
      * record: one day per business date, a late fee once the       *
      * grace period runs out (priced as fee code LATE on the        *
      * WBFEEDB-DD fee schedule, the compiled amount when no entry   *
      * applies), escalating delinquency notices at                  *
      * 15/30/60 days, and non-accrual status at 90 days, which      *
      * stops the daily interest accrual. A loan that comes          *
      * current again is cured on the queue. Collections officers   *
      * work the queue on the WGRVCOLL screen.                       *
      *                                                              *
      * Going on non-accrual also reverses the interest accrued but  *
      * not yet collected: the unbilled accrual on WBACCRDB-DD is    *
      * dropped, and on a loan the interest billed since the oldest  *
      * unpaid due date comes off the balance as a reversal item     *
      * (memo LOAN INT REVERSAL). At the charge-off age - 120 days   *
      * past due, overridable on PARMIN-DD - the loan's principal is *
      * written down to zero with a charge-off item (memo LOAN       *
      * CHARGE OFF), the loan is closed, and the loss is registered  *
      * on WBCHGOFF-DD for recovery tracking (WGRVCRCV, COFRCVPT)    *
      * and the monthly loan-loss report (LNLOSRPT).                 *
      *                                                              *
      * Revolving credit lines ('R' accounts) accrue the same way on *
      * their drawn balance. They are billed by the monthly LOCBILL  *
      * run, not here; a line whose billed minimum is still unpaid   *
      * after its due date is past due and is aged on WBCOLLDB-DD    *
      * like a loan, and is cured once the minimum is paid.          *
      ****************************************************************
      *---------------------
       ENVIRONMENT DIVISION.
               RECORD KEY   IS CLQ-KEY
               FILE STATUS  IS WBCOLLDB-FILE-STATUS WBCOLLDB-VSAM-CODE.

           SELECT WBCHGOFF-FILE
               ASSIGN       TO WBCHGOFF
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS COF-KEY
               FILE STATUS  IS WBCHGOFF-FILE-STATUS.

           SELECT NTF-FILE   ASSIGN TO NTFQUEUE
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
       FD  WBCOLLDB-FILE.
           COPY WBCLQREC.

       FD  WBCHGOFF-FILE.
           COPY WBCOFREC.

       FD  NTF-FILE
           RECORD CONTAINS 100.
           COPY WBNTFREC.

       FD  WBFEEDB-FILE.
           COPY WBFEEREC.

       FD  WBBDATE-FILE.
           COPY WBBDTREC.

           RECORD CONTAINS 80.
       01  PARM-RECORD.
           05 PARM-RUN-DATE              PIC X(10).
           05 FILLER                     PIC X(01).
           05 PARM-CHARGEOFF-DAYS        PIC 9(03).
           05 FILLER                     PIC X(66).

       WORKING-STORAGE SECTION.

       01  WBFEEDB-FILE-STATUS.
           05  STA-FEE-STAT1             PIC X(01).
           05  STA-FEE-STAT2             PIC X(01).
       01  WBFEEDB-VSAM-CODE.
           05 FEE-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 FEE-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 FEE-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

       01  WBBDATE-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WBCHGOFF-FILE-STATUS          PIC X(02) VALUE SPACES.

       01  WBACCTDB-FILE-STATUS.
           05  STA-ACCT-STAT1            PIC X(01).
              10 WS-TR-NAC-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-7.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'CREDIT LINES PROCESSED    :'.
              10 WS-TR-LOC-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-8.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'INTEREST REVERSALS        :'.
              10 WS-TR-REV-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 WS-TR-REV-AMT PIC Z(10)9.99-.
              10 FILLER        PIC X(45)  VALUE SPACES.

           05 WS-TRAILER-9.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'LOANS CHARGED OFF         :'.
              10 WS-TR-COF-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 WS-TR-COF-AMT PIC Z(10)9.99-.
              10 FILLER        PIC X(45)  VALUE SPACES.

       01  WS-VARS.
           05 WS-INTEREST-AMT          PIC S9(13)V99 VALUE ZERO.
           05 WS-TOTAL-ACCRUE-COUNT    PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-LATEFEE-COUNT   PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-NOTICE-COUNT    PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-NONACCR-COUNT   PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-LINE-COUNT      PIC 9(07)     VALUE ZERO.
           05 WS-REVERSE-AMT           PIC S9(13)V99 VALUE ZERO.
           05 WS-WRITEOFF-AMT          PIC S9(13)V99 VALUE ZERO.
           05 WS-TOTAL-REVERSE-COUNT   PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-REVERSE-AMT     PIC S9(13)V99 VALUE ZERO.
           05 WS-TOTAL-CHGOFF-COUNT    PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-CHGOFF-AMT      PIC S9(13)V99 VALUE ZERO.

      *    DELINQUENCY SCHEDULE - THE GRACE PERIOD BEFORE THE LATE
      *    FEE, THE FLAT FEE ITSELF, THE NOTICE TRIGGER DAYS AND THE
      *    DAY A LOAN MOVES TO NON-ACCRUAL, AND THE DAY A LOAN IS
      *    CHARGED OFF
       01  WS-DELINQ-VARS.
           05 WS-GRACE-DAYS            PIC S9(5) COMP-3 VALUE +10.
           05 WS-LATE-FEE-AMT          PIC S9(7)V99 COMP-3
           05 WS-NOTICE-2-DAYS         PIC S9(5) COMP-3 VALUE +30.
           05 WS-NOTICE-3-DAYS         PIC S9(5) COMP-3 VALUE +60.
           05 WS-NONACCRUAL-DAYS       PIC S9(5) COMP-3 VALUE +90.
           05 WS-CHARGEOFF-DAYS        PIC S9(5) COMP-3 VALUE +120.
           05 WS-NOTICE-WORD           PIC X(06)        VALUE SPACES.

       01  WS-DISPLAY-VARS.
              88 ACCRUAL-REC-FOUND        VALUE 'Y'.
           05 CLQ-FOUND-FLAG   PIC X(01)  VALUE 'N'.
              88 COLLQ-REC-FOUND          VALUE 'Y'.
           05 TXN-SCAN-FLAG    PIC X(01)  VALUE 'N'.
              88 TXN-SCAN-DONE            VALUE 'Y'.

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
       PROCEDURE DIVISION.
      *
      * THIS PROGRAM ACCRUES DAILY LOAN INTEREST, BILLS LOANS ON
      * THEIR DUE DATE AND REPORTS LOANS THAT ARE PAST DUE. CREDIT
      * LINES ARE ACCRUED AND AGED BUT BILLED BY LOCBILL. A LOAN ON
      * NON-ACCRUAL HAS ITS UNCOLLECTED INTEREST REVERSED AND IS
      * CHARGED OFF AT THE CHARGE-OFF AGE.
      *
       0000-MAIN.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT
           MOVE       'ERROR OPENING WBCOLLDB'   TO ERR-MSG
           PERFORM 9994-CLQ-ERR-CHK            THRU 9994-EXIT

      *    THE CHARGE-OFF REGISTER IS SHARED WITH NEGAGING - A
      *    FIRST-EVER CHARGE-OFF CREATES IT
           OPEN I-O WBCHGOFF-FILE
           IF WBCHGOFF-FILE-STATUS = '35'
              OPEN OUTPUT WBCHGOFF-FILE
              CLOSE WBCHGOFF-FILE
              OPEN I-O WBCHGOFF-FILE
           END-IF

      *    THE CENTRAL FEE SCHEDULE IS OPTIONAL - WITHOUT IT EVERY
      *    FEE FALLS BACK TO ITS COMPILED OR PARM AMOUNT
           OPEN INPUT WBFEEDB-FILE
           IF WBFEEDB-FILE-STATUS = '00'
              SET FEE-TABLE-AVAILABLE TO TRUE
           END-IF

      *    THE NOTIFICATION QUEUE IS A SHARED DATASET APPENDED TO BY
      *    EVERY BATCH WRITER - A FIRST-EVER RUN CREATES IT
           OPEN EXTEND NTF-FILE
           MOVE      'ERROR CLOSING WBCOLLDB' TO ERR-MSG
           PERFORM 9994-CLQ-ERR-CHK         THRU 9994-EXIT

           CLOSE WBCHGOFF-FILE

           IF FEE-TABLE-AVAILABLE
              CLOSE WBFEEDB-FILE
           END-IF

           CLOSE NTF-FILE
           MOVE      'ERROR CLOSING NTFQUEUE' TO ERR-MSG
           PERFORM 9993-NTF-ERR-CHK         THRU 9993-EXIT
              IF PARM-RUN-DATE NOT = SPACES
                 MOVE PARM-RUN-DATE       TO WS-DATE-R
              END-IF
              IF PARM-CHARGEOFF-DAYS IS NUMERIC
                 AND PARM-CHARGEOFF-DAYS > 0
                 MOVE PARM-CHARGEOFF-DAYS TO WS-CHARGEOFF-DAYS
              END-IF
           END-IF

      *    A LOAN IS ALWAYS ON NON-ACCRUAL, WITH ITS INTEREST
      *    REVERSED, BEFORE IT CAN BE CHARGED OFF
           IF WS-CHARGEOFF-DAYS < WS-NONACCRUAL-DAYS
              MOVE WS-NONACCRUAL-DAYS     TO WS-CHARGEOFF-DAYS
           END-IF
           .
       1070-EXIT.
              END-EVALUATE
           END-IF

           IF ACCOUNT-TYPE-LOC
              AND NOT ACCOUNT-CLOSED
              PERFORM 2500-PROCESS-LINE THRU 2500-EXIT
           END-IF

           PERFORM 1200-READ-ACCOUNT THRU 1200-EXIT.

       2000-EXIT.
       2100-ACCRUE-LOAN-INT.
           MOVE '2100-ACCRUE-LOAN-INT' TO ERR-LOC

           IF ACCOUNT-TYPE-LOC
              IF ACCOUNT-LOC-INT-RATE = 0
                 GO TO 2100-EXIT
              END-IF
              COMPUTE WS-INTEREST-AMT ROUNDED =
                   ACCOUNT-LOC-BAL * ACCOUNT-LOC-INT-RATE / 100 / 365
           ELSE
              IF ACCOUNT-LON-INT-RATE = 0
                 GO TO 2100-EXIT
              END-IF
              COMPUTE WS-INTEREST-AMT ROUNDED =
                   ACCOUNT-LON-BAL * ACCOUNT-LON-INT-RATE / 100 / 365
           END-IF

           IF WS-INTEREST-AMT > 0
              PERFORM 2110-READ-ACCRUAL THRU 2110-EXIT
                 MOVE    'ERROR REWRITING WBACCRDB' TO ERR-MSG
                 PERFORM 9995-ACR-ERR-CHK         THRU 9995-EXIT
              ELSE
                 MOVE SPACES          TO WBACR-RECORD
                 MOVE ACCOUNT-SSN     TO ACR-SSN
                 MOVE ACCOUNT-NUMBER  TO ACR-ACCT-NUM
                 MOVE WS-INTEREST-AMT TO ACR-ACCRUED-AMT

           ADD 1 TO WS-TOTAL-PASTDUE-COUNT

           PERFORM 2170-FILL-DETAIL THRU 2170-EXIT
           MOVE '*PAST DUE*'        TO WS-D-ACTION
           MOVE WS-DETAIL-LINE      TO RPT-OP-FIELDS
           PERFORM 2200-WRITE-RECORD THRU 2200-EXIT
           .
       2160-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE DETAIL LINE CARRIES THE RATE, BALANCE AND DUE DATE
      *    FROM WHICHEVER CREDIT LAYOUT THE ACCOUNT USES
       2170-FILL-DETAIL.
           MOVE SPACES              TO WS-DETAIL-LINE
           MOVE ACCOUNT-SSN         TO WS-D-SSN
           MOVE ACCOUNT-NUMBER      TO WS-D-ACCT
           IF ACCOUNT-TYPE-LOC
              MOVE ACCOUNT-LOC-INT-RATE TO WS-D-RATE
              MOVE ACCOUNT-LOC-BAL     TO WS-D-BALANCE
              MOVE ACCOUNT-LOC-NEXT-DUE TO WS-D-NEXT-DUE
           ELSE
              MOVE ACCOUNT-LON-INT-RATE TO WS-D-RATE
              MOVE ACCOUNT-LON-BAL     TO WS-D-BALANCE
              MOVE ACCOUNT-LON-NEXT-DUE TO WS-D-NEXT-DUE
           END-IF
           .
       2170-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2200-WRITE-RECORD.
           MOVE '2200-WRITE-RECORD'      TO ERR-LOC
      *    DATE (A RERUN ON THE SAME DATE IS A NO-OP, LIKE THE
      *    ACCRUAL), THEN WORK THE DELINQUENCY SCHEDULE: THE LATE
      *    FEE ONCE THE GRACE PERIOD RUNS OUT, THE ESCALATING
      *    NOTICES, NON-ACCRUAL STATUS AND, FOR A LOAN, CHARGE-OFF
       2300-AGE-DELINQUENCY.
           MOVE '2300-AGE-DELINQUENCY' TO ERR-LOC

           IF CLQ-DAYS-PAST-DUE NOT < WS-NONACCRUAL-DAYS
              AND NOT CLQ-STATUS-NONACCRUAL
              SET CLQ-STATUS-NONACCRUAL TO TRUE
              PERFORM 2330-REVERSE-ACCRUED-INT THRU 2330-EXIT
           END-IF

           IF CLQ-STATUS-NONACCRUAL
              ADD 1 TO WS-TOTAL-NONACCR-COUNT
           END-IF

           IF ACCOUNT-TYPE-LON
              AND CLQ-STATUS-NONACCRUAL
              AND CLQ-DAYS-PAST-DUE NOT < WS-CHARGEOFF-DAYS
              PERFORM 2340-CHARGE-OFF-LOAN THRU 2340-EXIT
           END-IF

           IF COLLQ-REC-FOUND
              REWRITE WBCLQ-RECORD
              MOVE    'ERROR REWRITING WBCOLLDB' TO ERR-MSG
       2310-ASSESS-LATE-FEE.
           MOVE '2310-ASSESS-LATE-FEE' TO ERR-LOC

      *    THE FEE SCHEDULE PRICES THE FEE; A WAIVED (ZERO) FEE
      *    STILL COUNTS AS ASSESSED FOR THE CYCLE BUT POSTS NOTHING
           MOVE 'LATE'          TO WS-SCHED-FEE-CODE
           MOVE WS-LATE-FEE-AMT TO WS-SCHED-FEE
           PERFORM 8800-LOOKUP-FEE THRU 8800-EXIT
           IF WS-SCHED-FEE = 0
              SET CLQ-LATE-FEE-ASSESSED TO TRUE
              GO TO 2310-EXIT
           END-IF

      *    ON A CREDIT LINE THE FEE ADDS TO THE DRAWN BALANCE AND
      *    IS BILLED ON THE NEXT STATEMENT
           IF ACCOUNT-TYPE-LOC
              ADD  WS-SCHED-FEE    TO ACCOUNT-LOC-BAL
              ADD  1               TO ACCOUNT-LOC-DETAIL-ITEMS
              MOVE ACCOUNT-LOC-DETAIL-ITEMS TO TXN-ITEM-NUM
              MOVE 'LINE LATE FEE' TO TXN-MEMO
           ELSE
              ADD  WS-SCHED-FEE    TO ACCOUNT-LON-BAL
              ADD  1               TO ACCOUNT-LON-DETAIL-ITEMS
              MOVE ACCOUNT-LON-DETAIL-ITEMS TO TXN-ITEM-NUM
              MOVE 'LOAN LATE FEE' TO TXN-MEMO
           END-IF

           REWRITE WBACCT-RECORD
           MOVE    'ERROR REWRITING WBACCTDB' TO ERR-MSG

           MOVE ACCOUNT-SSN              TO TXN-SSN
           MOVE ACCOUNT-NUMBER           TO TXN-ACCT-NUM
           SET  TXN-TYPE-DEBIT           TO TRUE
           MOVE WS-DATE-R                TO TXN-DATE
           MOVE WS-SCHED-FEE             TO TXN-AMOUNT

           WRITE WBTXN-RECORD
           MOVE    'ERROR WRITING WBTXNDB' TO ERR-MSG
           SET CLQ-LATE-FEE-ASSESSED TO TRUE
           ADD 1 TO WS-TOTAL-LATEFEE-COUNT

           PERFORM 2170-FILL-DETAIL THRU 2170-EXIT
           MOVE 'LATE FEE'          TO WS-D-ACTION
           MOVE WS-DETAIL-LINE      TO RPT-OP-FIELDS
           PERFORM 2200-WRITE-RECORD THRU 2200-EXIT
           MOVE WS-DATE-R          TO NTF-DATE
           SET  NTF-TYPE-LOAN-DELINQ TO TRUE
           MOVE SPACES             TO NTF-TEXT
           IF ACCOUNT-TYPE-LOC
              STRING WS-NOTICE-WORD
                     ' PAST DUE NOTICE ON CREDIT LINE ' ACCOUNT-NUMBER
                     DELIMITED BY SIZE INTO NTF-TEXT
           ELSE
              STRING WS-NOTICE-WORD
                     ' PAST DUE NOTICE ON LOAN ' ACCOUNT-NUMBER
                     DELIMITED BY SIZE INTO NTF-TEXT
           END-IF

           WRITE WBNTF-RECORD
           MOVE    'ERROR WRITING NTFQUEUE' TO ERR-MSG
       2320-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    NON-ACCRUAL DAY - INTEREST ACCRUED BUT NOT YET COLLECTED IS
      *    REVERSED. THE UNBILLED ACCRUAL WAS NEVER POSTED, SO IT IS
      *    SIMPLY DROPPED. ON A LOAN, THE INTEREST BILLED ON OR AFTER
      *    THE STANDING DUE DATE HAS NOT BEEN PAID (A PAYMENT WOULD
      *    HAVE ADVANCED THE DUE DATE PAST IT), SO IT COMES BACK OFF
      *    THE BALANCE AS ONE REVERSAL ITEM. THE MEMO KEEPS THE LOAN
      *    PREFIX SO THE ITEM STAYS ON THE LOAN LEDGER, OUT OF THE GL.
       2330-REVERSE-ACCRUED-INT.
           MOVE '2330-REVERSE-ACCRUED-INT' TO ERR-LOC

           PERFORM 2110-READ-ACCRUAL THRU 2110-EXIT
           IF ACCRUAL-REC-FOUND AND ACR-ACCRUED-AMT NOT = 0
              MOVE ZERO TO ACR-ACCRUED-AMT
              REWRITE WBACR-RECORD
              MOVE    'ERROR REWRITING WBACCRDB' TO ERR-MSG
              PERFORM 9995-ACR-ERR-CHK         THRU 9995-EXIT
           END-IF

           IF NOT ACCOUNT-TYPE-LON
              GO TO 2330-EXIT
           END-IF

           MOVE ZERO           TO WS-REVERSE-AMT
           MOVE 'N'            TO TXN-SCAN-FLAG
           MOVE ACCOUNT-SSN    TO TXN-SSN
           MOVE ACCOUNT-NUMBER TO TXN-ACCT-NUM
           MOVE ZERO           TO TXN-ITEM-NUM
           START WBTXNDB-FILE KEY >= TXN-KEY
              INVALID KEY SET TXN-SCAN-DONE TO TRUE
           END-START
           PERFORM 2335-SCAN-ONE-TXN THRU 2335-EXIT
              UNTIL TXN-SCAN-DONE

           IF WS-REVERSE-AMT > ACCOUNT-LON-BAL
              MOVE ACCOUNT-LON-BAL TO WS-REVERSE-AMT
           END-IF
           IF WS-REVERSE-AMT NOT > 0
              GO TO 2330-EXIT
           END-IF

           SUBTRACT WS-REVERSE-AMT FROM ACCOUNT-LON-BAL
           ADD  1                  TO ACCOUNT-LON-DETAIL-ITEMS

           REWRITE WBACCT-RECORD
           MOVE    'ERROR REWRITING WBACCTDB' TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK        THRU 9999-EXIT
           PERFORM 8700-JOURNAL-ACCT THRU 8700-EXIT

           MOVE ACCOUNT-SSN              TO TXN-SSN
           MOVE ACCOUNT-NUMBER           TO TXN-ACCT-NUM
           MOVE ACCOUNT-LON-DETAIL-ITEMS TO TXN-ITEM-NUM
           SET  TXN-TYPE-REVERSAL        TO TRUE
           MOVE WS-DATE-R                TO TXN-DATE
           MOVE WS-REVERSE-AMT           TO TXN-AMOUNT
           MOVE 'LOAN INT REVERSAL'      TO TXN-MEMO

           WRITE WBTXN-RECORD
           MOVE    'ERROR WRITING WBTXNDB' TO ERR-MSG
           PERFORM 9996-TXN-ERR-CHK      THRU 9996-EXIT
           PERFORM 8710-JOURNAL-TXN THRU 8710-EXIT

           ADD 1              TO WS-TOTAL-REVERSE-COUNT
           ADD WS-REVERSE-AMT TO WS-TOTAL-REVERSE-AMT

           PERFORM 2170-FILL-DETAIL THRU 2170-EXIT
           MOVE 'INTEREST REVERSED' TO WS-D-ACTION
           MOVE WS-DETAIL-LINE      TO RPT-OP-FIELDS
           PERFORM 2200-WRITE-RECORD THRU 2200-EXIT
           .
       2330-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    BILLED INTEREST IS POSTED HERE WITH THE BATCH DATE FORM,
      *    THE SAME FORM AS THE DUE DATE IT IS COMPARED WITH
       2335-SCAN-ONE-TXN.
           READ WBTXNDB-FILE NEXT
              AT END SET TXN-SCAN-DONE TO TRUE
           END-READ
           IF TXN-SCAN-DONE
              GO TO 2335-EXIT
           END-IF
           IF TXN-SSN NOT = ACCOUNT-SSN
              OR TXN-ACCT-NUM NOT = ACCOUNT-NUMBER
              SET TXN-SCAN-DONE TO TRUE
              GO TO 2335-EXIT
           END-IF

           IF TXN-TYPE-DEBIT
              AND TXN-MEMO = 'LOAN INTEREST'
              AND TXN-DATE(5:1) = '-'
              AND TXN-DATE NOT < ACCOUNT-LON-NEXT-DUE
              ADD TXN-AMOUNT TO WS-REVERSE-AMT
           END-IF
           .
       2335-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    CHARGE-OFF DAY - THE PRINCIPAL STILL OWED IS WRITTEN DOWN TO
      *    ZERO WITH A CHARGE-OFF ITEM, THE LOAN IS CLOSED, AND THE
      *    LOSS GOES ON THE CHARGE-OFF REGISTER UNDER THE SERVICING
      *    BRANCH SO RECOVERIES CAN BE WORKED AGAINST IT. THE QUEUE
      *    ENTRY STAYS, MARKED CHARGED OFF, WITH ITS CONTACT HISTORY.
       2340-CHARGE-OFF-LOAN.
           MOVE '2340-CHARGE-OFF-LOAN' TO ERR-LOC

           MOVE ACCOUNT-LON-BAL TO WS-WRITEOFF-AMT
           IF WS-WRITEOFF-AMT NOT > 0
              GO TO 2340-EXIT
           END-IF

           MOVE ZERO TO ACCOUNT-LON-BAL
           ADD  1    TO ACCOUNT-LON-DETAIL-ITEMS
           MOVE 'C'  TO ACCOUNT-STATUS-CODE

           REWRITE WBACCT-RECORD
           MOVE    'ERROR REWRITING WBACCTDB' TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK        THRU 9999-EXIT
           PERFORM 8700-JOURNAL-ACCT THRU 8700-EXIT

           MOVE ACCOUNT-SSN              TO TXN-SSN
           MOVE ACCOUNT-NUMBER           TO TXN-ACCT-NUM
           MOVE ACCOUNT-LON-DETAIL-ITEMS TO TXN-ITEM-NUM
           SET  TXN-TYPE-CREDIT          TO TRUE
           MOVE WS-DATE-R                TO TXN-DATE
           MOVE WS-WRITEOFF-AMT          TO TXN-AMOUNT
           MOVE 'LOAN CHARGE OFF'        TO TXN-MEMO

           WRITE WBTXN-RECORD
           MOVE    'ERROR WRITING WBTXNDB' TO ERR-MSG
           PERFORM 9996-TXN-ERR-CHK      THRU 9996-EXIT
           PERFORM 8710-JOURNAL-TXN THRU 8710-EXIT

           MOVE ACCOUNT-SSN     TO COF-SSN
           MOVE ACCOUNT-NUMBER  TO COF-ACCT-NUM
           MOVE WS-DATE-R       TO COF-CHARGEOFF-DATE
           MOVE WS-WRITEOFF-AMT TO COF-AMOUNT
           MOVE ZERO            TO COF-RECOVERED-AMT
           MOVE 'O'             TO COF-STATUS-CODE
           MOVE ACCOUNT-BRANCH  TO COF-BRANCH
           MOVE SPACES          TO COF-LAST-RECOVERY-DATE

           WRITE WBCOF-RECORD
              INVALID KEY CONTINUE
           END-WRITE

           SET CLQ-STATUS-CHARGED-OFF TO TRUE

           MOVE ACCOUNT-SSN        TO NTF-SSN
           MOVE ACCOUNT-NUMBER     TO NTF-ACCT-NUM
           MOVE WS-DATE-R          TO NTF-DATE
           SET  NTF-TYPE-LOAN-DELINQ TO TRUE
           MOVE SPACES             TO NTF-TEXT
           STRING 'LOAN ' ACCOUNT-NUMBER
                  ' CHARGED OFF - CONTACT COLLECTIONS'
                  DELIMITED BY SIZE INTO NTF-TEXT

           WRITE WBNTF-RECORD
           MOVE    'ERROR WRITING NTFQUEUE' TO ERR-MSG
           PERFORM 9993-NTF-ERR-CHK       THRU 9993-EXIT

           ADD 1               TO WS-TOTAL-CHGOFF-COUNT
           ADD WS-WRITEOFF-AMT TO WS-TOTAL-CHGOFF-AMT

           PERFORM 2170-FILL-DETAIL THRU 2170-EXIT
           MOVE WS-WRITEOFF-AMT     TO WS-D-BALANCE
           MOVE 'CHARGED OFF'       TO WS-D-ACTION
           MOVE WS-DETAIL-LINE      TO RPT-OP-FIELDS
           PERFORM 2200-WRITE-RECORD THRU 2200-EXIT
           .
       2340-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE LOAN IS CURRENT AGAIN - CURE THE QUEUE ENTRY BUT KEEP
      *    THE PROMISE AND CONTACT HISTORY FOR THE OFFICERS
       2400-CURE-DELINQUENCY.
           .
       2400-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    A REVOLVING CREDIT LINE ACCRUES ON ITS DRAWN BALANCE LIKE
      *    A LOAN. LOCBILL SETS THE MINIMUM AND DUE DATE EACH MONTH
      *    AND LEAVES THE DUE DATE STANDING WHILE AN EARLIER MINIMUM
      *    IS STILL OWED, SO THE LINE IS PAST DUE FOR AS LONG AS ANY
      *    BILLED MINIMUM REMAINS UNPAID AFTER ITS DUE DATE; PAYMENTS
      *    AT THE WINDOW WORK THE MINIMUM DOWN (SEE WGRVADDA)
       2500-PROCESS-LINE.
           MOVE '2500-PROCESS-LINE' TO ERR-LOC

           ADD 1 TO WS-TOTAL-LINE-COUNT
           PERFORM 2090-READ-COLLQ THRU 2090-EXIT
           IF ACCOUNT-LOC-BAL > 0
              AND NOT (COLLQ-REC-FOUND AND CLQ-STATUS-NONACCRUAL)
              PERFORM 2100-ACCRUE-LOAN-INT THRU 2100-EXIT
           END-IF

           IF ACCOUNT-LOC-MIN-DUE > 0
              AND ACCOUNT-LOC-NEXT-DUE NOT = SPACES
              AND ACCOUNT-LOC-NEXT-DUE < WS-DATE-R
              PERFORM 2160-REPORT-PAST-DUE THRU 2160-EXIT
              PERFORM 2300-AGE-DELINQUENCY THRU 2300-EXIT
           ELSE
              IF COLLQ-REC-FOUND
                 AND NOT CLQ-STATUS-CURED
                 PERFORM 2400-CURE-DELINQUENCY THRU 2400-EXIT
              END-IF
           END-IF
           .
       2500-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       3000-HOUSEKEEPING.
           MOVE '3000-HOUSEKEEPING' TO ERR-LOC
           MOVE WS-TOTAL-LATEFEE-COUNT TO WS-TR-FEE-CNT
           MOVE WS-TOTAL-NOTICE-COUNT  TO WS-TR-NTC-CNT
           MOVE WS-TOTAL-NONACCR-COUNT TO WS-TR-NAC-CNT
           MOVE WS-TOTAL-LINE-COUNT    TO WS-TR-LOC-CNT
           MOVE WS-TOTAL-REVERSE-COUNT TO WS-TR-REV-CNT
           MOVE WS-TOTAL-REVERSE-AMT   TO WS-TR-REV-AMT
           MOVE WS-TOTAL-CHGOFF-COUNT  TO WS-TR-COF-CNT
           MOVE WS-TOTAL-CHGOFF-AMT    TO WS-TR-COF-AMT
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-1
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-2
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-4
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-5
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-6
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-7
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-8
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-9
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-FOOTER

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
