      * codes (R01 INSUFFICIENT FUNDS, R02 ACCOUNT CLOSED, R03 NO    *
      * ACCOUNT, R16 ACCOUNT FROZEN/DORMANT). The control totals on  *
      * the report reconcile input entries to posted plus returned.  *
      * An IRA takes credits only - each is a contribution to the   *
      * run year, held to the IRAL limit on the WBFEEDB-DD fee      *
      * schedule (R23 when over) and recorded on WBIRADB-DD for the *
      * year-end YR5498 run.                                        *
      * A debit to an account enrolled on the WBACHADB-DD ACH        *
      * authorization file is returned unposted when the account     *
      * blocks all ACH debits, or filters them and the originator    *
      * company ID is not listed or the entry is over its listed     *
      * maximum - R29 for a business account, R10 otherwise - and    *
      * an alert is queued to the customer on NTFQUEUE-DD.           *
      ****************************************************************
      *---------------------
       ENVIRONMENT DIVISION.
               RECORD KEY   IS RFR-KEY
               FILE STATUS  IS WBREFRDB-FILE-STATUS.

           SELECT WBFEEDB-FILE
               ASSIGN       TO WBFEEDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS FEE-KEY
               FILE STATUS  IS WBFEEDB-FILE-STATUS.

           SELECT WBIRADB-FILE
               ASSIGN       TO WBIRADB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS IRA-KEY
               FILE STATUS  IS WBIRADB-FILE-STATUS.

           SELECT WBACHADB-FILE
               ASSIGN       TO WBACHADB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS ACA-KEY
               FILE STATUS  IS WBACHADB-FILE-STATUS.

           SELECT NTF-FILE   ASSIGN TO NTFQUEUE
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS NTFQUE-STAT.

           SELECT RET-OP     ASSIGN TO ACHRET
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS ACHRET-STAT.
           05 ACH-AMOUNT                 PIC 9(11)V99.
           05 ACH-TRACE                  PIC X(15).
           05 ACH-COMPANY                PIC X(16).
           05 ACH-COMPANY-ID             PIC X(10).
           05 FILLER                     PIC X(06).

       FD  WBACCTDB-FILE.
           COPY WBACCTREC.
       FD  WBREFRDB-FILE.
           COPY WBRFRREC.

       FD  WBFEEDB-FILE.
           COPY WBFEEREC.

       FD  WBIRADB-FILE.
           COPY WBIRAREC.

       FD  WBACHADB-FILE.
           COPY WBACAREC.

       FD  NTF-FILE
           RECORD CONTAINS 100.
           COPY WBNTFREC.

       FD  RET-OP
           RECORD CONTAINS 100.
       01  RET-RECORD.

       01  WBREFRDB-FILE-STATUS          PIC X(02) VALUE SPACES.

       01  WBFEEDB-FILE-STATUS           PIC X(02) VALUE SPACES.

       01  WBIRADB-FILE-STATUS           PIC X(02) VALUE SPACES.

       01  WBACHADB-FILE-STATUS          PIC X(02) VALUE SPACES.

      *    ACH DEBIT BLOCK/FILTER SERVICE (WBACHADB) - OPTIONAL; A
      *    REGION WITHOUT THE FILE BLOCKS NOTHING AND QUEUES NO ALERTS
       01  WS-ACH-AUTH-VARS.
           05 ACH-AUTH-FLAG            PIC X(01)       VALUE 'N'.
              88 ACH-AUTH-AVAILABLE                    VALUE 'Y'.
           05 ACH-BLOCK-FLAG           PIC X(01)       VALUE 'N'.
              88 ACH-DEBIT-BLOCKED                     VALUE 'Y'.
           05 WS-BLOCK-TEXT            PIC X(24)       VALUE SPACES.
           05 WS-BLOCK-COUNT           PIC 9(07)       VALUE ZERO.
           05 WS-BLOCK-AMOUNT          PIC S9(13)V99   VALUE ZERO.
           05 WS-NTF-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-BLOCK-LINE.
           05 FILLER           PIC X(45)  VALUE SPACES.
           05 FILLER           PIC X(11)  VALUE 'ORIGINATOR '.
           05 WS-BL-COMPANY-ID PIC X(10).
           05 FILLER           PIC X(02)  VALUE SPACES.
           05 WS-BL-COMPANY    PIC X(16).
           05 FILLER           PIC X(02)  VALUE SPACES.
           05 WS-BL-TEXT       PIC X(24).
           05 FILLER           PIC X(22)  VALUE SPACES.

       01  WS-BLOCK-TRAILER.
           05 FILLER           PIC X(30)  VALUE SPACES.
           05 FILLER           PIC X(27)  VALUE
                                 'ENTRIES BLOCKED - UNAUTH  :'.
           05 WS-TR-BLK-CNT    PIC ZZZ,ZZZ,ZZ9.
           05 FILLER           PIC X(04)  VALUE SPACES.
           05 WS-TR-BLK-AMT    PIC Z(10)9.99-.
           05 FILLER           PIC X(45)  VALUE SPACES.

      *    CENTRAL FEE SCHEDULE (WBFEEDB) - OPTIONAL; WITHOUT IT THE
      *    IRA CONTRIBUTION LIMIT FALLS BACK TO WS-IRA-DEFAULT-LIMIT
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
           05 WS-SCHED-AS-OF-DATE PIC X(10)       VALUE SPACES.

       01  WS-IRA-VARS.
           05 WS-IRA-DEFAULT-LIMIT PIC S9(5)V99   VALUE 7000.00.
           05 WS-IRA-CUR-YEAR      PIC 9(04)      VALUE ZERO.

       01  WS-REFER-VARS.
           05 WS-REFER-MODE            PIC X(05)       VALUE SPACES.
              88 REFERRAL-MODE-ON                      VALUE 'REFER'.
           05 PARMIN-STAT      PIC 9(02)  VALUE ZERO.
           05 ACHIN-STAT       PIC 9(02)  VALUE ZERO.
           05 ACHRET-STAT      PIC 9(02)  VALUE ZERO.
           05 NTFQUE-STAT      PIC 9(02)  VALUE ZERO.
           05 EOF-FLAG         PIC X(01)  VALUE 'N'.
              88 END-OF-FILE              VALUE 'Y'.
           05 ACCT-NOTFND-FLAG PIC X(01)  VALUE 'N'.
              SET LEGAL-AVAILABLE TO TRUE
           END-IF

           OPEN INPUT WBFEEDB-FILE
           IF WBFEEDB-FILE-STATUS = '00'
              SET FEE-TABLE-AVAILABLE TO TRUE
           END-IF

      *    THE IRA ACTIVITY FILE IS SHARED WITH THE ONLINE POSTING
      *    PATHS - A FIRST-EVER RUN CREATES IT
           OPEN I-O WBIRADB-FILE
           IF WBIRADB-FILE-STATUS = '35'
              OPEN OUTPUT WBIRADB-FILE
              CLOSE WBIRADB-FILE
              OPEN I-O WBIRADB-FILE
           END-IF
           IF WBIRADB-FILE-STATUS NOT = '00'
              DISPLAY 'ACHPOST - ERROR OPENING WBIRADB '
                      WBIRADB-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

      *    THE ACH AUTHORIZATION FILE IS OPTIONAL - WITH IT, EVERY
      *    BLOCKED DEBIT QUEUES AN ALERT, SO THE NOTIFICATION QUEUE
      *    IS ONLY NEEDED (AND THEN REQUIRED) WHEN IT IS PRESENT
           OPEN INPUT WBACHADB-FILE
           IF WBACHADB-FILE-STATUS = '00'
              SET ACH-AUTH-AVAILABLE TO TRUE
              OPEN EXTEND NTF-FILE
              IF NTFQUE-STAT = 35
                 OPEN OUTPUT NTF-FILE
              END-IF
              MOVE       'ERROR OPENING NTFQUEUE'   TO ERR-MSG
              PERFORM 9993-NTF-ERR-CHK             THRU 9993-EXIT
           END-IF

           PERFORM 2000-PROCESS-ALL-ENTRIES
              THRU 2000-EXIT
             UNTIL END-OF-FILE
              CLOSE WBLEGLDB-FILE
           END-IF

           IF FEE-TABLE-AVAILABLE
              CLOSE WBFEEDB-FILE
           END-IF

           CLOSE WBIRADB-FILE

           IF ACH-AUTH-AVAILABLE
              CLOSE WBACHADB-FILE
              CLOSE NTF-FILE
              MOVE      'ERROR CLOSING NTFQUEUE' TO ERR-MSG
              PERFORM 9993-NTF-ERR-CHK         THRU 9993-EXIT
           END-IF

           PERFORM 3000-HOUSEKEEPING THRU 3000-EXIT
           STOP RUN.
      *-----------------------------------------------------------------
              INVALID KEY SET ACCT-NOT-FOUND TO TRUE
           END-READ

           MOVE 'N'           TO ACH-BLOCK-FLAG
           IF NOT ACCT-NOT-FOUND AND ACH-TYPE-DEBIT
              PERFORM 2105-CHECK-LEGAL-FREEZE THRU 2105-EXIT
              PERFORM 2140-CHECK-ACH-AUTH     THRU 2140-EXIT
           END-IF

           EVALUATE TRUE
      *       FALL THROUGH THE POSTING EVALUATE UNTOUCHED AND STILL
      *       BE COUNTED AS POSTED
              WHEN NOT ACCOUNT-TYPE-CHK AND NOT ACCOUNT-TYPE-SAV
                 AND NOT ACCOUNT-TYPE-CD AND NOT ACCOUNT-TYPE-IRA
                 MOVE 'R99' TO WS-REASON-CODE
                 MOVE 'ACCT TYPE NOT ELIGIBLE' TO WS-REASON-TEXT
      *       AN IRA TAKES CONTRIBUTIONS ONLY - A DISTRIBUTION NEEDS
      *       ITS 1099-R CODE AND IS TAKEN AT THE WINDOW
              WHEN ACCOUNT-TYPE-IRA AND ACH-TYPE-DEBIT
                 MOVE 'R99' TO WS-REASON-CODE
                 MOVE 'IRA DEBIT NOT ALLOWED'  TO WS-REASON-TEXT
      *       A DEBIT THE CUSTOMER HAS NOT AUTHORIZED GOES BACK AS
      *       UNAUTHORIZED BEFORE FUNDS ARE EVEN LOOKED AT - A
      *       CORPORATE RETURN FOR A BUSINESS ACCOUNT
              WHEN ACH-TYPE-DEBIT AND ACH-DEBIT-BLOCKED
                 IF ACCOUNT-CLASS-BUSINESS
                    MOVE 'R29' TO WS-REASON-CODE
                    MOVE 'CORP CUST NOT AUTHORIZED' TO WS-REASON-TEXT
                 ELSE
                    MOVE 'R10' TO WS-REASON-CODE
                    MOVE 'CUSTOMER NOT AUTHORIZED'  TO WS-REASON-TEXT
                 END-IF
                 PERFORM 2145-QUEUE-BLOCK-ALERT THRU 2145-EXIT
                 ADD 1          TO WS-BLOCK-COUNT
                 ADD ACH-AMOUNT TO WS-BLOCK-AMOUNT
              WHEN ACCOUNT-TYPE-IRA
                 PERFORM 2115-CHECK-IRA-LIMIT THRU 2115-EXIT
              WHEN ACH-TYPE-DEBIT
                 PERFORM 2110-CHECK-DEBIT-FUNDS THRU 2110-EXIT
              WHEN OTHER

           MOVE WS-DETAIL-LINE TO RPT-OP-FIELDS
           PERFORM 2500-WRITE-RECORD THRU 2500-EXIT

           IF ACH-DEBIT-BLOCKED
              AND (WS-REASON-CODE = 'R29' OR WS-REASON-CODE = 'R10')
              MOVE ACH-COMPANY-ID TO WS-BL-COMPANY-ID
              MOVE ACH-COMPANY    TO WS-BL-COMPANY
              MOVE WS-BLOCK-TEXT  TO WS-BL-TEXT
              MOVE WS-BLOCK-LINE  TO RPT-OP-FIELDS
              PERFORM 2500-WRITE-RECORD THRU 2500-EXIT
           END-IF
           .
       2100-EXIT.
           EXIT.
       2110-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    AN ACH CREDIT TO AN IRA IS A CONTRIBUTION TO THE RUN YEAR -
      *    THE ACCOUNT ROLLS INTO THAT YEAR FIRST (THE OLD CURRENT
      *    TOTAL BECOMES THE PRIOR-YEAR TOTAL), THEN THE YEAR'S TOTAL
      *    PLUS THE ENTRY IS HELD TO THE IRAL LIMIT IN FORCE AT 12/31
       2115-CHECK-IRA-LIMIT.
           MOVE '2115-CHECK-IRA-LIMIT' TO ERR-LOC
           MOVE WS-DATE-R(1:4)         TO WS-IRA-CUR-YEAR

           IF ACCOUNT-IRA-CONTRIB-YEAR < WS-IRA-CUR-YEAR
              IF ACCOUNT-IRA-CONTRIB-YEAR + 1 = WS-IRA-CUR-YEAR
                 MOVE ACCOUNT-IRA-CUR-CONTRIB
                   TO ACCOUNT-IRA-PRI-CONTRIB
              ELSE
                 MOVE ZERO TO ACCOUNT-IRA-PRI-CONTRIB
              END-IF
              MOVE ZERO            TO ACCOUNT-IRA-CUR-CONTRIB
              MOVE WS-IRA-CUR-YEAR TO ACCOUNT-IRA-CONTRIB-YEAR
           END-IF

           MOVE 'IRAL'               TO WS-SCHED-FEE-CODE
           MOVE WS-IRA-DEFAULT-LIMIT TO WS-SCHED-FEE
           MOVE SPACES               TO WS-SCHED-AS-OF-DATE
           STRING WS-DATE-R(1:4) '-12-31' DELIMITED BY SIZE
                  INTO WS-SCHED-AS-OF-DATE
           PERFORM 8800-LOOKUP-FEE THRU 8800-EXIT

           IF ACCOUNT-IRA-CUR-CONTRIB + ACH-AMOUNT > WS-SCHED-FEE
              MOVE 'R23' TO WS-REASON-CODE
              MOVE 'IRA CONTRIB OVER LIMIT' TO WS-REASON-TEXT
           END-IF
           .
       2115-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    TOTAL THE LEGAL-ORDER FREEZES IN FORCE AGAINST THE
      *    ACCOUNT - A FULL FREEZE BLOCKS THE DEBIT OUTRIGHT, A
      *    PARTIAL FREEZE IS AS UNAVAILABLE AS A DEPOSIT HOLD.
                   ADD ACH-AMOUNT TO ACCOUNT-CD-BAL
                   ADD 1          TO ACCOUNT-CD-DETAIL-ITEMS
                   MOVE ACCOUNT-CD-DETAIL-ITEMS TO TXN-ITEM-NUM
              WHEN ACCOUNT-TYPE-IRA AND ACH-TYPE-CREDIT
                   ADD ACH-AMOUNT TO ACCOUNT-IRA-BAL
                   ADD ACH-AMOUNT TO ACCOUNT-IRA-CUR-CONTRIB
                   ADD 1          TO ACCOUNT-IRA-DETAIL-ITEMS
                   MOVE ACCOUNT-IRA-DETAIL-ITEMS TO TXN-ITEM-NUM
           END-EVALUATE

           REWRITE WBACCT-RECORD
           MOVE    'ERROR WRITING WBTXNDB' TO ERR-MSG
           PERFORM 9996-TXN-ERR-CHK      THRU 9996-EXIT
           PERFORM 8710-JOURNAL-TXN THRU 8710-EXIT

           IF ACCOUNT-TYPE-IRA
              PERFORM 2125-WRITE-IRA-ACTIVITY THRU 2125-EXIT
           END-IF
           .
       2120-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    RECORD THE CONTRIBUTION FOR THE YEAR-END 5498 UNDER THE
      *    SAME ITEM NUMBER AS ITS TXN DETAIL
       2125-WRITE-IRA-ACTIVITY.
           MOVE '2125-WRITE-IRA-ACTIVITY' TO ERR-LOC

           MOVE SPACES                   TO WBIRA-RECORD
           MOVE ACCOUNT-SSN              TO IRA-SSN
           MOVE ACCOUNT-NUMBER           TO IRA-ACCT-NUM
           MOVE TXN-ITEM-NUM             TO IRA-ITEM-NUM
           SET  IRA-CONTRIBUTION         TO TRUE
           MOVE WS-IRA-CUR-YEAR          TO IRA-TAX-YEAR
           MOVE WS-DATE-R                TO IRA-ACTIVITY-DATE
           MOVE ACH-AMOUNT               TO IRA-AMOUNT
           MOVE ZERO                     TO IRA-FED-WH
           MOVE ACCOUNT-IRA-PLAN-CODE    TO IRA-PLAN-CODE
           SET  IRA-SOURCE-ACH           TO TRUE

           WRITE WBIRA-RECORD
           IF WBIRADB-FILE-STATUS NOT = '00'
              DISPLAY 'ACHPOST - ERROR WRITING WBIRADB '
                      WBIRADB-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .
       2125-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2130-RETURN-ENTRY.
           MOVE '2130-RETURN-ENTRY' TO ERR-LOC
           .
       2136-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    ACH DEBIT BLOCK/FILTER - AN ACCOUNT IS ENROLLED BY AN
      *    ACTIVE CONTROL RECORD (COMPANY ID SPACES). BLOCK-ALL STOPS
      *    EVERY DEBIT; FILTER LETS THROUGH ONLY AN ACTIVE LISTED
      *    ORIGINATOR, AND THEN ONLY UP TO ITS MAXIMUM (ZERO = ANY)
       2140-CHECK-ACH-AUTH.
           MOVE '2140-CHECK-ACH-AUTH' TO ERR-LOC
           MOVE SPACES                TO WS-BLOCK-TEXT

           IF NOT ACH-AUTH-AVAILABLE
              GO TO 2140-EXIT
           END-IF

           MOVE ACH-SSN      TO ACA-SSN
           MOVE ACH-ACCT-NUM TO ACA-ACCT-NUM
           MOVE SPACES       TO ACA-COMPANY-ID
           READ WBACHADB-FILE
              INVALID KEY GO TO 2140-EXIT
           END-READ

           IF NOT ACA-STATUS-ACTIVE
              GO TO 2140-EXIT
           END-IF

           IF ACA-MODE-BLOCK-ALL
              SET ACH-DEBIT-BLOCKED TO TRUE
              MOVE 'ALL ACH DEBITS BLOCKED' TO WS-BLOCK-TEXT
              GO TO 2140-EXIT
           END-IF

           IF NOT ACA-MODE-FILTER
              GO TO 2140-EXIT
           END-IF

           IF ACH-COMPANY-ID = SPACES
              SET ACH-DEBIT-BLOCKED TO TRUE
              MOVE 'NO ORIGINATOR ID'       TO WS-BLOCK-TEXT
              GO TO 2140-EXIT
           END-IF

           MOVE ACH-SSN        TO ACA-SSN
           MOVE ACH-ACCT-NUM   TO ACA-ACCT-NUM
           MOVE ACH-COMPANY-ID TO ACA-COMPANY-ID
           READ WBACHADB-FILE
              INVALID KEY
                 SET ACH-DEBIT-BLOCKED TO TRUE
                 MOVE 'ORIGINATOR NOT LISTED' TO WS-BLOCK-TEXT
                 GO TO 2140-EXIT
           END-READ

           EVALUATE TRUE
              WHEN NOT ACA-STATUS-ACTIVE
                 SET ACH-DEBIT-BLOCKED TO TRUE
                 MOVE 'ORIGINATOR NOT LISTED' TO WS-BLOCK-TEXT
              WHEN ACA-MAX-AMOUNT > ZERO
                   AND ACH-AMOUNT > ACA-MAX-AMOUNT
                 SET ACH-DEBIT-BLOCKED TO TRUE
                 MOVE 'OVER AUTHORIZED MAXIMUM' TO WS-BLOCK-TEXT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
       2140-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2145-QUEUE-BLOCK-ALERT.
           MOVE '2145-QUEUE-BLOCK-ALERT' TO ERR-LOC

           MOVE SPACES            TO WBNTF-RECORD
           MOVE ACH-SSN           TO NTF-SSN
           MOVE ACH-ACCT-NUM      TO NTF-ACCT-NUM
           MOVE WS-DATE-R         TO NTF-DATE
           SET  NTF-TYPE-ACH-BLOCKED TO TRUE
           MOVE ACH-AMOUNT        TO WS-NTF-AMOUNT
           STRING 'ACH DEBIT ' WS-NTF-AMOUNT ' FROM ' ACH-COMPANY
                  ' BLOCKED'
                  DELIMITED BY SIZE INTO NTF-TEXT

           WRITE WBNTF-RECORD
           MOVE    'ERROR WRITING NTFQUEUE' TO ERR-MSG
           PERFORM 9993-NTF-ERR-CHK       THRU 9993-EXIT
           .
       2145-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2500-WRITE-RECORD.
           MOVE '2500-WRITE-RECORD'      TO ERR-LOC
              WRITE RPT-OP-FIELDS   FROM WS-REFER-TRAILER
              CLOSE WBREFRDB-FILE
           END-IF
           MOVE WS-BLOCK-COUNT  TO WS-TR-BLK-CNT
           MOVE WS-BLOCK-AMOUNT TO WS-TR-BLK-AMT
           IF ACH-AUTH-AVAILABLE
              WRITE RPT-OP-FIELDS   FROM WS-BLOCK-TRAILER
           END-IF
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-FOOTER

           .
       8710-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    RESOLVE A SCHEDULED AMOUNT AS OF WS-SCHED-AS-OF-DATE -
      *    WS-SCHED-FEE COMES IN HOLDING THE FALLBACK. EVERY ENTRY FOR
      *    THE CODE ALREADY EFFECTIVE WHOSE CLASS AND BRANCH ARE BLANK
      *    OR MATCH IS RANKED (BRANCH 2, CLASS 1) AND THE BEST RANK
      *    WINS, WITHIN A RANK THE LATEST DATE.
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

           IF FEE-EFFECTIVE-DATE > WS-SCHED-AS-OF-DATE
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
       9994-ACH-ERR-CHK.
           EVALUATE TRUE
