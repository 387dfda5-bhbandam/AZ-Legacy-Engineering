      * the decision file on PPSUSP-DD, which the branch works each  *
      * morning through the PPAYDEC run. The posting report carries  *
      * control totals that tie input items to posted plus returned  *
      * plus diverted. Accounts with check stock issued through the  *
      * CKORDEXT run (issued orders on WBCKORDB-DD) have each item's *
      * serial checked against the ranges printed; one far outside   *
      * all of them still posts but is flagged on the report.        *
      ****************************************************************
      *---------------------
       ENVIRONMENT DIVISION.
               RECORD KEY   IS RFR-KEY
               FILE STATUS  IS WBREFRDB-FILE-STATUS.

           SELECT WBCKORDB-FILE
               ASSIGN       TO WBCKORDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CKO-KEY
               FILE STATUS  IS WBCKORDB-FILE-STATUS.

           SELECT RET-OP     ASSIGN TO RETITEMS
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS RETITEM-STAT.
                             FILE STATUS IS PPSUSP-STAT.


           SELECT WBFEEDB-FILE
               ASSIGN       TO WBFEEDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS FEE-KEY
               FILE STATUS  IS WBFEEDB-FILE-STATUS WBFEEDB-VSAM-CODE.

           SELECT WBBDATE-FILE
               ASSIGN       TO WBBDATE
               ORGANIZATION IS INDEXED
       FD  WBREFRDB-FILE.
           COPY WBRFRREC.

       FD  WBCKORDB-FILE.
           COPY WBCKOREC.

       FD  RET-OP
           RECORD CONTAINS 100.
       01  RET-RECORD.
           05 FILLER                     PIC X(27).


       FD  WBFEEDB-FILE.
           COPY WBFEEREC.

       FD  WBBDATE-FILE.
           COPY WBBDTREC.

      *    'REFER' PARKS FUNDS-ONLY FAILURES ON THE REFERRAL FILE
      *    FOR THE MORNING TELLER INSTEAD OF RETURNING THEM
           05 PARM-REFER-MODE            PIC X(05).
           05 FILLER                     PIC X(01).
      *    HOW FAR OUTSIDE ITS ISSUED CHECK-STOCK RANGES A SERIAL
      *    MAY FALL BEFORE THE ITEM IS FLAGGED - DEFAULT 200
           05 PARM-SERIAL-TOLERANCE      PIC 9(05).
           05 FILLER                     PIC X(58).

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

       01  WBBDATE-FILE-STATUS           PIC X(02) VALUE SPACES.

       01  WBACCTDB-FILE-STATUS.
              10 WS-D-AMOUNT   PIC Z(10)9.99-.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-DISP     PIC X(30).
              10 WS-D-FLAG     PIC X(20).
              10 FILLER        PIC X(28)  VALUE SPACES.

           05 WS-FOOTER.
              10 FILLER        PIC X(58)  VALUE ALL '='.
              10 WS-TR-PPH-AMT PIC Z(10)9.99-.
              10 FILLER        PIC X(45)  VALUE SPACES.

           05 WS-TRAILER-7.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'SERIALS OUT OF RANGE      :'.
              10 WS-TR-SOR-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 WS-TR-SOR-AMT PIC Z(10)9.99-.
              10 FILLER        PIC X(45)  VALUE SPACES.

       01  WBREFRDB-FILE-STATUS          PIC X(02) VALUE SPACES.

       01  WBCKORDB-FILE-STATUS          PIC X(02) VALUE SPACES.

       01  WS-SERIAL-VARS.
           05 WS-SERIAL-TOLERANCE      PIC 9(05)       VALUE 200.
           05 WS-ITEM-SERIAL           PIC 9(10)       VALUE ZERO.
           05 WS-RANGE-LOW             PIC S9(11)      VALUE ZERO.
           05 WS-RANGE-HIGH            PIC S9(11)      VALUE ZERO.
           05 WS-SERIAL-FLAG-COUNT     PIC 9(07)       VALUE ZERO.
           05 WS-SERIAL-FLAG-AMOUNT    PIC S9(13)V99   VALUE ZERO.
           05 CKO-AVAIL-FLAG           PIC X(01)       VALUE 'N'.
              88 CHECK-ORDERS-AVAILABLE                VALUE 'Y'.
           05 CKO-SCAN-FLAG            PIC X(01)       VALUE 'N'.
              88 CKO-SCAN-DONE                         VALUE 'Y'.
           05 CKO-ISSUED-FLAG          PIC X(01)       VALUE 'N'.
              88 CKO-STOCK-ISSUED                      VALUE 'Y'.
           05 CKO-INRANGE-FLAG         PIC X(01)       VALUE 'N'.
              88 CKO-SERIAL-IN-RANGE                   VALUE 'Y'.

       01  WS-REFER-VARS.
           05 WS-REFER-MODE            PIC X(05)       VALUE SPACES.
              88 REFERRAL-MODE-ON                      VALUE 'REFER'.
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

           OPEN INPUT WBSTOPDB-FILE
           MOVE       'ERROR OPENING WBSTOPDB'   TO ERR-MSG
           PERFORM 9997-STP-ERR-CHK             THRU 9997-EXIT
              SET LEGAL-AVAILABLE TO TRUE
           END-IF

      *    AND THE CHECK-ORDER FILE - WITHOUT IT, NO SERIAL IS
      *    CHECKED AGAINST ISSUED STOCK
           OPEN INPUT WBCKORDB-FILE
           IF WBCKORDB-FILE-STATUS = '00'
              SET CHECK-ORDERS-AVAILABLE TO TRUE
           END-IF

           PERFORM 2000-PROCESS-ALL-ITEMS
              THRU 2000-EXIT
             UNTIL END-OF-FILE
           MOVE      'ERROR CLOSING WBTXNDB' TO ERR-MSG
           PERFORM 9996-TXN-ERR-CHK         THRU 9996-EXIT

           IF FEE-TABLE-AVAILABLE
              CLOSE WBFEEDB-FILE
           END-IF

           CLOSE WBSTOPDB-FILE
           MOVE      'ERROR CLOSING WBSTOPDB' TO ERR-MSG
           PERFORM 9997-STP-ERR-CHK         THRU 9997-EXIT
              CLOSE WBLEGLDB-FILE
           END-IF

           IF CHECK-ORDERS-AVAILABLE
              CLOSE WBCKORDB-FILE
           END-IF

           PERFORM 3000-HOUSEKEEPING THRU 3000-EXIT
           STOP RUN.
      *-----------------------------------------------------------------
              IF PARM-REFER-MODE = 'REFER'
                 MOVE PARM-REFER-MODE     TO WS-REFER-MODE
              END-IF
              IF PARM-SERIAL-TOLERANCE IS NUMERIC
                 MOVE PARM-SERIAL-TOLERANCE TO WS-SERIAL-TOLERANCE
              END-IF
           END-IF
           .
       1070-EXIT.
                 ADD CHK-AMOUNT TO WS-RETURN-AMOUNT
           END-EVALUATE

      *    THE SERIAL CHECK ONLY FLAGS - THE ITEM HAS ALREADY BEEN
      *    POSTED, RETURNED OR HELD ON ITS OWN MERITS ABOVE
           IF CHECK-ORDERS-AVAILABLE AND NOT ACCT-NOT-FOUND
              PERFORM 2140-CHECK-SERIAL-RANGE THRU 2140-EXIT
           END-IF

           MOVE WS-DETAIL-LINE TO RPT-OP-FIELDS
           PERFORM 2500-WRITE-RECORD THRU 2500-EXIT
           .

           IF WS-NEW-BALANCE < 0
              SET OD-CHARGE-DUE TO TRUE
              PERFORM 8810-PRICE-OD-CHARGE THRU 8810-EXIT
              COMPUTE WS-NEW-BALANCE =
                      WS-NEW-BALANCE - ACCOUNT-CHK-OD-CHG
           END-IF
           .
       2136-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    AN ACCOUNT WHOSE CHECK STOCK WAS ORDERED THROUGH CKORDEXT
      *    HAS ITS PRINTED SERIAL RANGES ON THE ISSUED ORDERS. A
      *    NUMERIC SERIAL OUTSIDE EVERY RANGE BY MORE THAN THE
      *    TOLERANCE (STOCK FROM ANOTHER PRINTER, OR A FORGERY) IS
      *    FLAGGED. AN ACCOUNT WITH NO ISSUED ORDERS IS NOT CHECKED.
       2140-CHECK-SERIAL-RANGE.
           MOVE '2140-CHECK-SERIAL-RANGE' TO ERR-LOC
           MOVE 'N' TO CKO-SCAN-FLAG
           MOVE 'N' TO CKO-ISSUED-FLAG
           MOVE 'N' TO CKO-INRANGE-FLAG

           IF CHK-REFERENCE IS NOT NUMERIC
              GO TO 2140-EXIT
           END-IF
           MOVE CHK-REFERENCE TO WS-ITEM-SERIAL

           MOVE CHK-SSN      TO CKO-SSN
           MOVE CHK-ACCT-NUM TO CKO-ACCT-NUM
           MOVE ZERO         TO CKO-SEQ
           START WBCKORDB-FILE KEY IS NOT LESS THAN CKO-KEY
              INVALID KEY SET CKO-SCAN-DONE TO TRUE
           END-START

           PERFORM 2141-SCAN-ONE-CHECK-ORDER THRU 2141-EXIT
              UNTIL CKO-SCAN-DONE

           IF CKO-STOCK-ISSUED AND NOT CKO-SERIAL-IN-RANGE
              MOVE 'SERIAL OUT OF RANGE' TO WS-D-FLAG
              ADD 1          TO WS-SERIAL-FLAG-COUNT
              ADD CHK-AMOUNT TO WS-SERIAL-FLAG-AMOUNT
           END-IF
           .
       2140-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2141-SCAN-ONE-CHECK-ORDER.
           READ WBCKORDB-FILE NEXT
              AT END SET CKO-SCAN-DONE TO TRUE
           END-READ
           IF CKO-SCAN-DONE
              GO TO 2141-EXIT
           END-IF

           IF CKO-SSN NOT = CHK-SSN
              OR CKO-ACCT-NUM NOT = CHK-ACCT-NUM
              SET CKO-SCAN-DONE TO TRUE
              GO TO 2141-EXIT
           END-IF

           IF NOT CKO-STATUS-ISSUED
              GO TO 2141-EXIT
           END-IF

           SET CKO-STOCK-ISSUED TO TRUE
           COMPUTE WS-RANGE-LOW  =
                   CKO-START-SERIAL - WS-SERIAL-TOLERANCE
           COMPUTE WS-RANGE-HIGH =
                   CKO-END-SERIAL + WS-SERIAL-TOLERANCE
           IF WS-ITEM-SERIAL NOT < WS-RANGE-LOW
              AND WS-ITEM-SERIAL NOT > WS-RANGE-HIGH
              SET CKO-SERIAL-IN-RANGE TO TRUE
              SET CKO-SCAN-DONE       TO TRUE
           END-IF
           .
       2141-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2500-WRITE-RECORD.
           MOVE '2500-WRITE-RECORD'      TO ERR-LOC
              WRITE RPT-OP-FIELDS   FROM WS-TRAILER-6
              CLOSE WBREFRDB-FILE
           END-IF
           MOVE WS-SERIAL-FLAG-COUNT  TO WS-TR-SOR-CNT
           MOVE WS-SERIAL-FLAG-AMOUNT TO WS-TR-SOR-AMT
           IF CHECK-ORDERS-AVAILABLE
              WRITE RPT-OP-FIELDS   FROM WS-TRAILER-7
           END-IF
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-FOOTER

              MOVE 8 TO RETURN-CODE
           END-IF

      *    FLAGGED SERIALS WANT A LOOK FROM THE BRANCH - A WARNING
      *    RETURN CODE, UNLESS SOMETHING WORSE IS ALREADY SET
           IF WS-SERIAL-FLAG-COUNT > 0 AND RETURN-CODE < 4
              DISPLAY 'CHKPOST - SERIALS OUTSIDE ISSUED CHECK STOCK'
              MOVE 4 TO RETURN-CODE
           END-IF

           IF RCVJRN-STAT = 0
              CLOSE JRN-OP
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
       9993-PPS-ERR-CHK.
           EVALUATE TRUE
