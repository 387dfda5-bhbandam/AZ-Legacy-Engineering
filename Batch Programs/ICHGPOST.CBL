      * WBACCTDB-DD/WBTXNDB-DD, mapping each card to its customer    *
      * through the WBCARDDB-DD card master and posting the          *
      * network's acquirer fee as a service charge; entries that     *
      * fail are written back to ICXREJ-DD with a reason. A posted   *
      * withdrawal on a pending reissued card is its first use: the  *
      * card is activated and the card it replaces closed. The       *
      * acquiring pass reads the day's foreign-card captures from    *
      * the WICX queue dataset on ICXACQ-DD (written by WBFORGN)     *
      * and builds the outgoing interchange file on ICXOUT-DD with   *
      * closes with the day's net settlement position against the    *
      * network - the figure the network's settlement advice must    *
      * match.                                                       *
      *                                                              *
      * A withdrawal at a surcharging terminal carries the surcharge *
      * the cardholder accepted; it goes out on the interchange      *
      * entry, is owed us by the network on top of the amount, and   *
      * is journalled to the GL on GLSURJNL-DD in the GLJRNL layout  *
      * (network receivable to surcharge revenue, one pair per       *
      * terminal) through the 'U' card on GLMAP-DD. Each terminal's  *
      * day goes to the WBSURDB-DD history, with its branch from     *
      * WBTRMDB-DD, for the SURCHRPT monthly revenue report. With    *
      * surcharges to book and no 'U' card the journal is not        *
      * released and the run ends RC=4.                              *
      ****************************************************************
      *---------------------
       ENVIRONMENT DIVISION.
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
               RECORD KEY   IS RLG-KEY
               FILE STATUS  IS WBRUNLOG-FILE-STATUS.

           SELECT WBTRMDB-FILE
               ASSIGN       TO WBTRMDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS TRM-TERM-ID
               FILE STATUS  IS WBTRMDB-FILE-STATUS.

           SELECT WBSURDB-FILE
               ASSIGN       TO WBSURDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS SUR-KEY
               FILE STATUS  IS WBSURDB-FILE-STATUS.

           SELECT GLMAP-FILE ASSIGN TO GLMAP
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS GLMAP-STAT.

           SELECT GLJ-OP     ASSIGN TO GLSURJNL
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS GLSURJNL-STAT.

           SELECT JRN-OP     ASSIGN TO RCVJRNL
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS RCVJRN-STAT.
              10 ICO-TIME                PIC X(08).
              10 ICO-TERM-ID             PIC X(04).
              10 ICO-TRACE               PIC 9(06).
              10 ICO-SURCHARGE           PIC 9(05)V99.
              10 FILLER                  PIC X(13).
           05 ICO-HEADER-AREA REDEFINES ICO-ENTRY-AREA.
              10 ICO-HDR-DATE            PIC X(10).
              10 ICO-HDR-BANK            PIC X(16).
           05 ICO-TRAILER-AREA REDEFINES ICO-ENTRY-AREA.
              10 ICO-TR-ENTRY-COUNT      PIC 9(07).
              10 ICO-TR-AMOUNT-TOTAL     PIC 9(11)V99.
              10 ICO-TR-SURCHARGE-TOTAL  PIC 9(11)V99.
              10 FILLER                  PIC X(46).

       FD  REJ-OP
           RECORD CONTAINS 100.
       FD  WBLEGLDB-FILE.
           COPY WBLGLREC.

       FD  WBFEEDB-FILE.
           COPY WBFEEREC.

       FD  WBBDATE-FILE.
           COPY WBBDTREC.

       FD  WBRUNLOG-FILE.
           COPY WBRLGREC.

       FD  WBTRMDB-FILE.
           COPY WBTRMREC.

       FD  WBSURDB-FILE.
           COPY WBSURREC.

      *    THE GLJRNL CHART-ASSIGNMENT CARDS. THIS RUN USES ONLY THE
      *    SURCHARGE CARD - TRANSACTION TYPE 'U' IN COLUMN 1 - WHOSE
      *    LEGS ARE THE NETWORK SETTLEMENT RECEIVABLE DEBITED AND THE
      *    SURCHARGE REVENUE ACCOUNT CREDITED
       FD  GLMAP-FILE
           RECORD CONTAINS 80.
       01  GLMAP-RECORD.
           05 GLM-TXN-TYPE               PIC X(01).
           05 FILLER                     PIC X(01).
           05 GLM-ACCT-TYPE              PIC X(01).
           05 FILLER                     PIC X(01).
           05 GLM-DR-GLACCT              PIC X(08).
           05 FILLER                     PIC X(01).
           05 GLM-CR-GLACCT              PIC X(08).
           05 FILLER                     PIC X(01).
           05 GLM-DESC                   PIC X(20).
           05 FILLER                     PIC X(38).

      *    THE GLJRNL JOURNAL LAYOUT - BALANCED DETAIL PAIRS AND A
      *    TRAILER CARRYING THE PROOF TOTALS AND THE RELEASE FLAG
       FD  GLJ-OP
           RECORD CONTAINS 100.
       01  GLJ-RECORD.
           05 GLJ-REC-TYPE               PIC X(01).
              88 GLJ-DETAIL                     VALUE 'D'.
              88 GLJ-TRAILER                    VALUE 'T'.
           05 GLJ-DETAIL-AREA.
              10 GLJ-GL-ACCT             PIC X(08).
              10 GLJ-DR-CR               PIC X(01).
              10 GLJ-AMOUNT              PIC 9(11)V99.
              10 GLJ-DATE                PIC X(10).
              10 GLJ-SOURCE-SSN          PIC X(09).
              10 GLJ-SOURCE-ACCT         PIC X(10).
              10 GLJ-SOURCE-ITEM         PIC 9(07).
              10 GLJ-DESC                PIC X(20).
              10 FILLER                  PIC X(21).
           05 GLJ-TRAILER-AREA REDEFINES GLJ-DETAIL-AREA.
              10 GLJ-TR-DATE             PIC X(10).
              10 GLJ-TR-DR-TOTAL         PIC 9(13)V99.
              10 GLJ-TR-CR-TOTAL         PIC 9(13)V99.
              10 GLJ-TR-LINE-COUNT       PIC 9(09).
              10 GLJ-TR-RELEASE-FLAG     PIC X(01).
              10 FILLER                  PIC X(49).

       FD  JRN-OP
           RECORD CONTAINS 160.
           COPY WBJRNREC.
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

       01  WBTRMDB-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WBSURDB-FILE-STATUS           PIC X(02) VALUE SPACES.

       01  WBCARDDB-FILE-STATUS.
           05  STA-CRD-STAT1             PIC X(01).
           05  STA-CRD-STAT2             PIC X(01).
              10 FILLER        PIC X(06)  VALUE 'TERM'.
              10 FILLER        PIC X(16)  VALUE 'DISPENSED'.
              10 FILLER        PIC X(08)  VALUE 'COUNT'.
              10 FILLER        PIC X(16)  VALUE 'SURCHARGES'.
              10 FILLER        PIC X(08)  VALUE 'BRANCH'.
              10 FILLER        PIC X(78)  VALUE SPACES.

           05 WS-ACQ-LINE.
              10 WS-A-TERM     PIC X(04).
              10 WS-A-DISP     PIC Z(10)9.99-.
              10 FILLER        PIC X(01)  VALUE SPACES.
              10 WS-A-COUNT    PIC ZZ,ZZ9.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-A-SURCH    PIC Z(10)9.99-.
              10 FILLER        PIC X(01)  VALUE SPACES.
              10 WS-A-BRANCH   PIC X(03).
              10 FILLER        PIC X(83)  VALUE SPACES.

           05 WS-REJECT-LINE.
              10 FILLER        PIC X(05)  VALUE SPACES.
              10 WS-CL-COUNT   PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(61)  VALUE SPACES.

           05 WS-SURCH-RELEASED-LINE.
              10 FILLER        PIC X(40)  VALUE SPACES.
              10 FILLER        PIC X(46)  VALUE
                       '*** SURCHARGE JOURNAL RELEASED TO THE GL ***'.
              10 FILLER        PIC X(46)  VALUE SPACES.

           05 WS-SURCH-REFUSED-LINE.
              10 FILLER        PIC X(38)  VALUE SPACES.
              10 FILLER        PIC X(56)  VALUE
            '*** SURCHARGE JOURNAL NOT RELEASED - NO GLMAP CARD ***'.
              10 FILLER        PIC X(38)  VALUE SPACES.

           05 WS-FOOTER.
              10 FILLER        PIC X(58)  VALUE ALL '='.
              10 FILLER        PIC X(15)  VALUE ' END OF REPORT '.
              10 WS-TERM-ID            PIC X(04).
              10 WS-TERM-DISPENSED     PIC S9(13)V99 COMP-3.
              10 WS-TERM-TXN-COUNT     PIC 9(05)  COMP.
              10 WS-TERM-BRANCH        PIC X(03).
              10 WS-TERM-SURCHARGE     PIC S9(13)V99 COMP-3.
              10 WS-TERM-SURCH-COUNT   PIC 9(05)  COMP.

       01  WS-VARS.
           05 WS-DATE-MDY              PIC X(10)       VALUE SPACES.
           05 WS-ISSUED-TOTAL          PIC S9(13)V99   VALUE ZERO.
           05 WS-ACQ-COUNT             PIC 9(07)       VALUE ZERO.
           05 WS-ACQ-TOTAL             PIC S9(13)V99   VALUE ZERO.
           05 WS-ACQ-SURCH-COUNT       PIC 9(07)       VALUE ZERO.
           05 WS-ACQ-SURCH-TOTAL       PIC S9(13)V99   VALUE ZERO.
           05 WS-WORK-SURCHARGE        PIC S9(5)V99    VALUE ZERO.
           05 WS-SURCH-DR-TOTAL        PIC S9(13)V99   VALUE ZERO.
           05 WS-SURCH-CR-TOTAL        PIC S9(13)V99   VALUE ZERO.
           05 WS-SURCH-LINE-COUNT      PIC 9(09)       VALUE ZERO.
           05 WS-NET-SETTLEMENT        PIC S9(13)V99   VALUE ZERO.
           05 WS-NEW-BALANCE           PIC S9(13)V99   VALUE ZERO.
           05 WS-FREEZE-TOTAL          PIC S9(13)V99   VALUE ZERO.
           05 ICXACQ-STAT      PIC 9(02)  VALUE ZERO.
           05 ICXOUT-STAT      PIC 9(02)  VALUE ZERO.
           05 ICXREJ-STAT      PIC 9(02)  VALUE ZERO.
           05 GLMAP-STAT       PIC 9(02)  VALUE ZERO.
           05 GLSURJNL-STAT    PIC 9(02)  VALUE ZERO.
           05 MAP-EOF-FLAG     PIC X(01)  VALUE 'N'.
              88 MAP-END-OF-FILE          VALUE 'Y'.
           05 TRM-AVAIL-FLAG   PIC X(01)  VALUE 'N'.
              88 TERMINALS-AVAILABLE      VALUE 'Y'.
           05 SUR-AVAIL-FLAG   PIC X(01)  VALUE 'N'.
              88 SURCH-HISTORY-AVAILABLE  VALUE 'Y'.
           05 SUR-CARD-FLAG    PIC X(01)  VALUE 'N'.
              88 SURCH-CARD-FOUND         VALUE 'Y'.
           05 SUR-PROOF-FLAG   PIC X(01)  VALUE 'N'.
              88 SURCH-OUT-OF-PROOF       VALUE 'Y'.
           05 ICI-EOF-FLAG     PIC X(01)  VALUE 'N'.
              88 ISSUED-DONE              VALUE 'Y'.
           05 ICA-EOF-FLAG     PIC X(01)  VALUE 'N'.
           05 OD-CHARGE-FLAG   PIC X(01)  VALUE 'N'.
              88 OD-CHARGE-DUE            VALUE 'Y'.

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

      *    THE GLMAP SURCHARGE CARD'S LEGS
       01  WS-SURCH-CARD.
           05 WS-SURCH-DR-GLACCT  PIC X(08) VALUE SPACES.
           05 WS-SURCH-CR-GLACCT  PIC X(08) VALUE SPACES.
           05 WS-SURCH-DESC       PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
      *
      * THIS PROGRAM POSTS THE NETWORK'S ISSUING FILE AGAINST OUR
           MOVE       'ERROR OPENING WBTXNDB'    TO ERR-MSG
           PERFORM 9996-TXN-ERR-CHK             THRU 9996-EXIT

      *    THE CENTRAL FEE SCHEDULE IS OPTIONAL - WITHOUT IT EVERY
      *    FEE FALLS BACK TO ITS COMPILED OR PARM AMOUNT
           OPEN INPUT WBFEEDB-FILE
           IF WBFEEDB-FILE-STATUS = '00'
              SET FEE-TABLE-AVAILABLE TO TRUE
           END-IF

           PERFORM 2000-POST-ISSUED-FILE  THRU 2000-EXIT
           PERFORM 4000-BUILD-ACQUIRED-FILE THRU 4000-EXIT
           PERFORM 4300-JOURNAL-SURCHARGES  THRU 4300-EXIT

           CLOSE WBCARDDB-FILE
           MOVE      'ERROR CLOSING WBCARDDB' TO ERR-MSG
           MOVE      'ERROR CLOSING WBTXNDB' TO ERR-MSG
           PERFORM 9996-TXN-ERR-CHK         THRU 9996-EXIT

           IF FEE-TABLE-AVAILABLE
              CLOSE WBFEEDB-FILE
           END-IF

           PERFORM 5000-SETTLEMENT-REPORT THRU 5000-EXIT
           PERFORM 9000-HOUSEKEEPING      THRU 9000-EXIT
           PERFORM 9100-WRITE-RUN-STATS   THRU 9100-EXIT
           MOVE    'ERROR OPENING ICXREJ'   TO ERR-MSG
           PERFORM 9994-REJ-ERR-CHK        THRU 9994-EXIT

           OPEN OUTPUT GLJ-OP
           MOVE    'ERROR OPENING GLSURJNL' TO ERR-MSG
           PERFORM 9995-GLJ-ERR-CHK        THRU 9995-EXIT

           PERFORM 1200-LOAD-SURCHARGE-CARD THRU 1200-EXIT

           WRITE RPT-OP-FIELDS          FROM WS-HEADER-TITLE
           WRITE RPT-OP-FIELDS          FROM WS-SPACE
           MOVE    'ERROR WRITING HEADER' TO ERR-MSG
       1075-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    ONLY THE SURCHARGE CARD IS KEPT - THE REST OF THE DECK
      *    BELONGS TO GLJRNL AND ACRJRNL. THE FIRST 'U' CARD WINS. A
      *    MISSING DECK OR CARD IS ONLY AN ERROR IF THERE TURN OUT TO
      *    BE SURCHARGES TO JOURNAL.
       1200-LOAD-SURCHARGE-CARD.
           MOVE '1200-LOAD-SURCH-CARD'   TO ERR-LOC

           OPEN INPUT GLMAP-FILE
           IF GLMAP-STAT NOT = 0
              GO TO 1200-EXIT
           END-IF

           PERFORM 1250-READ-ONE-CARD THRU 1250-EXIT
              UNTIL MAP-END-OF-FILE

           CLOSE GLMAP-FILE
           .
       1200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       1250-READ-ONE-CARD.
           READ GLMAP-FILE
              AT END SET MAP-END-OF-FILE TO TRUE
           END-READ

           IF MAP-END-OF-FILE
              GO TO 1250-EXIT
           END-IF

           IF GLM-TXN-TYPE NOT = 'U' OR SURCH-CARD-FOUND
              GO TO 1250-EXIT
           END-IF

           SET  SURCH-CARD-FOUND TO TRUE
           MOVE GLM-DR-GLACCT    TO WS-SURCH-DR-GLACCT
           MOVE GLM-CR-GLACCT    TO WS-SURCH-CR-GLACCT
           MOVE GLM-DESC         TO WS-SURCH-DESC
           .
       1250-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    ISSUING PASS - OUR CUSTOMERS' ACTIVITY AT OTHER BANKS'
      *    TERMINALS. A NIGHT WITHOUT AN INCOMING FILE RUNS THE
      *    ACQUIRING PASS ALONE.
           EVALUATE TRUE
              WHEN CARD-NOT-FOUND
                 MOVE 'CARD NOT ON FILE'     TO WS-REJECT-REASON
              WHEN NOT CRD-STATUS-ACTIVE AND NOT CRD-STATUS-PENDING
                 MOVE 'CARD NOT ACTIVE'      TO WS-REJECT-REASON
              WHEN OTHER
                 PERFORM 2200-POST-NETWORK-DEBIT THRU 2200-EXIT
                 IF WS-REJECT-REASON = SPACES AND CRD-STATUS-PENDING
                    PERFORM 2250-ACTIVATE-PENDING-CARD THRU 2250-EXIT
                 END-IF
           END-EVALUATE

           IF WS-REJECT-REASON NOT = SPACES
      *          ATM PATH
                 IF WS-NEW-BALANCE < 0
                    SET OD-CHARGE-DUE TO TRUE
                    PERFORM 8810-PRICE-OD-CHARGE THRU 8810-EXIT
                    SUBTRACT ACCOUNT-CHK-OD-CHG FROM WS-NEW-BALANCE
                 END-IF
                 MOVE WS-NEW-BALANCE TO ACCOUNT-CHK-BAL
           .
       2200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    FIRST USE OF A PENDING REISSUED CARD - ACTIVATE IT AND
      *    CLOSE THE CARD IT REPLACES, UNLESS THAT IS ALREADY HOT OR
      *    CLOSED (SAME BANK PREFIX, SEQUENCE FROM CRD-REPLACES-SEQ)
       2250-ACTIVATE-PENDING-CARD.
           MOVE '2250-ACTIVATE-PENDING-CARD' TO ERR-LOC

           SET CRD-STATUS-ACTIVE TO TRUE
           REWRITE WBCRD-RECORD
           MOVE    'ERROR REWRITING WBCARDDB' TO ERR-MSG
           PERFORM 9992-CRD-ERR-CHK         THRU 9992-EXIT

           IF CRD-REPLACES-SEQ NOT NUMERIC
              OR CRD-REPLACES-SEQ = 0
              GO TO 2250-EXIT
           END-IF

           MOVE CRD-REPLACES-SEQ TO CRD-CARD-NUM(5:12)
           READ WBCARDDB-FILE
              INVALID KEY GO TO 2250-EXIT
           END-READ

           IF NOT CRD-STATUS-ACTIVE AND NOT CRD-STATUS-BLOCKED
              GO TO 2250-EXIT
           END-IF

           SET CRD-STATUS-CLOSED TO TRUE
           REWRITE WBCRD-RECORD
           MOVE    'ERROR REWRITING WBCARDDB' TO ERR-MSG
           PERFORM 9992-CRD-ERR-CHK         THRU 9992-EXIT
           .
       2250-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2300-REJECT-ENTRY.
           MOVE '2300-REJECT-ENTRY' TO ERR-LOC
           MOVE    'ERROR WRITING ICXOUT'  TO ERR-MSG
           PERFORM 9993-ICO-ERR-CHK       THRU 9993-EXIT

      *    THE TERMINAL MASTER ONLY SUPPLIES EACH TERMINAL'S BRANCH
      *    FOR THE SURCHARGE HISTORY - A REGION WITHOUT IT RECORDS
      *    THE BRANCH AS BLANK
           OPEN INPUT WBTRMDB-FILE
           IF WBTRMDB-FILE-STATUS = '00'
              SET TERMINALS-AVAILABLE TO TRUE
           END-IF

           OPEN INPUT ICA-IP
           IF ICXACQ-STAT NOT = 0
              SET ACQUIRED-DONE TO TRUE
              CLOSE ICA-IP
           END-IF

           IF TERMINALS-AVAILABLE
              CLOSE WBTRMDB-FILE
           END-IF

           MOVE SPACES          TO ICO-RECORD
           SET  ICO-FILE-TRAILER TO TRUE
           MOVE WS-ACQ-COUNT    TO ICO-TR-ENTRY-COUNT
           MOVE WS-ACQ-TOTAL    TO ICO-TR-AMOUNT-TOTAL
           MOVE WS-ACQ-SURCH-TOTAL TO ICO-TR-SURCHARGE-TOTAL
           WRITE ICO-RECORD
           MOVE    'ERROR WRITING ICXOUT'  TO ERR-MSG
           PERFORM 9993-ICO-ERR-CHK       THRU 9993-EXIT
              GO TO 4100-EXIT
           END-IF

      *    A CAPTURE QUEUED BEFORE THE SURCHARGE EXISTED HAS SPACES
      *    WHERE IT NOW SITS
           MOVE ZERO TO WS-WORK-SURCHARGE
           IF ICX-SURCHARGE IS NUMERIC
              MOVE ICX-SURCHARGE TO WS-WORK-SURCHARGE
           END-IF

           MOVE SPACES       TO ICO-RECORD
           SET  ICO-ENTRY    TO TRUE
           MOVE ICX-CARD-NUM TO ICO-CARD-NUM
           MOVE ICX-TIME     TO ICO-TIME
           MOVE ICX-TERM-ID  TO ICO-TERM-ID
           MOVE ICX-TRACE    TO ICO-TRACE
           MOVE WS-WORK-SURCHARGE TO ICO-SURCHARGE

           WRITE ICO-RECORD
           MOVE    'ERROR WRITING ICXOUT'  TO ERR-MSG
           PERFORM 4200-FIND-TERMINAL THRU 4200-EXIT
           ADD 1          TO WS-TERM-TXN-COUNT (TRM-IDX)
           ADD ICX-AMOUNT TO WS-TERM-DISPENSED (TRM-IDX)

           IF WS-WORK-SURCHARGE > ZERO
              ADD 1                 TO WS-ACQ-SURCH-COUNT
              ADD WS-WORK-SURCHARGE TO WS-ACQ-SURCH-TOTAL
              ADD 1                 TO WS-TERM-SURCH-COUNT (TRM-IDX)
              ADD WS-WORK-SURCHARGE TO WS-TERM-SURCHARGE (TRM-IDX)
           END-IF
           .
       4100-EXIT.
           EXIT.
                    MOVE WS-WORK-TERM TO WS-TERM-ID (TRM-IDX)
                    MOVE ZERO TO WS-TERM-DISPENSED (TRM-IDX)
                                 WS-TERM-TXN-COUNT (TRM-IDX)
                                 WS-TERM-SURCHARGE (TRM-IDX)
                                 WS-TERM-SURCH-COUNT (TRM-IDX)
                    PERFORM 4250-FIND-BRANCH THRU 4250-EXIT
                 ELSE
                    DISPLAY 'ICHGPOST - TERMINAL TABLE FULL'
                    MOVE 16 TO RETURN-CODE
           .
       4200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       4250-FIND-BRANCH.
           MOVE SPACES TO WS-TERM-BRANCH (TRM-IDX)

           IF NOT TERMINALS-AVAILABLE
              GO TO 4250-EXIT
           END-IF

           MOVE WS-WORK-TERM TO TRM-TERM-ID
           READ WBTRMDB-FILE
              INVALID KEY GO TO 4250-EXIT
           END-READ
           MOVE TRM-BRANCH TO WS-TERM-BRANCH (TRM-IDX)
           .
       4250-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    BOOK THE DAY'S SURCHARGES - ONE BALANCED PAIR PER
      *    SURCHARGING TERMINAL, NETWORK RECEIVABLE TO SURCHARGE
      *    REVENUE - AND RECORD EACH TERMINAL'S DAY ON THE SURCHARGE
      *    HISTORY. THE JOURNAL IS RELEASED UNLESS THERE ARE
      *    SURCHARGES AND NO CARD TO BOOK THEM WITH. A REGION WITHOUT
      *    THE HISTORY FILE JOURNALS WITHOUT IT.
       4300-JOURNAL-SURCHARGES.
           MOVE '4300-JOURNAL-SURCH'     TO ERR-LOC

           IF WS-ACQ-SURCH-TOTAL NOT = ZERO AND NOT SURCH-CARD-FOUND
              SET SURCH-OUT-OF-PROOF TO TRUE
              MOVE 4 TO RETURN-CODE
              DISPLAY 'ICHGPOST - NO GLMAP SURCHARGE CARD - SURCHARGE'
                      ' JOURNAL NOT RELEASED'
           END-IF

           OPEN I-O WBSURDB-FILE
           IF WBSURDB-FILE-STATUS = '35'
              OPEN OUTPUT WBSURDB-FILE
           END-IF
           IF WBSURDB-FILE-STATUS = '00'
              SET SURCH-HISTORY-AVAILABLE TO TRUE
           END-IF

           PERFORM 4310-JOURNAL-ONE-TERMINAL THRU 4310-EXIT
              VARYING TRM-IDX FROM 1 BY 1
              UNTIL TRM-IDX > WS-TERM-COUNT

           IF SURCH-HISTORY-AVAILABLE
              CLOSE WBSURDB-FILE
           END-IF

           IF WS-SURCH-DR-TOTAL NOT = WS-SURCH-CR-TOTAL
              SET SURCH-OUT-OF-PROOF TO TRUE
              MOVE 4 TO RETURN-CODE
           END-IF

      *    THE GL LOAD HONOURS THE RELEASE FLAG, AS ON THE GLJRNL AND
      *    ACRJRNL JOURNALS
           MOVE SPACES              TO GLJ-RECORD
           SET  GLJ-TRAILER         TO TRUE
           MOVE WS-DATE-R           TO GLJ-TR-DATE
           MOVE WS-SURCH-DR-TOTAL   TO GLJ-TR-DR-TOTAL
           MOVE WS-SURCH-CR-TOTAL   TO GLJ-TR-CR-TOTAL
           MOVE WS-SURCH-LINE-COUNT TO GLJ-TR-LINE-COUNT
           IF SURCH-OUT-OF-PROOF
              MOVE 'N' TO GLJ-TR-RELEASE-FLAG
           ELSE
              MOVE 'Y' TO GLJ-TR-RELEASE-FLAG
           END-IF

           WRITE GLJ-RECORD
           MOVE    'ERROR WRITING GLSURJNL' TO ERR-MSG
           PERFORM 9995-GLJ-ERR-CHK       THRU 9995-EXIT

           CLOSE GLJ-OP
           MOVE    'ERROR CLOSING GLSURJNL' TO ERR-MSG
           PERFORM 9995-GLJ-ERR-CHK       THRU 9995-EXIT
           .
       4300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       4310-JOURNAL-ONE-TERMINAL.
           IF WS-TERM-SURCHARGE (TRM-IDX) = ZERO
              GO TO 4310-EXIT
           END-IF

           IF SURCH-CARD-FOUND
              MOVE SPACES                    TO GLJ-RECORD
              SET  GLJ-DETAIL                TO TRUE
              MOVE WS-SURCH-DR-GLACCT        TO GLJ-GL-ACCT
              MOVE 'D'                       TO GLJ-DR-CR
              MOVE WS-TERM-SURCHARGE (TRM-IDX)   TO GLJ-AMOUNT
              MOVE WS-DATE-R                 TO GLJ-DATE
              MOVE WS-TERM-ID (TRM-IDX)      TO GLJ-SOURCE-ACCT
              MOVE WS-TERM-SURCH-COUNT (TRM-IDX) TO GLJ-SOURCE-ITEM
              MOVE WS-SURCH-DESC             TO GLJ-DESC

              WRITE GLJ-RECORD
              MOVE    'ERROR WRITING GLSURJNL' TO ERR-MSG
              PERFORM 9995-GLJ-ERR-CHK       THRU 9995-EXIT
              ADD 1                           TO WS-SURCH-LINE-COUNT
              ADD WS-TERM-SURCHARGE (TRM-IDX) TO WS-SURCH-DR-TOTAL

              MOVE WS-SURCH-CR-GLACCT        TO GLJ-GL-ACCT
              MOVE 'C'                       TO GLJ-DR-CR

              WRITE GLJ-RECORD
              MOVE    'ERROR WRITING GLSURJNL' TO ERR-MSG
              PERFORM 9995-GLJ-ERR-CHK       THRU 9995-EXIT
              ADD 1                           TO WS-SURCH-LINE-COUNT
              ADD WS-TERM-SURCHARGE (TRM-IDX) TO WS-SURCH-CR-TOTAL
           END-IF

           IF NOT SURCH-HISTORY-AVAILABLE
              GO TO 4310-EXIT
           END-IF

           MOVE SPACES                        TO WBSUR-RECORD
           MOVE WS-DATE-R                     TO SUR-DATE
           MOVE WS-TERM-ID (TRM-IDX)          TO SUR-TERM-ID
           MOVE WS-TERM-BRANCH (TRM-IDX)      TO SUR-BRANCH
           MOVE WS-TERM-SURCH-COUNT (TRM-IDX) TO SUR-TXN-COUNT
           MOVE WS-TERM-SURCHARGE (TRM-IDX)   TO SUR-AMOUNT
           MOVE WS-SURCH-CR-GLACCT            TO SUR-GL-ACCT
           IF SURCH-OUT-OF-PROOF
              MOVE 'N' TO SUR-JOURNAL-FLAG
           ELSE
              MOVE 'Y' TO SUR-JOURNAL-FLAG
           END-IF

           WRITE WBSUR-RECORD
              INVALID KEY
                 REWRITE WBSUR-RECORD
           END-WRITE
           .
       4310-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       4500-WRITE-RECORD.
           MOVE '4500-WRITE-RECORD'      TO ERR-LOC
           MOVE WS-REPORT-LINE                TO RPT-OP-FIELDS
           PERFORM 4500-WRITE-RECORD THRU 4500-EXIT

           MOVE 'SURCHARGED WITHDRAWALS    :' TO WS-CL-LABEL
           MOVE WS-ACQ-SURCH-COUNT            TO WS-CL-COUNT
           MOVE WS-COUNT-LINE                 TO RPT-OP-FIELDS
           PERFORM 4500-WRITE-RECORD THRU 4500-EXIT

           MOVE 'SURCHARGES (OWED US)      :' TO WS-RL-LABEL
           MOVE WS-ACQ-SURCH-TOTAL            TO WS-RL-AMOUNT
           MOVE WS-REPORT-LINE                TO RPT-OP-FIELDS
           PERFORM 4500-WRITE-RECORD THRU 4500-EXIT

           COMPUTE WS-NET-SETTLEMENT =
                   WS-ACQ-TOTAL + WS-ACQ-SURCH-TOTAL - WS-ISSUED-TOTAL
           MOVE 'NET SETTLEMENT POSITION   :' TO WS-RL-LABEL
           MOVE WS-NET-SETTLEMENT             TO WS-RL-AMOUNT
           MOVE WS-REPORT-LINE                TO RPT-OP-FIELDS
           PERFORM 4500-WRITE-RECORD THRU 4500-EXIT

           WRITE RPT-OP-FIELDS FROM WS-SPACE
           MOVE 'SURCHARGE JOURNAL LINES   :' TO WS-CL-LABEL
           MOVE WS-SURCH-LINE-COUNT           TO WS-CL-COUNT
           MOVE WS-COUNT-LINE                 TO RPT-OP-FIELDS
           PERFORM 4500-WRITE-RECORD THRU 4500-EXIT

           MOVE 'SURCHARGE JOURNAL DEBITS  :' TO WS-RL-LABEL
           MOVE WS-SURCH-DR-TOTAL             TO WS-RL-AMOUNT
           MOVE WS-REPORT-LINE                TO RPT-OP-FIELDS
           PERFORM 4500-WRITE-RECORD THRU 4500-EXIT

           MOVE 'SURCHARGE JOURNAL CREDITS :' TO WS-RL-LABEL
           MOVE WS-SURCH-CR-TOTAL             TO WS-RL-AMOUNT
           MOVE WS-REPORT-LINE                TO RPT-OP-FIELDS
           PERFORM 4500-WRITE-RECORD THRU 4500-EXIT

           WRITE RPT-OP-FIELDS FROM WS-SPACE
           IF SURCH-OUT-OF-PROOF
              WRITE RPT-OP-FIELDS FROM WS-SURCH-REFUSED-LINE
           ELSE
              WRITE RPT-OP-FIELDS FROM WS-SURCH-RELEASED-LINE
           END-IF
           MOVE    'ERROR WRITING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           .
       5000-EXIT.
           EXIT.
           MOVE WS-TERM-ID (TRM-IDX)         TO WS-A-TERM
           MOVE WS-TERM-DISPENSED (TRM-IDX)  TO WS-A-DISP
           MOVE WS-TERM-TXN-COUNT (TRM-IDX)  TO WS-A-COUNT
           MOVE WS-TERM-SURCHARGE (TRM-IDX)  TO WS-A-SURCH
           MOVE WS-TERM-BRANCH (TRM-IDX)     TO WS-A-BRANCH

           MOVE WS-ACQ-LINE TO RPT-OP-FIELDS
           PERFORM 4500-WRITE-RECORD THRU 4500-EXIT
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
       9992-CRD-ERR-CHK.
           MOVE WBCARDDB-FILE-STATUS TO ERR-CODE
           .
       9994-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9995-GLJ-ERR-CHK.
           EVALUATE TRUE
               WHEN GLSURJNL-STAT = 0
                    CONTINUE

               WHEN OTHER
                    DISPLAY 'FILE ERROR'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' GLSURJNL-STAT
                    STOP RUN
           END-EVALUATE
           .
       9995-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9996-TXN-ERR-CHK.
           MOVE WBTXNDB-FILE-STATUS TO ERR-CODE
