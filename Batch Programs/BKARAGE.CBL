      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
        PROGRAM-ID. BKARAGE.
      ****************************************************************
      * Month-end book accounts receivable aged trial balance and    *
      * customer statements. Every customer on the AR master         *
      * VSAMARC has its open invoices on VSAMARI aged from the       *
      * invoice date to the PARM as-of date (default today):         *
      *   CURRENT  0-30 DAYS     30  31-60 DAYS                      *
      *   60       61-90 DAYS    90+ OVER 90 DAYS                    *
      * The trial balance on RPTOUT-DD gives one line per customer   *
      * with an open balance or cash on account - the four aging     *
      * buckets, unapplied cash and the net balance - and flags any  *
      * customer whose master balance does not agree with its open   *
      * invoices. Each of those customers also gets an open-item     *
      * statement on STMTOUT-DD listing every open invoice, any      *
      * cash on account, the aging and the amount due; the master    *
      * is stamped with the statement date and balance, which the    *
      * next statement carries forward as the previous balance.      *
      ****************************************************************
      *---------------------
       ENVIRONMENT DIVISION.
      *---------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----------------------------------------*
      *---------- FILE       --------- JCL    -*
      *---------- DESCRIPTOR --------- DDNAME -*
      *----------------------------------------*
           SELECT VSAMARC
               ASSIGN       TO VSAMARC
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS ARC-CUST-ID
               FILE STATUS  IS VSAMARC-FILE-STATUS.

           SELECT VSAMARI
               ASSIGN       TO VSAMARI
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS ARI-KEY
               FILE STATUS  IS VSAMARI-FILE-STATUS.

           SELECT RPT-OP     ASSIGN TO RPTOUT
                             ACCESS MODE IS SEQUENTIAL
                             FILE STATUS IS RPTOUT-STAT.

           SELECT STMT-OP    ASSIGN TO STMTOUT
                             ACCESS MODE IS SEQUENTIAL
                             FILE STATUS IS STMTOUT-STAT.

           SELECT PARM-FILE  ASSIGN TO PARMIN
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS PARMIN-STAT.
      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.

       FD  VSAMARC.
           COPY BKARCREC.

       FD  VSAMARI.
           COPY BKARIREC.

       FD  RPT-OP
           RECORD CONTAINS 132
           RECORDING MODE F.
       01  RPT-OP-FIELDS                 PIC X(132).

       FD  STMT-OP
           RECORD CONTAINS 132
           RECORDING MODE F.
       01  STMT-OP-FIELDS                PIC X(132).

       FD  PARM-FILE
           RECORD CONTAINS 80.
       01  PARM-RECORD.
      *    AS-OF DATE - NORMALLY THE LAST DAY OF THE MONTH
           05 PARM-RUN-DATE              PIC X(10).
           05 FILLER                     PIC X(70).

       WORKING-STORAGE SECTION.

       01  VSAMARC-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  VSAMARI-FILE-STATUS           PIC X(02) VALUE SPACES.

       01  WS-LABELS.
           05 WS-SPACE.
              10 FILLER        PIC X(1)   VALUE SPACE.

           05 WS-HEADER-TITLE.
              10 FILLER        PIC X(40)  VALUE SPACES.
              10 FILLER        PIC X(46)  VALUE
                  'BOOK AR AGED TRIAL BALANCE'.
              10 FILLER        PIC X(35)  VALUE SPACES.
              10 WS-DATE-R     PIC X(10)  VALUE SPACES.
              10 FILLER        PIC X(01)  VALUE SPACES.

           05 WS-HEADER-LABEL.
              10 FILLER        PIC X(10)  VALUE 'CUSTOMER'.
              10 FILLER        PIC X(26)  VALUE 'NAME'.
              10 FILLER        PIC X(14)  VALUE '      CURRENT'.
              10 FILLER        PIC X(14)  VALUE '  31-60 DAYS'.
              10 FILLER        PIC X(14)  VALUE '  61-90 DAYS'.
              10 FILLER        PIC X(14)  VALUE '   OVER 90'.
              10 FILLER        PIC X(14)  VALUE '    UNAPPLIED'.
              10 FILLER        PIC X(14)  VALUE '      BALANCE'.
              10 FILLER        PIC X(12)  VALUE ' NOTE'.

           05 WS-DETAIL-LINE.
              10 WS-D-CUST-ID  PIC 9(09).
              10 FILLER        PIC X(01)  VALUE SPACES.
              10 WS-D-NAME     PIC X(25).
              10 FILLER        PIC X(01)  VALUE SPACES.
              10 WS-D-CURRENT  PIC Z(9)9.99-.
              10 WS-D-AGE-30   PIC Z(9)9.99-.
              10 WS-D-AGE-60   PIC Z(9)9.99-.
              10 WS-D-AGE-90   PIC Z(9)9.99-.
              10 WS-D-UNAPPL   PIC Z(9)9.99-.
              10 WS-D-BALANCE  PIC Z(9)9.99-.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-NOTE     PIC X(10).

           05 WS-TOTAL-LINE.
              10 FILLER        PIC X(36)  VALUE
                                    'TOTALS'.
              10 WS-T-CURRENT  PIC Z(9)9.99-.
              10 WS-T-AGE-30   PIC Z(9)9.99-.
              10 WS-T-AGE-60   PIC Z(9)9.99-.
              10 WS-T-AGE-90   PIC Z(9)9.99-.
              10 WS-T-UNAPPL   PIC Z(9)9.99-.
              10 WS-T-BALANCE  PIC Z(9)9.99-.
              10 FILLER        PIC X(12)  VALUE SPACES.

           05 WS-FOOTER.
              10 FILLER        PIC X(58)  VALUE ALL '='.
              10 FILLER        PIC X(15)  VALUE ' END OF REPORT '.
              10 FILLER        PIC X(59)  VALUE ALL '='.

           05 WS-TRAILER-1.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'AR CUSTOMERS READ         :'.
              10 WS-TR-RED-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-2.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'CUSTOMERS WITH A BALANCE  :'.
              10 WS-TR-BAL-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-3.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'OPEN INVOICES AGED        :'.
              10 WS-TR-INV-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-4.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'STATEMENTS PRINTED        :'.
              10 WS-TR-STM-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-5.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'MASTER OUT OF BALANCE     :'.
              10 WS-TR-OOB-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

      *****************************************************************
      *  CUSTOMER STATEMENT LINES                                     *
      *****************************************************************
       01  WS-STMT-LABELS.
           05 WS-PAGE-BREAK.
              10 FILLER        PIC X(131) VALUE ALL '-'.
              10 FILLER        PIC X(001) VALUE SPACES.

           05 WS-STMT-TITLE.
              10 FILLER        PIC X(40)  VALUE SPACES.
              10 FILLER        PIC X(46)  VALUE
                  'BOOK ORDERS - CUSTOMER STATEMENT'.
              10 FILLER        PIC X(16)  VALUE 'STATEMENT DATE: '.
              10 WS-ST-DATE    PIC X(10)  VALUE SPACES.
              10 FILLER        PIC X(20)  VALUE SPACES.

           05 WS-STMT-ADDR-1.
              10 FILLER        PIC X(10)  VALUE 'CUSTOMER: '.
              10 WS-SA-CUST-ID PIC 9(09).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-SA-NAME    PIC X(30).
              10 FILLER        PIC X(81)  VALUE SPACES.

           05 WS-STMT-ADDR-2.
              10 FILLER        PIC X(21)  VALUE SPACES.
              10 WS-SA-LINE1   PIC X(30).
              10 FILLER        PIC X(81)  VALUE SPACES.

           05 WS-STMT-ADDR-3.
              10 FILLER        PIC X(21)  VALUE SPACES.
              10 WS-SA-CITY    PIC X(20).
              10 FILLER        PIC X(01)  VALUE SPACES.
              10 WS-SA-STATE   PIC X(02).
              10 FILLER        PIC X(01)  VALUE SPACES.
              10 WS-SA-ZIP     PIC X(09).
              10 FILLER        PIC X(78)  VALUE SPACES.

           05 WS-STMT-TERMS.
              10 FILLER        PIC X(14)  VALUE 'TERMS:   NET '.
              10 WS-SA-TERMS   PIC ZZ9.
              10 FILLER        PIC X(29)  VALUE
                                    ' DAYS      PREVIOUS BALANCE: '.
              10 WS-SA-PREV-BAL PIC Z(9)9.99-.
              10 FILLER        PIC X(07)  VALUE ' AS OF '.
              10 WS-SA-PREV-DATE PIC X(10).
              10 FILLER        PIC X(55)  VALUE SPACES.

           05 WS-STMT-LABEL.
              10 FILLER        PIC X(10)  VALUE 'INVOICE'.
              10 FILLER        PIC X(10)  VALUE 'BOOK ID'.
              10 FILLER        PIC X(12)  VALUE 'ORDER DATE'.
              10 FILLER        PIC X(12)  VALUE 'INV DATE'.
              10 FILLER        PIC X(12)  VALUE 'DUE DATE'.
              10 FILLER        PIC X(14)  VALUE '       AMOUNT'.
              10 FILLER        PIC X(14)  VALUE '         PAID'.
              10 FILLER        PIC X(14)  VALUE '         OPEN'.
              10 FILLER        PIC X(07)  VALUE '   DAYS'.
              10 FILLER        PIC X(27)  VALUE SPACES.

           05 WS-STMT-ITEM.
              10 WS-SI-INVOICE PIC 9(08).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-SI-BOOK-ID PIC 9(08).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-SI-ORD-DATE PIC X(10).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-SI-INV-DATE PIC X(10).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-SI-DUE-DATE PIC X(10).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-SI-AMOUNT  PIC Z(9)9.99-.
              10 WS-SI-PAID    PIC Z(9)9.99-.
              10 WS-SI-OPEN    PIC Z(9)9.99-.
              10 WS-SI-DAYS    PIC ZZZZZ9-.
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-SI-FLAG    PIC X(08).
              10 FILLER        PIC X(16)  VALUE SPACES.

           05 WS-STMT-UNAPPL.
              10 FILLER        PIC X(50)  VALUE
                  'PAYMENTS RECEIVED NOT YET APPLIED'.
              10 FILLER        PIC X(28)  VALUE SPACES.
              10 WS-SU-AMOUNT  PIC Z(9)9.99-.
              10 FILLER        PIC X(40)  VALUE SPACES.

           05 WS-STMT-AGING.
              10 FILLER        PIC X(10)  VALUE 'CURRENT:'.
              10 WS-SG-CURRENT PIC Z(9)9.99-.
              10 FILLER        PIC X(12)  VALUE '  31-60:'.
              10 WS-SG-AGE-30  PIC Z(9)9.99-.
              10 FILLER        PIC X(12)  VALUE '  61-90:'.
              10 WS-SG-AGE-60  PIC Z(9)9.99-.
              10 FILLER        PIC X(12)  VALUE '  OVER 90:'.
              10 WS-SG-AGE-90  PIC Z(9)9.99-.
              10 FILLER        PIC X(30)  VALUE SPACES.

           05 WS-STMT-DUE.
              10 FILLER        PIC X(50)  VALUE
                  'AMOUNT DUE'.
              10 FILLER        PIC X(28)  VALUE SPACES.
              10 WS-SD-AMOUNT  PIC Z(9)9.99-.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-SD-MSG     PIC X(38).

       01  WS-VARS.
           05 WS-ASOF-DATE-NUM         PIC 9(08)     VALUE ZERO.
           05 WS-INV-DATE-NUM          PIC 9(08)     VALUE ZERO.
           05 WS-AGE-DAYS              PIC S9(05)    VALUE ZERO.
           05 WS-OPEN-AMT              PIC S9(9)V99  VALUE ZERO.
           05 WS-CUST-AGING.
              10 WS-CUST-CURRENT       PIC S9(11)V99 VALUE ZERO.
              10 WS-CUST-AGE-30        PIC S9(11)V99 VALUE ZERO.
              10 WS-CUST-AGE-60        PIC S9(11)V99 VALUE ZERO.
              10 WS-CUST-AGE-90        PIC S9(11)V99 VALUE ZERO.
              10 WS-CUST-OPEN          PIC S9(11)V99 VALUE ZERO.
              10 WS-CUST-BALANCE       PIC S9(11)V99 VALUE ZERO.
              10 WS-CUST-INV-COUNT     PIC 9(05)     VALUE ZERO.
           05 WS-GRAND-CURRENT         PIC S9(13)V99 VALUE ZERO.
           05 WS-GRAND-AGE-30          PIC S9(13)V99 VALUE ZERO.
           05 WS-GRAND-AGE-60          PIC S9(13)V99 VALUE ZERO.
           05 WS-GRAND-AGE-90          PIC S9(13)V99 VALUE ZERO.
           05 WS-GRAND-UNAPPLIED       PIC S9(13)V99 VALUE ZERO.
           05 WS-GRAND-BALANCE         PIC S9(13)V99 VALUE ZERO.
           05 WS-TOTAL-READ-COUNT      PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-BAL-COUNT       PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-INV-COUNT       PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-STMT-COUNT      PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-OOB-COUNT       PIC 9(07)     VALUE ZERO.

       01  WS-DISPLAY-VARS.
           05 ERR-PGM          PIC X(07)  VALUE 'BKARAGE'.
           05 ERR-LOC          PIC X(20)  VALUE SPACES.
           05 ERR-MSG          PIC X(30)  VALUE SPACES.

       01  WS-FLAG-VARS.
           05 RPTOUT-STAT      PIC 9(02)  VALUE ZERO.
           05 STMTOUT-STAT     PIC 9(02)  VALUE ZERO.
           05 PARMIN-STAT      PIC 9(02)  VALUE ZERO.
           05 EOF-FLAG         PIC X(01)  VALUE 'N'.
              88 END-OF-FILE              VALUE 'Y'.
           05 BROWSE-EOF-FLAG  PIC X(01)  VALUE 'N'.
              88 BROWSE-DONE              VALUE 'Y'.
           05 STMT-FLAG        PIC X(01)  VALUE 'N'.
              88 STMT-WANTED              VALUE 'Y'.

       01  WS-PARM-VARS.
           05 PARM-FOUND-FLAG     PIC X(01) VALUE 'N'.
              88 PARM-WAS-FOUND             VALUE 'Y'.

       PROCEDURE DIVISION.
      *
      * THIS PROGRAM AGES EVERY BOOK CUSTOMER'S OPEN INVOICES, PRINTS
      * THE AGED TRIAL BALANCE AND WRITES THE CUSTOMER STATEMENTS.
      *
       0000-MAIN.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT

           OPEN I-O VSAMARC
           IF VSAMARC-FILE-STATUS NOT = '00'
              DISPLAY 'BKARAGE - ERROR OPENING VSAMARC '
                      VSAMARC-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT VSAMARI
           IF VSAMARI-FILE-STATUS NOT = '00'
              DISPLAY 'BKARAGE - ERROR OPENING VSAMARI '
                      VSAMARI-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE 'N' TO EOF-FLAG
           PERFORM 2000-AGE-ALL-CUSTOMERS
              THRU 2000-EXIT
             UNTIL END-OF-FILE

           CLOSE VSAMARC
           CLOSE VSAMARI

           PERFORM 3000-HOUSEKEEPING THRU 3000-EXIT
           STOP RUN.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE '1000-INITIALIZE'        TO ERR-LOC

           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-DATE-R

           OPEN INPUT PARM-FILE
           IF PARMIN-STAT = 0
              READ PARM-FILE
                 AT END     CONTINUE
                 NOT AT END SET PARM-WAS-FOUND TO TRUE
              END-READ
              CLOSE PARM-FILE
           END-IF

           IF PARM-WAS-FOUND
              IF PARM-RUN-DATE NOT = SPACES
                 MOVE PARM-RUN-DATE TO WS-DATE-R
              END-IF
           END-IF

           MOVE WS-DATE-R(1:4) TO WS-ASOF-DATE-NUM(1:4)
           MOVE WS-DATE-R(6:2) TO WS-ASOF-DATE-NUM(5:2)
           MOVE WS-DATE-R(9:2) TO WS-ASOF-DATE-NUM(7:2)
           MOVE WS-DATE-R      TO WS-ST-DATE

           OPEN OUTPUT RPT-OP
           MOVE    'ERROR OPENING RPT-OP'   TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK       THRU 9998-EXIT

           OPEN OUTPUT STMT-OP
           MOVE    'ERROR OPENING STMT-OP'  TO ERR-MSG
           PERFORM 9996-STMT-ERR-CHK       THRU 9996-EXIT

           WRITE RPT-OP-FIELDS          FROM WS-HEADER-TITLE
           WRITE RPT-OP-FIELDS          FROM WS-SPACE
           WRITE RPT-OP-FIELDS          FROM WS-HEADER-LABEL
           WRITE RPT-OP-FIELDS          FROM WS-SPACE
           MOVE    'ERROR WRITING HEADER' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           .
       1000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    ONE AR CUSTOMER PER PASS, IN CUSTOMER ID ORDER
       2000-AGE-ALL-CUSTOMERS.
           MOVE '2000-AGE-ALL-CUSTOMERS' TO ERR-LOC

           READ VSAMARC NEXT
              AT END SET END-OF-FILE TO TRUE
           END-READ
           IF END-OF-FILE
              GO TO 2000-EXIT
           END-IF

           ADD 1 TO WS-TOTAL-READ-COUNT
           INITIALIZE WS-CUST-AGING

      *    A STATEMENT GOES TO EVERY CUSTOMER THAT OWES OR HAS CASH
      *    ON ACCOUNT - A SETTLED CUSTOMER GETS NEITHER A LINE NOR A
      *    STATEMENT UNLESS ITS MASTER HAS DRIFTED FROM ITS INVOICES
           MOVE 'N' TO STMT-FLAG
           IF ARC-BALANCE NOT = 0 OR ARC-UNAPPLIED-CASH NOT = 0
              SET STMT-WANTED TO TRUE
              PERFORM 2500-START-STATEMENT THRU 2500-EXIT
           END-IF

           PERFORM 2100-AGE-CUSTOMER-INVOICES THRU 2100-EXIT

           COMPUTE WS-CUST-BALANCE = WS-CUST-OPEN - ARC-UNAPPLIED-CASH

           IF WS-CUST-BALANCE NOT = ARC-BALANCE
              ADD 1 TO WS-TOTAL-OOB-COUNT
              MOVE 4 TO RETURN-CODE
           ELSE
              IF NOT STMT-WANTED
                 GO TO 2000-EXIT
              END-IF
           END-IF

           PERFORM 2300-WRITE-TRIAL-LINE THRU 2300-EXIT

           IF STMT-WANTED
              PERFORM 2700-FINISH-STATEMENT THRU 2700-EXIT
           END-IF
           .
       2000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2100-AGE-CUSTOMER-INVOICES.
           MOVE '2100-AGE-CUSTOMER-INV' TO ERR-LOC
           MOVE 'N' TO BROWSE-EOF-FLAG

           MOVE ARC-CUST-ID TO ARI-CUST-ID
           MOVE ZERO        TO ARI-ORDER-ID
           START VSAMARI KEY IS >= ARI-KEY
              INVALID KEY SET BROWSE-DONE TO TRUE
           END-START

           PERFORM 2150-AGE-ONE-INVOICE THRU 2150-EXIT
              UNTIL BROWSE-DONE
           .
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    AGE FROM THE INVOICE DATE - AN INVOICE DATED PAST THE
      *    AS-OF DATE (A LATE RERUN) COUNTS AS CURRENT
       2150-AGE-ONE-INVOICE.
           READ VSAMARI NEXT
              AT END SET BROWSE-DONE TO TRUE
           END-READ
           IF BROWSE-DONE
              GO TO 2150-EXIT
           END-IF

           IF ARI-CUST-ID NOT = ARC-CUST-ID
              SET BROWSE-DONE TO TRUE
              GO TO 2150-EXIT
           END-IF

           IF NOT ARI-OPEN
              GO TO 2150-EXIT
           END-IF

           COMPUTE WS-OPEN-AMT = ARI-AMOUNT - ARI-AMT-PAID

           MOVE ARI-INVOICE-DATE(1:4) TO WS-INV-DATE-NUM(1:4)
           MOVE ARI-INVOICE-DATE(6:2) TO WS-INV-DATE-NUM(5:2)
           MOVE ARI-INVOICE-DATE(9:2) TO WS-INV-DATE-NUM(7:2)
           COMPUTE WS-AGE-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE-NUM) -
              FUNCTION INTEGER-OF-DATE(WS-INV-DATE-NUM)

           EVALUATE TRUE
               WHEN WS-AGE-DAYS > 90
                    ADD WS-OPEN-AMT TO WS-CUST-AGE-90
               WHEN WS-AGE-DAYS > 60
                    ADD WS-OPEN-AMT TO WS-CUST-AGE-60
               WHEN WS-AGE-DAYS > 30
                    ADD WS-OPEN-AMT TO WS-CUST-AGE-30
               WHEN OTHER
                    ADD WS-OPEN-AMT TO WS-CUST-CURRENT
           END-EVALUATE
           ADD WS-OPEN-AMT TO WS-CUST-OPEN
           ADD 1           TO WS-CUST-INV-COUNT
           ADD 1           TO WS-TOTAL-INV-COUNT

           IF STMT-WANTED
              PERFORM 2600-WRITE-STATEMENT-ITEM THRU 2600-EXIT
           END-IF
           .
       2150-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    ONE TRIAL BALANCE LINE - THE NET BALANCE IS FROM THE AGED
      *    INVOICES; A MASTER THAT DISAGREES IS FLAGGED FOR REVIEW
       2300-WRITE-TRIAL-LINE.
           MOVE '2300-WRITE-TRIAL-LINE' TO ERR-LOC

           MOVE SPACES              TO WS-DETAIL-LINE
           MOVE ARC-CUST-ID         TO WS-D-CUST-ID
           MOVE ARC-CUST-NAME       TO WS-D-NAME
           MOVE WS-CUST-CURRENT     TO WS-D-CURRENT
           MOVE WS-CUST-AGE-30      TO WS-D-AGE-30
           MOVE WS-CUST-AGE-60      TO WS-D-AGE-60
           MOVE WS-CUST-AGE-90      TO WS-D-AGE-90
           MOVE ARC-UNAPPLIED-CASH  TO WS-D-UNAPPL
           MOVE WS-CUST-BALANCE     TO WS-D-BALANCE
           IF WS-CUST-BALANCE NOT = ARC-BALANCE
              MOVE 'MASTER OOB'     TO WS-D-NOTE
           END-IF

           WRITE RPT-OP-FIELDS FROM WS-DETAIL-LINE
           MOVE    'ERROR WRITING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT

           ADD 1                  TO WS-TOTAL-BAL-COUNT
           ADD WS-CUST-CURRENT    TO WS-GRAND-CURRENT
           ADD WS-CUST-AGE-30     TO WS-GRAND-AGE-30
           ADD WS-CUST-AGE-60     TO WS-GRAND-AGE-60
           ADD WS-CUST-AGE-90     TO WS-GRAND-AGE-90
           ADD ARC-UNAPPLIED-CASH TO WS-GRAND-UNAPPLIED
           ADD WS-CUST-BALANCE    TO WS-GRAND-BALANCE
           .
       2300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2500-START-STATEMENT.
           MOVE '2500-START-STATEMENT' TO ERR-LOC

           MOVE ARC-CUST-ID           TO WS-SA-CUST-ID
           MOVE ARC-CUST-NAME         TO WS-SA-NAME
           MOVE ARC-ADDR-LINE1        TO WS-SA-LINE1
           MOVE ARC-CITY              TO WS-SA-CITY
           MOVE ARC-STATE             TO WS-SA-STATE
           MOVE ARC-ZIP               TO WS-SA-ZIP
           MOVE ARC-TERMS-DAYS        TO WS-SA-TERMS
           MOVE ARC-LAST-STMT-BALANCE TO WS-SA-PREV-BAL
           MOVE ARC-LAST-STMT-DATE    TO WS-SA-PREV-DATE
           IF ARC-LAST-STMT-DATE = SPACES
              MOVE 'NONE'             TO WS-SA-PREV-DATE
           END-IF

           WRITE STMT-OP-FIELDS FROM WS-PAGE-BREAK
           WRITE STMT-OP-FIELDS FROM WS-STMT-TITLE
           WRITE STMT-OP-FIELDS FROM WS-SPACE
           WRITE STMT-OP-FIELDS FROM WS-STMT-ADDR-1
           WRITE STMT-OP-FIELDS FROM WS-STMT-ADDR-2
           WRITE STMT-OP-FIELDS FROM WS-STMT-ADDR-3
           WRITE STMT-OP-FIELDS FROM WS-SPACE
           WRITE STMT-OP-FIELDS FROM WS-STMT-TERMS
           WRITE STMT-OP-FIELDS FROM WS-SPACE
           WRITE STMT-OP-FIELDS FROM WS-STMT-LABEL
           MOVE    'ERROR WRITING STMT-OP' TO ERR-MSG
           PERFORM 9996-STMT-ERR-CHK     THRU 9996-EXIT
           .
       2500-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2600-WRITE-STATEMENT-ITEM.
           MOVE SPACES            TO WS-STMT-ITEM
           MOVE ARI-ORDER-ID      TO WS-SI-INVOICE
           MOVE ARI-BOOK-ID       TO WS-SI-BOOK-ID
           MOVE ARI-ORDER-DATE    TO WS-SI-ORD-DATE
           MOVE ARI-INVOICE-DATE  TO WS-SI-INV-DATE
           MOVE ARI-DUE-DATE      TO WS-SI-DUE-DATE
           MOVE ARI-AMOUNT        TO WS-SI-AMOUNT
           MOVE ARI-AMT-PAID      TO WS-SI-PAID
           MOVE WS-OPEN-AMT       TO WS-SI-OPEN
           MOVE WS-AGE-DAYS       TO WS-SI-DAYS
           IF ARI-DUE-DATE < WS-DATE-R
              MOVE 'PAST DUE'     TO WS-SI-FLAG
           END-IF

           WRITE STMT-OP-FIELDS FROM WS-STMT-ITEM
           MOVE    'ERROR WRITING STMT-OP' TO ERR-MSG
           PERFORM 9996-STMT-ERR-CHK     THRU 9996-EXIT
           .
       2600-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    CLOSE THE STATEMENT WITH THE CASH ON ACCOUNT, THE AGING AND
      *    THE AMOUNT DUE, AND STAMP THE MASTER SO THE NEXT STATEMENT
      *    OPENS FROM THIS ONE'S BALANCE
       2700-FINISH-STATEMENT.
           MOVE '2700-FINISH-STATEMENT' TO ERR-LOC

           WRITE STMT-OP-FIELDS FROM WS-SPACE
           IF ARC-UNAPPLIED-CASH NOT = 0
              COMPUTE WS-SU-AMOUNT = 0 - ARC-UNAPPLIED-CASH
              WRITE STMT-OP-FIELDS FROM WS-STMT-UNAPPL
           END-IF

           MOVE WS-CUST-CURRENT    TO WS-SG-CURRENT
           MOVE WS-CUST-AGE-30     TO WS-SG-AGE-30
           MOVE WS-CUST-AGE-60     TO WS-SG-AGE-60
           MOVE WS-CUST-AGE-90     TO WS-SG-AGE-90
           WRITE STMT-OP-FIELDS FROM WS-STMT-AGING

           MOVE WS-CUST-BALANCE    TO WS-SD-AMOUNT
           EVALUATE TRUE
               WHEN WS-CUST-BALANCE < 0
                    MOVE 'CREDIT BALANCE - NO PAYMENT DUE'
                                              TO WS-SD-MSG
               WHEN WS-CUST-AGE-30 + WS-CUST-AGE-60
                                   + WS-CUST-AGE-90 > 0
                    MOVE 'PAST DUE - PLEASE REMIT PROMPTLY'
                                              TO WS-SD-MSG
               WHEN OTHER
                    MOVE SPACES               TO WS-SD-MSG
           END-EVALUATE
           WRITE STMT-OP-FIELDS FROM WS-STMT-DUE
           WRITE STMT-OP-FIELDS FROM WS-SPACE
           MOVE    'ERROR WRITING STMT-OP' TO ERR-MSG
           PERFORM 9996-STMT-ERR-CHK     THRU 9996-EXIT

           MOVE WS-DATE-R          TO ARC-LAST-STMT-DATE
           MOVE WS-CUST-BALANCE    TO ARC-LAST-STMT-BALANCE
           REWRITE BKARC-RECORD
           IF VSAMARC-FILE-STATUS NOT = '00'
              DISPLAY 'BKARAGE - ERROR REWRITING VSAMARC '
                      VSAMARC-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           ADD 1 TO WS-TOTAL-STMT-COUNT
           .
       2700-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       3000-HOUSEKEEPING.
           MOVE '3000-HOUSEKEEPING' TO ERR-LOC
           MOVE WS-GRAND-CURRENT    TO WS-T-CURRENT
           MOVE WS-GRAND-AGE-30     TO WS-T-AGE-30
           MOVE WS-GRAND-AGE-60     TO WS-T-AGE-60
           MOVE WS-GRAND-AGE-90     TO WS-T-AGE-90
           MOVE WS-GRAND-UNAPPLIED  TO WS-T-UNAPPL
           MOVE WS-GRAND-BALANCE    TO WS-T-BALANCE
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-TOTAL-LINE

           MOVE WS-TOTAL-READ-COUNT    TO WS-TR-RED-CNT
           MOVE WS-TOTAL-BAL-COUNT     TO WS-TR-BAL-CNT
           MOVE WS-TOTAL-INV-COUNT     TO WS-TR-INV-CNT
           MOVE WS-TOTAL-STMT-COUNT    TO WS-TR-STM-CNT
           MOVE WS-TOTAL-OOB-COUNT     TO WS-TR-OOB-CNT
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-1
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-2
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-3
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-4
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-5
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-FOOTER

           WRITE STMT-OP-FIELDS     FROM WS-PAGE-BREAK
           CLOSE  STMT-OP
           MOVE   'ERROR CLOSING STMT-OP' TO ERR-MSG
           PERFORM 9996-STMT-ERR-CHK   THRU 9996-EXIT

           CLOSE  RPT-OP
           MOVE   'ERROR CLOSING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK   THRU 9998-EXIT
           .
       3000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9996-STMT-ERR-CHK.
           EVALUATE TRUE
               WHEN STMTOUT-STAT = 0
                    CONTINUE

               WHEN OTHER
                    DISPLAY 'FILE ERROR'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' STMTOUT-STAT
                    STOP RUN
           END-EVALUATE
           .
       9996-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9998-FILE-ERR-CHK.
           EVALUATE TRUE
               WHEN RPTOUT-STAT = 0
                    CONTINUE

               WHEN OTHER
                    DISPLAY 'FILE ERROR'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' RPTOUT-STAT
                    STOP RUN
           END-EVALUATE
           .
       9998-EXIT.
           EXIT.
      *-----------------------------------------------------------------
