      * followed by a payable summary whose control totals tie back  *
      * to the order counts: records read = orders matched plus      *
      * orders unmatched plus non-order records skipped.             *
      * With PAID-ONLY 'Y' on the PARM card the royalty is paid only *
      * on orders whose book AR invoice on VSAMARI (see BKARINV) is  *
      * paid in full; the rest are held to a later statement and     *
      * counted as orders not yet paid in the control totals.        *
      * Bookstore returns posted by BKRETPST ('RT' records on        *
      * RETOUT-DD, concatenated on ORDIN-DD with the orders) are     *
      * joined the same way by book and dated by the return; each    *
      * publisher's returns print as a separate line whose credit    *
      * value reverses royalty at the same rate, and the payable is  *
      * the net. Returns matched join the control totals.            *
      ****************************************************************
      *---------------------
       ENVIRONMENT DIVISION.
               RECORD KEY   IS PUBL-PUBLISHER-ID
               FILE STATUS  IS VSAMPUBL-FILE-STATUS.

           SELECT VSAMARI
               ASSIGN       TO VSAMARI
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS ARI-KEY
               FILE STATUS  IS VSAMARI-FILE-STATUS.

           SELECT RPT-OP     ASSIGN TO RPTOUT
                             ACCESS MODE IS SEQUENTIAL
                             FILE STATUS IS RPTOUT-STAT.
           10 FILLER               PIC X.
           10 BOOKS-PUBLISHER-ID   PIC S9(9) USAGE COMP.
           10 FILLER               PIC X.
           10 BOOKS-LIST-PRICE     PIC S9(7)V99 USAGE COMP-3.
           10 FILLER               PIC X.
      *    'A' ACTIVE, 'R' RETIRED - SEE BKBOOKMT
           10 BOOKS-STATUS         PIC X.
              88 BOOKS-ACTIVE              VALUE 'A'.
              88 BOOKS-RETIRED             VALUE 'R'.
           10 FILLER               PIC X.

       FD  VSAMPUBL.
       01  VSAMPUBL-RECORD.
           10 PUBL-ROYALTY-RATE   PIC 9(02)V99.
           10 FILLER              PIC X(12).

      *    BOOK AR INVOICES - READ ONLY FOR A PAID-ONLY RUN
       FD  VSAMARI.
           COPY BKARIREC.

       FD  RPT-OP
           RECORD CONTAINS 132
           RECORDING MODE F.
           05 PARM-PERIOD-START          PIC X(10).
           05 FILLER                     PIC X(01).
           05 PARM-PERIOD-END            PIC X(10).
           05 FILLER                     PIC X(01).
      *    'Y' - PAY ROYALTIES ONLY ON ORDERS WHOSE INVOICE IS PAID
           05 PARM-PAID-ONLY             PIC X(01).
           05 FILLER                     PIC X(57).

       WORKING-STORAGE SECTION.

       01  VSAMBOOK-FILE-STATUS          PIC X(02) VALUE SPACES.
       01  VSAMPUBL-FILE-STATUS          PIC X(02) VALUE SPACES.
       01  VSAMARI-FILE-STATUS           PIC X(02) VALUE SPACES.

       01  WS-LABELS.
           05 WS-SPACE.
              10 FILLER        PIC X(03)  VALUE ' - '.
              10 WS-H-END      PIC X(10)  VALUE SPACES.

           05 WS-HEADER-BASIS.
              10 FILLER        PIC X(42)  VALUE SPACES.
              10 FILLER        PIC X(90)  VALUE
                  'ROYALTIES ON PAID ORDERS ONLY'.

           05 WS-STMT-LINE-1.
              10 FILLER        PIC X(11)  VALUE 'PUBLISHER: '.
              10 WS-S-PUB-ID   PIC 9(04).
              10 WS-S-SALES    PIC Z(10)9.99.
              10 FILLER        PIC X(08)  VALUE '  RATE: '.
              10 WS-S-RATE     PIC Z9.99.
              10 FILLER        PIC X(20)  VALUE '  ROYALTY EARNED:  '.
              10 WS-S-ROYALTY  PIC Z(10)9.99.
              10 FILLER        PIC X(43)  VALUE SPACES.

           05 WS-STMT-LINE-3.
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 FILLER        PIC X(09)  VALUE 'RETURNS: '.
              10 WS-S-RET-CNT  PIC ZZZ,ZZ9.
              10 FILLER        PIC X(09)  VALUE '  VALUE: '.
              10 WS-S-RET-VAL  PIC Z(10)9.99.
              10 FILLER        PIC X(20)  VALUE '  ROYALTY REVERSED: '.
              10 WS-S-REVERSED PIC Z(10)9.99.
              10 FILLER        PIC X(56)  VALUE SPACES.

           05 WS-STMT-LINE-4.
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 FILLER        PIC X(21)  VALUE
                                    'NET ROYALTY PAYABLE: '.
              10 WS-S-NET      PIC Z(10)9.99-.
              10 FILLER        PIC X(93)  VALUE SPACES.

           05 WS-FOOTER.
              10 FILLER        PIC X(58)  VALUE ALL '='.
              10 FILLER        PIC X(15)  VALUE ' END OF REPORT '.
           05 WS-TRAILER-3.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'ORDERS/RETURNS UNMATCHED  :'.
              10 WS-TR-UNM-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-6.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'NET ROYALTY PAYABLE       :'.
              10 WS-TR-ROY-TOT PIC Z(12)9.99-.
              10 FILLER        PIC X(58)  VALUE SPACES.

           05 WS-TRAILER-7.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'ORDERS NOT YET PAID       :'.
              10 WS-TR-UNP-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-8.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'RETURNS MATCHED           :'.
              10 WS-TR-RET-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-9.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'TOTAL RETURNS VALUE       :'.
              10 WS-TR-RET-TOT PIC Z(12)9.99.
              10 FILLER        PIC X(59)  VALUE SPACES.

           05 WS-TRAILER-10.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'TOTAL ROYALTY REVERSED    :'.
              10 WS-TR-REV-TOT PIC Z(12)9.99.
              10 FILLER        PIC X(59)  VALUE SPACES.

      *****************************************************************
              10 WS-PUB-RATE           PIC 9(02)V99.
              10 WS-PUB-ORD-CNT        PIC 9(07)     COMP.
              10 WS-PUB-SALES          PIC S9(13)V99 COMP-3.
              10 WS-PUB-RET-CNT        PIC 9(07)     COMP.
              10 WS-PUB-RET-VALUE      PIC S9(13)V99 COMP-3.

       01  WS-VARS.
           05 WS-PERIOD-START          PIC X(10)     VALUE SPACES.
           05 WS-PERIOD-END            PIC X(10)     VALUE ALL '9'.
           05 WS-WORK-PUB-ID           PIC 9(04)     VALUE ZERO.
           05 WS-WORK-BOOK-ID          PIC 9(08)     VALUE ZERO.
           05 WS-WORK-CUST-ID          PIC 9(09)     VALUE ZERO.
           05 WS-WORK-ORDER-ID         PIC 9(08)     VALUE ZERO.
           05 WS-ROYALTY-AMT           PIC S9(13)V99 VALUE ZERO.
           05 WS-REVERSED-AMT          PIC S9(13)V99 VALUE ZERO.
           05 WS-NET-ROYALTY-AMT       PIC S9(13)V99 VALUE ZERO.
           05 WS-TOTAL-READ-COUNT      PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-MATCH-COUNT     PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-UNMATCH-COUNT   PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-SKIP-COUNT      PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-UNPAID-COUNT    PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-RETURN-COUNT    PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-RETURN-VALUE    PIC S9(13)V99 VALUE ZERO.
           05 WS-TOTAL-REVERSED        PIC S9(13)V99 VALUE ZERO.
           05 WS-TOTAL-SALES           PIC S9(13)V99 VALUE ZERO.
           05 WS-TOTAL-ROYALTY         PIC S9(13)V99 VALUE ZERO.

              88 BOOK-WAS-FOUND           VALUE 'Y'.
           05 PUBL-FOUND-FLAG  PIC X(01)  VALUE 'N'.
              88 PUBL-WAS-FOUND           VALUE 'Y'.
           05 PAID-FOUND-FLAG  PIC X(01)  VALUE 'N'.
              88 ORDER-WAS-PAID           VALUE 'Y'.
           05 PAID-ONLY-FLAG   PIC X(01)  VALUE 'N'.
              88 PAID-ONLY-RUN            VALUE 'Y'.

       01  WS-PARM-VARS.
           05 PARM-FOUND-FLAG     PIC X(01) VALUE 'N'.
      *
      * THIS PROGRAM JOINS THE PERIOD'S ORDERS TO THE BOOK AND
      * PUBLISHER MASTERS, APPLIES EACH PUBLISHER'S ROYALTY RATE,
      * NETS THE PERIOD'S RETURNS AGAINST IT, AND PRINTS THE
      * REMITTANCE STATEMENTS AND PAYABLE SUMMARY.
      *
       0000-MAIN.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT
              STOP RUN
           END-IF

           IF PAID-ONLY-RUN
              OPEN INPUT VSAMARI
              IF VSAMARI-FILE-STATUS NOT = '00'
                 DISPLAY 'PUBREMIT - ERROR OPENING VSAMARI '
                         VSAMARI-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF

           PERFORM 2000-PROCESS-ALL-ORDERS
              THRU 2000-EXIT
             UNTIL END-OF-FILE
           CLOSE ORD-IP
           CLOSE VSAMBOOK
           CLOSE VSAMPUBL
           IF PAID-ONLY-RUN
              CLOSE VSAMARI
           END-IF

           PERFORM 2600-PRINT-ONE-STATEMENT THRU 2600-EXIT
              VARYING PUB-IDX FROM 1 BY 1
              IF PARM-PERIOD-END NOT = SPACES
                 MOVE PARM-PERIOD-END   TO WS-PERIOD-END
              END-IF
              IF PARM-PAID-ONLY = 'Y'
                 SET PAID-ONLY-RUN      TO TRUE
              END-IF
           END-IF

           OPEN OUTPUT RPT-OP
           MOVE WS-PERIOD-START TO WS-H-START
           MOVE WS-PERIOD-END   TO WS-H-END
           WRITE RPT-OP-FIELDS          FROM WS-HEADER-TITLE
           IF PAID-ONLY-RUN
              WRITE RPT-OP-FIELDS       FROM WS-HEADER-BASIS
           END-IF
           WRITE RPT-OP-FIELDS          FROM WS-SPACE
           MOVE    'ERROR WRITING HEADER' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT

           ADD 1 TO WS-TOTAL-READ-COUNT

           IF RT-RECORD
              PERFORM 2300-PROCESS-RETURN THRU 2300-EXIT
              GO TO 2000-EXIT
           END-IF

           IF NOT HI-RECORD
              ADD 1 TO WS-TOTAL-SKIP-COUNT
              GO TO 2000-EXIT
              GO TO 2000-EXIT
           END-IF

           MOVE HI-BOOK-ID  TO WS-WORK-BOOK-ID
           PERFORM 2100-JOIN-TO-MASTERS THRU 2100-EXIT

           IF BOOK-WAS-FOUND AND PUBL-WAS-FOUND
              AND PAID-ONLY-RUN
              MOVE HI-CUST-ID  TO WS-WORK-CUST-ID
              MOVE HI-ORDER-ID TO WS-WORK-ORDER-ID
              PERFORM 2150-CHECK-ORDER-PAID THRU 2150-EXIT
              IF NOT ORDER-WAS-PAID
                 ADD 1 TO WS-TOTAL-UNPAID-COUNT
                 GO TO 2000-EXIT
              END-IF
           END-IF

           IF BOOK-WAS-FOUND AND PUBL-WAS-FOUND
              PERFORM 2200-TALLY-PUBLISHER THRU 2200-EXIT
              ADD 1 TO WS-TOTAL-MATCH-COUNT
           MOVE '2100-JOIN-TO-MASTERS' TO ERR-LOC
           MOVE 'N' TO BOOK-FOUND-FLAG PUBL-FOUND-FLAG

           MOVE WS-WORK-BOOK-ID TO BOOKS-BOOK-ID
           READ VSAMBOOK
              INVALID KEY CONTINUE
              NOT INVALID KEY SET BOOK-WAS-FOUND TO TRUE
           .
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE ORDER'S INVOICE IS KEYED CUSTOMER + ORDER ID - ONE NOT
      *    YET INVOICED, STILL OPEN OR VOIDED EARNS NO ROYALTY YET
       2150-CHECK-ORDER-PAID.
           MOVE '2150-CHECK-ORDER-PAID' TO ERR-LOC
           MOVE 'N' TO PAID-FOUND-FLAG

           MOVE WS-WORK-CUST-ID  TO ARI-CUST-ID
           MOVE WS-WORK-ORDER-ID TO ARI-ORDER-ID
           READ VSAMARI
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF ARI-PAID
                    SET ORDER-WAS-PAID TO TRUE
                 END-IF
           END-READ
           .
       2150-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2200-TALLY-PUBLISHER.
           MOVE '2200-TALLY-PUBLISHER' TO ERR-LOC

           PERFORM 2250-FIND-PUBLISHER THRU 2250-EXIT

           ADD 1            TO WS-PUB-ORD-CNT (PUB-IDX)
           ADD HI-ORDER-AMT TO WS-PUB-SALES (PUB-IDX)
           ADD HI-ORDER-AMT TO WS-TOTAL-SALES
           .
       2200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    POINT PUB-IDX AT THE PUBLISHER'S ENTRY, OPENING ONE THE
      *    FIRST TIME AN ORDER OR RETURN FOR THE PUBLISHER IS SEEN
       2250-FIND-PUBLISHER.
           SET PUB-IDX TO 1
           SEARCH WS-PUB-ENTRY
              AT END
                    MOVE PUBL-ROYALTY-RATE TO WS-PUB-RATE (PUB-IDX)
                    MOVE ZERO TO WS-PUB-ORD-CNT (PUB-IDX)
                    MOVE ZERO TO WS-PUB-SALES (PUB-IDX)
                    MOVE ZERO TO WS-PUB-RET-CNT (PUB-IDX)
                    MOVE ZERO TO WS-PUB-RET-VALUE (PUB-IDX)
                 ELSE
                    DISPLAY 'PUBREMIT - PUBLISHER TABLE FULL'
                    MOVE 16 TO RETURN-CODE
              WHEN WS-PUB-ID (PUB-IDX) = PUBL-PUBLISHER-ID
                 CONTINUE
           END-SEARCH
           .
       2250-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    A RETURN IS DATED BY THE RETURN, NOT THE ORIGINAL ORDER, SO
      *    IT NETS AGAINST THE STATEMENT FOR THE PERIOD THE COPIES CAME
      *    BACK. ON A PAID-ONLY RUN A RETURN AGAINST AN UNPAID ORDER
      *    REVERSES NOTHING - NO ROYALTY WAS PAID ON THAT ORDER
       2300-PROCESS-RETURN.
           MOVE '2300-PROCESS-RETURN' TO ERR-LOC

           IF RT-RETURN-DATE < WS-PERIOD-START
              OR RT-RETURN-DATE > WS-PERIOD-END
              ADD 1 TO WS-TOTAL-SKIP-COUNT
              GO TO 2300-EXIT
           END-IF

           MOVE RT-BOOK-ID  TO WS-WORK-BOOK-ID
           PERFORM 2100-JOIN-TO-MASTERS THRU 2100-EXIT
           IF NOT BOOK-WAS-FOUND OR NOT PUBL-WAS-FOUND
              ADD 1 TO WS-TOTAL-UNMATCH-COUNT
              GO TO 2300-EXIT
           END-IF

           IF PAID-ONLY-RUN
              MOVE RT-CUST-ID  TO WS-WORK-CUST-ID
              MOVE RT-ORDER-ID TO WS-WORK-ORDER-ID
              PERFORM 2150-CHECK-ORDER-PAID THRU 2150-EXIT
              IF NOT ORDER-WAS-PAID
                 ADD 1 TO WS-TOTAL-UNPAID-COUNT
                 GO TO 2300-EXIT
              END-IF
           END-IF

           PERFORM 2250-FIND-PUBLISHER THRU 2250-EXIT

           ADD RT-QUANTITY   TO WS-PUB-RET-CNT (PUB-IDX)
           ADD RT-CREDIT-AMT TO WS-PUB-RET-VALUE (PUB-IDX)
           ADD RT-CREDIT-AMT TO WS-TOTAL-RETURN-VALUE
           ADD 1             TO WS-TOTAL-RETURN-COUNT
           .
       2300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    ONE REMITTANCE STATEMENT PER PUBLISHER - THE ROYALTY
      *    APPLIES TO THE PERIOD'S SALES AS A WHOLE SO THE PAYABLE
      *    TIES TO THE STATEMENT FIGURES EXACTLY - RETURNS REVERSE
      *    ROYALTY THE SAME WAY ON THEIR VALUE AS A WHOLE
       2600-PRINT-ONE-STATEMENT.
           MOVE '2600-PRINT-ONE-STATEMENT' TO ERR-LOC

           COMPUTE WS-ROYALTY-AMT ROUNDED =
              WS-PUB-SALES (PUB-IDX) * WS-PUB-RATE (PUB-IDX) / 100
           COMPUTE WS-REVERSED-AMT ROUNDED =
              WS-PUB-RET-VALUE (PUB-IDX) * WS-PUB-RATE (PUB-IDX) / 100
           COMPUTE WS-NET-ROYALTY-AMT =
              WS-ROYALTY-AMT - WS-REVERSED-AMT
           ADD WS-NET-ROYALTY-AMT TO WS-TOTAL-ROYALTY
           ADD WS-REVERSED-AMT    TO WS-TOTAL-REVERSED

           MOVE WS-PUB-ID (PUB-IDX)   TO WS-S-PUB-ID
           MOVE WS-PUB-NAME (PUB-IDX) TO WS-S-PUB-NAME
           MOVE WS-PUB-RATE (PUB-IDX)    TO WS-S-RATE
           MOVE WS-ROYALTY-AMT           TO WS-S-ROYALTY
           WRITE RPT-OP-FIELDS FROM WS-STMT-LINE-2

           IF WS-PUB-RET-CNT (PUB-IDX) > 0
              MOVE WS-PUB-RET-CNT (PUB-IDX)   TO WS-S-RET-CNT
              MOVE WS-PUB-RET-VALUE (PUB-IDX) TO WS-S-RET-VAL
              MOVE WS-REVERSED-AMT            TO WS-S-REVERSED
              WRITE RPT-OP-FIELDS FROM WS-STMT-LINE-3
           END-IF

           MOVE WS-NET-ROYALTY-AMT       TO WS-S-NET
           WRITE RPT-OP-FIELDS FROM WS-STMT-LINE-4
           WRITE RPT-OP-FIELDS FROM WS-SPACE
           MOVE    'ERROR WRITING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           MOVE WS-TOTAL-MATCH-COUNT   TO WS-TR-MAT-CNT
           MOVE WS-TOTAL-UNMATCH-COUNT TO WS-TR-UNM-CNT
           MOVE WS-TOTAL-SKIP-COUNT    TO WS-TR-SKP-CNT
           MOVE WS-TOTAL-UNPAID-COUNT  TO WS-TR-UNP-CNT
           MOVE WS-TOTAL-RETURN-COUNT  TO WS-TR-RET-CNT
           MOVE WS-TOTAL-RETURN-VALUE  TO WS-TR-RET-TOT
           MOVE WS-TOTAL-REVERSED      TO WS-TR-REV-TOT
           MOVE WS-TOTAL-SALES         TO WS-TR-SAL-TOT
           MOVE WS-TOTAL-ROYALTY       TO WS-TR-ROY-TOT
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-2
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-3
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-4
           IF PAID-ONLY-RUN
              WRITE RPT-OP-FIELDS   FROM WS-TRAILER-7
           END-IF
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-8
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-5
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-9
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-10
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-6
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-FOOTER
