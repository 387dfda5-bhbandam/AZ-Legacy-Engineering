      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
        PROGRAM-ID. BKARINV.
      ****************************************************************
      * Nightly book accounts receivable invoicing. Reads the day's  *
      * order activity in the AALFATS layout on ORDIN-DD:            *
      *   'AA' - OPENS THE CUSTOMER'S AR MASTER RECORD ON VSAMARC,   *
      *          OR REFRESHES ITS NAME AND ADDRESS                   *
      *   'HI' - ACKNOWLEDGED (AC) OR SHIPPED (SH) ORDERS ARE        *
      *          INVOICED ON VSAMARI UNDER THE ORDER ID, DUE AFTER   *
      *          THE CUSTOMER'S TERMS; BACKORDERS (BO) WAIT FOR A    *
      *          LATER ACKNOWLEDGMENT; A CANCELLATION (CN) VOIDS AN  *
      *          INVOICE THAT HAS NO PAYMENT ON IT                   *
      * An order already invoiced is never invoiced again, so a      *
      * rerun or an overlapping extract is harmless, and an order    *
      * rejected because its customer has no AR record yet invoices  *
      * on the night the 'AA' record arrives. Unapplied cash the     *
      * customer has on account is applied to each new invoice.      *
      * The report lists every invoice, void and reject, with        *
      * control totals: records read = customers added + refreshed   *
      * + orders invoiced + already invoiced + deferred + voided +   *
      * cancellations skipped + rejected + other records skipped.    *
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
           SELECT ORD-IP     ASSIGN TO ORDIN
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS ORDIN-STAT.

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

           SELECT PARM-FILE  ASSIGN TO PARMIN
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS PARMIN-STAT.
      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.

      *    THE DAY'S CUSTOMER AND ORDER ACTIVITY IN THE AALFATS LAYOUT
       FD  ORD-IP
           RECORD CONTAINS 130.
       01  ORDER-IN-RECORD.
           COPY AALFATS.

       FD  VSAMARC.
           COPY BKARCREC.

       FD  VSAMARI.
           COPY BKARIREC.

       FD  RPT-OP
           RECORD CONTAINS 132
           RECORDING MODE F.
       01  RPT-OP-FIELDS                 PIC X(132).

       FD  PARM-FILE
           RECORD CONTAINS 80.
       01  PARM-RECORD.
           05 PARM-RUN-DATE              PIC X(10).
           05 FILLER                     PIC X(01).
      *    TERMS FOR A NEW AR CUSTOMER - DEFAULT NET 30
           05 PARM-TERMS-DAYS            PIC 9(03).
           05 FILLER                     PIC X(66).

       WORKING-STORAGE SECTION.

       01  VSAMARC-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  VSAMARI-FILE-STATUS           PIC X(02) VALUE SPACES.

       01  WS-LABELS.
           05 WS-SPACE.
              10 FILLER        PIC X(1)   VALUE SPACE.

           05 WS-HEADER-TITLE.
              10 FILLER        PIC X(40)  VALUE SPACES.
              10 FILLER        PIC X(46)  VALUE
                  'BOOK ACCOUNTS RECEIVABLE INVOICING'.
              10 FILLER        PIC X(35)  VALUE SPACES.
              10 WS-DATE-R     PIC X(10)  VALUE SPACES.
              10 FILLER        PIC X(01)  VALUE SPACES.

           05 WS-HEADER-LABEL.
              10 FILLER        PIC X(11)  VALUE 'CUSTOMER'.
              10 FILLER        PIC X(10)  VALUE 'INVOICE'.
              10 FILLER        PIC X(10)  VALUE 'BOOK ID'.
              10 FILLER        PIC X(12)  VALUE 'ORDER DATE'.
              10 FILLER        PIC X(12)  VALUE 'DUE DATE'.
              10 FILLER        PIC X(16)  VALUE '        AMOUNT'.
              10 FILLER        PIC X(40)  VALUE 'ACTION'.
              10 FILLER        PIC X(21)  VALUE SPACES.

           05 WS-DETAIL-LINE.
              10 WS-D-CUST-ID  PIC 9(09).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-ORDER-ID PIC 9(08).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-BOOK-ID  PIC 9(08).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-ORD-DATE PIC X(10).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-DUE-DATE PIC X(10).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-AMOUNT   PIC Z(9)9.99-.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-ACTION   PIC X(40).
              10 FILLER        PIC X(21)  VALUE SPACES.

           05 WS-FOOTER.
              10 FILLER        PIC X(58)  VALUE ALL '='.
              10 FILLER        PIC X(15)  VALUE ' END OF REPORT '.
              10 FILLER        PIC X(59)  VALUE ALL '='.

           05 WS-TRAILER-1.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'RECORDS READ              :'.
              10 WS-TR-RED-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-2.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'AR CUSTOMERS ADDED        :'.
              10 WS-TR-ADD-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-3.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'AR CUSTOMERS REFRESHED    :'.
              10 WS-TR-REF-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-4.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'ORDERS INVOICED           :'.
              10 WS-TR-INV-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-5.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'ORDERS ALREADY INVOICED   :'.
              10 WS-TR-DUP-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-6.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'BACKORDERS DEFERRED       :'.
              10 WS-TR-BKO-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-7.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'INVOICES VOIDED           :'.
              10 WS-TR-VOD-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-8.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'CANCELLATIONS SKIPPED     :'.
              10 WS-TR-CSK-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-9.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'ORDERS REJECTED           :'.
              10 WS-TR-REJ-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-10.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'OTHER RECORDS SKIPPED     :'.
              10 WS-TR-SKP-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-11.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'TOTAL AMOUNT INVOICED     :'.
              10 WS-TR-INV-AMT PIC Z(12)9.99.
              10 FILLER        PIC X(59)  VALUE SPACES.

           05 WS-TRAILER-12.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'TOTAL AMOUNT VOIDED       :'.
              10 WS-TR-VOD-AMT PIC Z(12)9.99.
              10 FILLER        PIC X(59)  VALUE SPACES.

           05 WS-TRAILER-13.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'UNAPPLIED CASH APPLIED    :'.
              10 WS-TR-UNA-AMT PIC Z(12)9.99.
              10 FILLER        PIC X(59)  VALUE SPACES.

       01  WS-VARS.
           05 WS-DEFAULT-TERMS         PIC 9(03)     VALUE 30.
           05 WS-TERMS-DAYS            PIC 9(03)     VALUE ZERO.
           05 WS-RUN-DATE-NUM          PIC 9(08)     VALUE ZERO.
           05 WS-DUE-DATE-NUM          PIC 9(08)     VALUE ZERO.
           05 WS-CASH-USED             PIC S9(9)V99  VALUE ZERO.
           05 WS-BALANCE-COUNT         PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-READ-COUNT      PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-ADD-COUNT       PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-REFRESH-COUNT   PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-INVOICE-COUNT   PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-DUP-COUNT       PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-BACKORD-COUNT   PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-VOID-COUNT      PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-CAN-SKIP-COUNT  PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-REJECT-COUNT    PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-SKIP-COUNT      PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-INVOICE-AMT     PIC S9(13)V99 VALUE ZERO.
           05 WS-TOTAL-VOID-AMT        PIC S9(13)V99 VALUE ZERO.
           05 WS-TOTAL-CASH-USED-AMT   PIC S9(13)V99 VALUE ZERO.

       01  WS-DISPLAY-VARS.
           05 ERR-PGM          PIC X(07)  VALUE 'BKARINV'.
           05 ERR-LOC          PIC X(20)  VALUE SPACES.
           05 ERR-MSG          PIC X(30)  VALUE SPACES.

       01  WS-FLAG-VARS.
           05 RPTOUT-STAT      PIC 9(02)  VALUE ZERO.
           05 PARMIN-STAT      PIC 9(02)  VALUE ZERO.
           05 ORDIN-STAT       PIC 9(02)  VALUE ZERO.
           05 EOF-FLAG         PIC X(01)  VALUE 'N'.
              88 END-OF-FILE              VALUE 'Y'.
           05 ARC-FOUND-FLAG   PIC X(01)  VALUE 'N'.
              88 ARC-WAS-FOUND            VALUE 'Y'.
           05 ARI-FOUND-FLAG   PIC X(01)  VALUE 'N'.
              88 ARI-WAS-FOUND            VALUE 'Y'.

       01  WS-PARM-VARS.
           05 PARM-FOUND-FLAG     PIC X(01) VALUE 'N'.
              88 PARM-WAS-FOUND             VALUE 'Y'.

       PROCEDURE DIVISION.
      *
      * THIS PROGRAM KEEPS THE BOOK AR CUSTOMER MASTER CURRENT FROM
      * THE 'AA' RECORDS AND TURNS THE DAY'S ACKNOWLEDGED ORDERS
      * INTO INVOICES.
      *
       0000-MAIN.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT

           OPEN I-O VSAMARC
           IF VSAMARC-FILE-STATUS = '35'
              OPEN OUTPUT VSAMARC
              CLOSE VSAMARC
              OPEN I-O VSAMARC
           END-IF
           IF VSAMARC-FILE-STATUS NOT = '00'
              DISPLAY 'BKARINV - ERROR OPENING VSAMARC '
                      VSAMARC-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O VSAMARI
           IF VSAMARI-FILE-STATUS = '35'
              OPEN OUTPUT VSAMARI
              CLOSE VSAMARI
              OPEN I-O VSAMARI
           END-IF
           IF VSAMARI-FILE-STATUS NOT = '00'
              DISPLAY 'BKARINV - ERROR OPENING VSAMARI '
                      VSAMARI-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO EOF-FLAG
           OPEN INPUT ORD-IP
           MOVE       'ERROR OPENING ORDIN'    TO ERR-MSG
           PERFORM 9997-ORD-ERR-CHK           THRU 9997-EXIT

           PERFORM 2000-PROCESS-ALL-RECORDS
              THRU 2000-EXIT
             UNTIL END-OF-FILE

           CLOSE ORD-IP
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
              IF PARM-TERMS-DAYS IS NUMERIC
                 AND PARM-TERMS-DAYS > 0
                 MOVE PARM-TERMS-DAYS TO WS-DEFAULT-TERMS
              END-IF
           END-IF

           MOVE WS-DATE-R(1:4) TO WS-RUN-DATE-NUM(1:4)
           MOVE WS-DATE-R(6:2) TO WS-RUN-DATE-NUM(5:2)
           MOVE WS-DATE-R(9:2) TO WS-RUN-DATE-NUM(7:2)

           OPEN OUTPUT RPT-OP
           MOVE    'ERROR OPENING RPT-OP'   TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK       THRU 9998-EXIT

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
       2000-PROCESS-ALL-RECORDS.
           MOVE '2000-PROCESS-ALL-RECORDS' TO ERR-LOC

           READ ORD-IP
              AT END SET END-OF-FILE TO TRUE
           END-READ
           IF END-OF-FILE
              GO TO 2000-EXIT
           END-IF

           ADD 1 TO WS-TOTAL-READ-COUNT

           EVALUATE TRUE
               WHEN AA-RECORD
                    PERFORM 2100-REFRESH-CUSTOMER THRU 2100-EXIT
               WHEN HI-RECORD
                    PERFORM 2200-PROCESS-ORDER    THRU 2200-EXIT
               WHEN OTHER
                    ADD 1 TO WS-TOTAL-SKIP-COUNT
           END-EVALUATE
           .
       2000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE 'AA' RECORD IS THE DISTRIBUTOR'S CURRENT NAME AND
      *    ADDRESS FOR THE CUSTOMER - THE BALANCE AND TERMS ON AN
      *    EXISTING AR RECORD ARE NEVER TOUCHED HERE
       2100-REFRESH-CUSTOMER.
           MOVE '2100-REFRESH-CUSTOMER' TO ERR-LOC

           IF AA-CUST-ID IS NOT NUMERIC OR AA-CUST-ID = 0
              ADD 1 TO WS-TOTAL-SKIP-COUNT
              GO TO 2100-EXIT
           END-IF

           MOVE 'N' TO ARC-FOUND-FLAG
           MOVE AA-CUST-ID TO ARC-CUST-ID
           READ VSAMARC
              INVALID KEY CONTINUE
              NOT INVALID KEY SET ARC-WAS-FOUND TO TRUE
           END-READ

           IF NOT ARC-WAS-FOUND
              INITIALIZE BKARC-RECORD
              MOVE AA-CUST-ID       TO ARC-CUST-ID
              MOVE WS-DEFAULT-TERMS TO ARC-TERMS-DAYS
              SET ARC-ACTIVE        TO TRUE
              MOVE WS-DATE-R        TO ARC-OPEN-DATE
           END-IF

           MOVE AA-CUST-NAME       TO ARC-CUST-NAME
           MOVE AA-CUST-ADDR-LINE1 TO ARC-ADDR-LINE1
           MOVE AA-CUST-CITY       TO ARC-CITY
           MOVE AA-CUST-STATE      TO ARC-STATE
           MOVE AA-CUST-ZIP        TO ARC-ZIP
           MOVE WS-DATE-R          TO ARC-LAST-CHANGE-DATE

           IF ARC-WAS-FOUND
              REWRITE BKARC-RECORD
              IF VSAMARC-FILE-STATUS NOT = '00'
                 DISPLAY 'BKARINV - ERROR REWRITING VSAMARC '
                         VSAMARC-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-TOTAL-REFRESH-COUNT
           ELSE
              WRITE BKARC-RECORD
              IF VSAMARC-FILE-STATUS NOT = '00'
                 DISPLAY 'BKARINV - ERROR WRITING VSAMARC '
                         VSAMARC-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-TOTAL-ADD-COUNT
           END-IF
           .
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    EVERY ORDER LOOKS FOR ITS CUSTOMER AND ITS INVOICE FIRST -
      *    WHAT HAPPENS NEXT TURNS ON THE ACKNOWLEDGMENT STATUS
       2200-PROCESS-ORDER.
           MOVE '2200-PROCESS-ORDER' TO ERR-LOC
           MOVE 'N' TO ARC-FOUND-FLAG ARI-FOUND-FLAG

           MOVE HI-CUST-ID TO ARC-CUST-ID
           READ VSAMARC
              INVALID KEY CONTINUE
              NOT INVALID KEY SET ARC-WAS-FOUND TO TRUE
           END-READ

           MOVE HI-CUST-ID  TO ARI-CUST-ID
           MOVE HI-ORDER-ID TO ARI-ORDER-ID
           READ VSAMARI
              INVALID KEY CONTINUE
              NOT INVALID KEY SET ARI-WAS-FOUND TO TRUE
           END-READ

           MOVE SPACES      TO WS-DETAIL-LINE
           MOVE HI-CUST-ID  TO WS-D-CUST-ID
           MOVE HI-ORDER-ID TO WS-D-ORDER-ID
           MOVE HI-BOOK-ID  TO WS-D-BOOK-ID
           MOVE HI-ORDER-DATE TO WS-D-ORD-DATE
           MOVE HI-ORDER-AMT  TO WS-D-AMOUNT

           EVALUATE TRUE
               WHEN HI-ORDER-ACKNOWLEDGED
               WHEN HI-ORDER-SHIPPED
                    PERFORM 2300-INVOICE-ORDER  THRU 2300-EXIT
               WHEN HI-ORDER-BACKORDERED
                    ADD 1 TO WS-TOTAL-BACKORD-COUNT
               WHEN HI-ORDER-CANCELLED
                    PERFORM 2400-CANCEL-INVOICE THRU 2400-EXIT
               WHEN OTHER
                    MOVE 'REJECTED - UNKNOWN ORDER STATUS'
                                           TO WS-D-ACTION
                    PERFORM 2800-REJECT-ORDER THRU 2800-EXIT
           END-EVALUATE
           .
       2200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    ONE INVOICE PER ORDER, NUMBERED BY THE ORDER ID, DATED THE
      *    RUN DATE AND DUE AFTER THE CUSTOMER'S TERMS
       2300-INVOICE-ORDER.
           MOVE '2300-INVOICE-ORDER' TO ERR-LOC

           IF ARI-WAS-FOUND
              ADD 1 TO WS-TOTAL-DUP-COUNT
              GO TO 2300-EXIT
           END-IF

           IF NOT ARC-WAS-FOUND
              MOVE 'REJECTED - CUSTOMER NOT ON AR MASTER'
                                           TO WS-D-ACTION
              PERFORM 2800-REJECT-ORDER THRU 2800-EXIT
              GO TO 2300-EXIT
           END-IF

           IF HI-ORDER-AMT NOT > 0
              MOVE 'REJECTED - ORDER AMOUNT NOT POSITIVE'
                                           TO WS-D-ACTION
              PERFORM 2800-REJECT-ORDER THRU 2800-EXIT
              GO TO 2300-EXIT
           END-IF

           MOVE ARC-TERMS-DAYS TO WS-TERMS-DAYS
           IF WS-TERMS-DAYS = 0
              MOVE WS-DEFAULT-TERMS TO WS-TERMS-DAYS
           END-IF
           COMPUTE WS-DUE-DATE-NUM =
              FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                 + WS-TERMS-DAYS)

           INITIALIZE BKARI-RECORD
           MOVE HI-CUST-ID       TO ARI-CUST-ID
           MOVE HI-ORDER-ID      TO ARI-ORDER-ID
           MOVE HI-BOOK-ID       TO ARI-BOOK-ID
           MOVE HI-ORDER-DATE    TO ARI-ORDER-DATE
           MOVE WS-DATE-R        TO ARI-INVOICE-DATE
           STRING WS-DUE-DATE-NUM(1:4) '-'
                  WS-DUE-DATE-NUM(5:2) '-'
                  WS-DUE-DATE-NUM(7:2) DELIMITED BY SIZE
                  INTO ARI-DUE-DATE
           MOVE HI-ORDER-AMT     TO ARI-AMOUNT
           MOVE ZERO             TO ARI-AMT-PAID
           SET ARI-OPEN          TO TRUE
           MOVE ARI-DUE-DATE     TO WS-D-DUE-DATE
           MOVE 'INVOICED'       TO WS-D-ACTION

      *    CASH THE CUSTOMER ALREADY HAS ON ACCOUNT PAYS DOWN THE NEW
      *    INVOICE - THE NET BALANCE ALREADY REFLECTS IT
           MOVE ZERO TO WS-CASH-USED
           IF ARC-UNAPPLIED-CASH > 0
              IF ARC-UNAPPLIED-CASH < ARI-AMOUNT
                 MOVE ARC-UNAPPLIED-CASH TO WS-CASH-USED
              ELSE
                 MOVE ARI-AMOUNT         TO WS-CASH-USED
              END-IF
              ADD WS-CASH-USED        TO ARI-AMT-PAID
              SUBTRACT WS-CASH-USED FROM ARC-UNAPPLIED-CASH
              MOVE WS-DATE-R          TO ARI-LAST-PAY-DATE
              ADD WS-CASH-USED        TO WS-TOTAL-CASH-USED-AMT
              MOVE 'INVOICED - UNAPPLIED CASH APPLIED'
                                      TO WS-D-ACTION
              IF ARI-AMT-PAID = ARI-AMOUNT
                 SET ARI-PAID         TO TRUE
                 MOVE WS-DATE-R       TO ARI-PAID-DATE
                 MOVE 'INVOICED - PAID FROM UNAPPLIED CASH'
                                      TO WS-D-ACTION
              END-IF
           END-IF

           WRITE BKARI-RECORD
           IF VSAMARI-FILE-STATUS NOT = '00'
              DISPLAY 'BKARINV - ERROR WRITING VSAMARI '
                      VSAMARI-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           ADD ARI-AMOUNT      TO ARC-BALANCE
           MOVE WS-DATE-R      TO ARC-LAST-INVOICE-DATE
           REWRITE BKARC-RECORD
           IF VSAMARC-FILE-STATUS NOT = '00'
              DISPLAY 'BKARINV - ERROR REWRITING VSAMARC '
                      VSAMARC-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           ADD 1          TO WS-TOTAL-INVOICE-COUNT
           ADD ARI-AMOUNT TO WS-TOTAL-INVOICE-AMT
           PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT
           .
       2300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    A CANCELLED ORDER VOIDS ITS INVOICE ONLY WHILE NOTHING HAS
      *    BEEN APPLIED TO IT - ONE WITH A PAYMENT ON IT IS LISTED
      *    FOR A MANUAL CREDIT INSTEAD. A CANCELLATION FOR AN ORDER
      *    NEVER INVOICED (OR ALREADY VOIDED) HAS NOTHING TO UNDO.
       2400-CANCEL-INVOICE.
           MOVE '2400-CANCEL-INVOICE' TO ERR-LOC

           IF NOT ARI-WAS-FOUND OR ARI-VOID
              ADD 1 TO WS-TOTAL-CAN-SKIP-COUNT
              GO TO 2400-EXIT
           END-IF

           MOVE ARI-DUE-DATE TO WS-D-DUE-DATE
           MOVE ARI-AMOUNT   TO WS-D-AMOUNT

           IF ARI-AMT-PAID NOT = 0
              MOVE 'CANCELLED - PAYMENT ON INVOICE, NOT VOIDED'
                                           TO WS-D-ACTION
              PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT
              ADD 1 TO WS-TOTAL-CAN-SKIP-COUNT
              MOVE 4 TO RETURN-CODE
              GO TO 2400-EXIT
           END-IF

           SET ARI-VOID TO TRUE
           REWRITE BKARI-RECORD
           IF VSAMARI-FILE-STATUS NOT = '00'
              DISPLAY 'BKARINV - ERROR REWRITING VSAMARI '
                      VSAMARI-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           IF ARC-WAS-FOUND
              SUBTRACT ARI-AMOUNT FROM ARC-BALANCE
              MOVE WS-DATE-R      TO ARC-LAST-CHANGE-DATE
              REWRITE BKARC-RECORD
              IF VSAMARC-FILE-STATUS NOT = '00'
                 DISPLAY 'BKARINV - ERROR REWRITING VSAMARC '
                         VSAMARC-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF

           MOVE 'VOIDED - ORDER CANCELLED' TO WS-D-ACTION
           ADD 1          TO WS-TOTAL-VOID-COUNT
           ADD ARI-AMOUNT TO WS-TOTAL-VOID-AMT
           PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT
           .
       2400-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    A REJECTED ORDER IS NOT INVOICED - IT INVOICES ON A LATER
      *    RUN ONCE THE CAUSE IS PUT RIGHT AND THE ORDER IS FED AGAIN
       2800-REJECT-ORDER.
           PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT
           ADD 1 TO WS-TOTAL-REJECT-COUNT
           MOVE 4 TO RETURN-CODE
           .
       2800-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2900-WRITE-DETAIL.
           WRITE RPT-OP-FIELDS FROM WS-DETAIL-LINE
           MOVE    'ERROR WRITING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           .
       2900-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       3000-HOUSEKEEPING.
           MOVE '3000-HOUSEKEEPING' TO ERR-LOC
           MOVE WS-TOTAL-READ-COUNT     TO WS-TR-RED-CNT
           MOVE WS-TOTAL-ADD-COUNT      TO WS-TR-ADD-CNT
           MOVE WS-TOTAL-REFRESH-COUNT  TO WS-TR-REF-CNT
           MOVE WS-TOTAL-INVOICE-COUNT  TO WS-TR-INV-CNT
           MOVE WS-TOTAL-DUP-COUNT      TO WS-TR-DUP-CNT
           MOVE WS-TOTAL-BACKORD-COUNT  TO WS-TR-BKO-CNT
           MOVE WS-TOTAL-VOID-COUNT     TO WS-TR-VOD-CNT
           MOVE WS-TOTAL-CAN-SKIP-COUNT TO WS-TR-CSK-CNT
           MOVE WS-TOTAL-REJECT-COUNT   TO WS-TR-REJ-CNT
           MOVE WS-TOTAL-SKIP-COUNT     TO WS-TR-SKP-CNT
           MOVE WS-TOTAL-INVOICE-AMT    TO WS-TR-INV-AMT
           MOVE WS-TOTAL-VOID-AMT       TO WS-TR-VOD-AMT
           MOVE WS-TOTAL-CASH-USED-AMT  TO WS-TR-UNA-AMT
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-1
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-2
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-3
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-4
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-5
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-6
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-7
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-8
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-9
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-10
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-11
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-12
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-13
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-FOOTER

           CLOSE  RPT-OP
           MOVE   'ERROR CLOSING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK   THRU 9998-EXIT

      *    EVERY RECORD READ MUST BE ACCOUNTED FOR EXACTLY ONCE
           COMPUTE WS-BALANCE-COUNT = WS-TOTAL-ADD-COUNT
                                    + WS-TOTAL-REFRESH-COUNT
                                    + WS-TOTAL-INVOICE-COUNT
                                    + WS-TOTAL-DUP-COUNT
                                    + WS-TOTAL-BACKORD-COUNT
                                    + WS-TOTAL-VOID-COUNT
                                    + WS-TOTAL-CAN-SKIP-COUNT
                                    + WS-TOTAL-REJECT-COUNT
                                    + WS-TOTAL-SKIP-COUNT
           IF WS-BALANCE-COUNT NOT = WS-TOTAL-READ-COUNT
              DISPLAY 'BKARINV - CONTROL TOTALS OUT OF BALANCE'
              DISPLAY '  READ     : ' WS-TOTAL-READ-COUNT
              DISPLAY '  ACCOUNTED: ' WS-BALANCE-COUNT
              MOVE 8 TO RETURN-CODE
           END-IF
           .
       3000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9997-ORD-ERR-CHK.
           EVALUATE TRUE
               WHEN ORDIN-STAT = 0
                    CONTINUE

               WHEN ORDIN-STAT = 10
                    MOVE 'Y' TO EOF-FLAG

               WHEN OTHER
                    DISPLAY 'FILE ERROR'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ORDIN-STAT
                    STOP RUN
           END-EVALUATE
           .
       9997-EXIT.
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
