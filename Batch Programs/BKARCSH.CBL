      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
        PROGRAM-ID. BKARCSH.
      ****************************************************************
      * Book accounts receivable cash-receipts posting. Each card on *
      * PAYIN-DD is one customer payment:                            *
      *   CUSTOMER ID, INVOICE NUMBER (THE ORDER ID - BLANK WHEN     *
      *   THE REMITTANCE NAMES NONE), AMOUNT, DATE RECEIVED AND THE  *
      *   CUSTOMER'S CHECK OR REMITTANCE REFERENCE                   *
      * A payment naming an invoice pays that invoice first; the     *
      * rest, or a payment naming none, pays the customer's open     *
      * invoices on VSAMARI oldest first (invoice numbers are order  *
      * IDs, which the distributor assigns in order). Cash left over *
      * once every invoice is paid stays on the AR master as         *
      * unapplied cash for the customer's next invoice (BKARINV).    *
      * A payment for a customer with no AR record, or naming an     *
      * invoice the customer does not have, is rejected unposted so  *
      * the cash is never put on the wrong account. Control totals:  *
      * cards read = payments posted + payments rejected, and cash   *
      * received = cash applied + cash left unapplied.               *
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
           SELECT PAY-IP     ASSIGN TO PAYIN
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS PAYIN-STAT.

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

      *    ONE CARD PER CUSTOMER PAYMENT FROM THE LOCKBOX
       FD  PAY-IP
           RECORD CONTAINS 80.
       01  PAY-CARD.
           05 PAY-CUST-ID                PIC 9(09).
           05 FILLER                     PIC X(01).
           05 PAY-INVOICE-NUM            PIC X(08).
           05 PAY-INVOICE-NUM-N REDEFINES PAY-INVOICE-NUM
                                         PIC 9(08).
           05 FILLER                     PIC X(01).
           05 PAY-AMOUNT                 PIC 9(07)V99.
           05 FILLER                     PIC X(01).
      *    DATE RECEIVED - BLANK POSTS AS OF THE RUN DATE
           05 PAY-DATE                   PIC X(10).
           05 FILLER                     PIC X(01).
           05 PAY-REFERENCE              PIC X(15).
           05 FILLER                     PIC X(25).

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
                  'BOOK AR CASH RECEIPTS POSTING'.
              10 FILLER        PIC X(35)  VALUE SPACES.
              10 WS-DATE-R     PIC X(10)  VALUE SPACES.
              10 FILLER        PIC X(01)  VALUE SPACES.

           05 WS-HEADER-LABEL.
              10 FILLER        PIC X(11)  VALUE 'CUSTOMER'.
              10 FILLER        PIC X(17)  VALUE 'REFERENCE'.
              10 FILLER        PIC X(12)  VALUE 'RECEIVED'.
              10 FILLER        PIC X(10)  VALUE 'INVOICE'.
              10 FILLER        PIC X(15)  VALUE '       PAYMENT'.
              10 FILLER        PIC X(15)  VALUE '       APPLIED'.
              10 FILLER        PIC X(15)  VALUE '     UNAPPLIED'.
              10 FILLER        PIC X(06)  VALUE 'INVS'.
              10 FILLER        PIC X(31)  VALUE 'RESULT'.

           05 WS-DETAIL-LINE.
              10 WS-D-CUST-ID  PIC X(09).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-REF      PIC X(15).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-DATE     PIC X(10).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-INVOICE  PIC X(08).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-PAYMENT  PIC Z(9)9.99-.
              10 FILLER        PIC X(01)  VALUE SPACES.
              10 WS-D-APPLIED  PIC Z(9)9.99-.
              10 FILLER        PIC X(01)  VALUE SPACES.
              10 WS-D-UNAPPL   PIC Z(9)9.99-.
              10 FILLER        PIC X(01)  VALUE SPACES.
              10 WS-D-INV-CNT  PIC ZZ9.
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-D-RESULT   PIC X(31).

           05 WS-FOOTER.
              10 FILLER        PIC X(58)  VALUE ALL '='.
              10 FILLER        PIC X(15)  VALUE ' END OF REPORT '.
              10 FILLER        PIC X(59)  VALUE ALL '='.

           05 WS-TRAILER-1.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'PAYMENT CARDS READ        :'.
              10 WS-TR-RED-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-2.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'PAYMENTS POSTED           :'.
              10 WS-TR-PST-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-3.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'PAYMENTS REJECTED         :'.
              10 WS-TR-REJ-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-4.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'INVOICES PAID IN FULL     :'.
              10 WS-TR-FUL-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-5.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'INVOICES PART PAID        :'.
              10 WS-TR-PRT-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-6.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'CASH RECEIVED             :'.
              10 WS-TR-RCV-AMT PIC Z(12)9.99.
              10 FILLER        PIC X(59)  VALUE SPACES.

           05 WS-TRAILER-7.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'CASH APPLIED TO INVOICES  :'.
              10 WS-TR-APL-AMT PIC Z(12)9.99.
              10 FILLER        PIC X(59)  VALUE SPACES.

           05 WS-TRAILER-8.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'CASH LEFT UNAPPLIED       :'.
              10 WS-TR-UNA-AMT PIC Z(12)9.99.
              10 FILLER        PIC X(59)  VALUE SPACES.

           05 WS-TRAILER-9.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'REJECTED CASH NOT POSTED  :'.
              10 WS-TR-REJ-AMT PIC Z(12)9.99.
              10 FILLER        PIC X(59)  VALUE SPACES.

       01  WS-VARS.
           05 WS-PAY-DATE              PIC X(10)     VALUE SPACES.
           05 WS-REMAINING             PIC S9(9)V99  VALUE ZERO.
           05 WS-APPLIED               PIC S9(9)V99  VALUE ZERO.
           05 WS-OPEN-AMT              PIC S9(9)V99  VALUE ZERO.
           05 WS-APPLY-AMT             PIC S9(9)V99  VALUE ZERO.
           05 WS-INV-TOUCHED           PIC 9(03)     VALUE ZERO.
           05 WS-TOTAL-READ-COUNT      PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-POST-COUNT      PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-REJECT-COUNT    PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-FULL-COUNT      PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-PART-COUNT      PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-RECEIVED        PIC S9(13)V99 VALUE ZERO.
           05 WS-TOTAL-APPLIED         PIC S9(13)V99 VALUE ZERO.
           05 WS-TOTAL-UNAPPLIED       PIC S9(13)V99 VALUE ZERO.
           05 WS-TOTAL-REJECTED        PIC S9(13)V99 VALUE ZERO.

       01  WS-DISPLAY-VARS.
           05 ERR-PGM          PIC X(07)  VALUE 'BKARCSH'.
           05 ERR-LOC          PIC X(20)  VALUE SPACES.
           05 ERR-MSG          PIC X(30)  VALUE SPACES.

       01  WS-FLAG-VARS.
           05 RPTOUT-STAT      PIC 9(02)  VALUE ZERO.
           05 PARMIN-STAT      PIC 9(02)  VALUE ZERO.
           05 PAYIN-STAT       PIC 9(02)  VALUE ZERO.
           05 EOF-FLAG         PIC X(01)  VALUE 'N'.
              88 END-OF-FILE              VALUE 'Y'.
           05 BROWSE-EOF-FLAG  PIC X(01)  VALUE 'N'.
              88 BROWSE-DONE              VALUE 'Y'.
           05 ARC-FOUND-FLAG   PIC X(01)  VALUE 'N'.
              88 ARC-WAS-FOUND            VALUE 'Y'.
           05 ARI-FOUND-FLAG   PIC X(01)  VALUE 'N'.
              88 ARI-WAS-FOUND            VALUE 'Y'.

       01  WS-PARM-VARS.
           05 PARM-FOUND-FLAG     PIC X(01) VALUE 'N'.
              88 PARM-WAS-FOUND             VALUE 'Y'.

       PROCEDURE DIVISION.
      *
      * THIS PROGRAM POSTS THE DAY'S BOOK CUSTOMER PAYMENTS TO THEIR
      * OPEN INVOICES AND THE AR MASTER.
      *
       0000-MAIN.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT

           OPEN I-O VSAMARC
           IF VSAMARC-FILE-STATUS NOT = '00'
              DISPLAY 'BKARCSH - ERROR OPENING VSAMARC '
                      VSAMARC-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O VSAMARI
           IF VSAMARI-FILE-STATUS NOT = '00'
              DISPLAY 'BKARCSH - ERROR OPENING VSAMARI '
                      VSAMARI-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO EOF-FLAG
           OPEN INPUT PAY-IP
           MOVE       'ERROR OPENING PAYIN'    TO ERR-MSG
           PERFORM 9997-PAY-ERR-CHK           THRU 9997-EXIT

           PERFORM 2000-POST-ALL-PAYMENTS
              THRU 2000-EXIT
             UNTIL END-OF-FILE

           CLOSE PAY-IP
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
       2000-POST-ALL-PAYMENTS.
           MOVE '2000-POST-ALL-PAYMENTS' TO ERR-LOC

           READ PAY-IP
              AT END SET END-OF-FILE TO TRUE
           END-READ
           IF END-OF-FILE
              GO TO 2000-EXIT
           END-IF

           ADD 1 TO WS-TOTAL-READ-COUNT

           MOVE SPACES          TO WS-DETAIL-LINE
           MOVE PAY-CUST-ID     TO WS-D-CUST-ID
           MOVE PAY-REFERENCE   TO WS-D-REF
           MOVE PAY-INVOICE-NUM TO WS-D-INVOICE
           MOVE PAY-DATE        TO WS-PAY-DATE
           IF WS-PAY-DATE = SPACES
              MOVE WS-DATE-R    TO WS-PAY-DATE
           END-IF
           MOVE WS-PAY-DATE     TO WS-D-DATE

           IF PAY-AMOUNT IS NOT NUMERIC OR PAY-AMOUNT = 0
              MOVE ZERO                   TO WS-D-PAYMENT
              MOVE 'REJECTED - AMOUNT NOT VALID' TO WS-D-RESULT
              PERFORM 2800-REJECT-PAYMENT THRU 2800-EXIT
              GO TO 2000-EXIT
           END-IF
           MOVE PAY-AMOUNT TO WS-D-PAYMENT

           IF PAY-CUST-ID IS NOT NUMERIC OR PAY-CUST-ID = 0
              MOVE 'REJECTED - CUSTOMER ID NOT VALID' TO WS-D-RESULT
              PERFORM 2800-REJECT-PAYMENT THRU 2800-EXIT
              GO TO 2000-EXIT
           END-IF

           MOVE 'N' TO ARC-FOUND-FLAG
           MOVE PAY-CUST-ID TO ARC-CUST-ID
           READ VSAMARC
              INVALID KEY CONTINUE
              NOT INVALID KEY SET ARC-WAS-FOUND TO TRUE
           END-READ
           IF NOT ARC-WAS-FOUND
              MOVE 'REJECTED - CUSTOMER NOT ON AR' TO WS-D-RESULT
              PERFORM 2800-REJECT-PAYMENT THRU 2800-EXIT
              GO TO 2000-EXIT
           END-IF

           MOVE PAY-AMOUNT TO WS-REMAINING
           MOVE ZERO       TO WS-APPLIED
           MOVE ZERO       TO WS-INV-TOUCHED

      *    THE INVOICE THE REMITTANCE NAMES MUST BE THE CUSTOMER'S -
      *    ONE ALREADY PAID JUST LEAVES THE CASH FOR THE OLDEST OPEN
           IF PAY-INVOICE-NUM NOT = SPACES
              IF PAY-INVOICE-NUM IS NOT NUMERIC
                 MOVE 'REJECTED - INVOICE NOT NUMERIC'
                                              TO WS-D-RESULT
                 PERFORM 2800-REJECT-PAYMENT THRU 2800-EXIT
                 GO TO 2000-EXIT
              END-IF
              MOVE 'N' TO ARI-FOUND-FLAG
              MOVE PAY-CUST-ID       TO ARI-CUST-ID
              MOVE PAY-INVOICE-NUM-N TO ARI-ORDER-ID
              READ VSAMARI
                 INVALID KEY CONTINUE
                 NOT INVALID KEY SET ARI-WAS-FOUND TO TRUE
              END-READ
              IF NOT ARI-WAS-FOUND OR ARI-VOID
                 MOVE 'REJECTED - INVOICE NOT ON FILE'
                                              TO WS-D-RESULT
                 PERFORM 2800-REJECT-PAYMENT THRU 2800-EXIT
                 GO TO 2000-EXIT
              END-IF
              IF ARI-OPEN
                 PERFORM 2300-APPLY-TO-INVOICE THRU 2300-EXIT
              END-IF
           END-IF

           IF WS-REMAINING > 0
              PERFORM 2200-APPLY-OLDEST-FIRST THRU 2200-EXIT
           END-IF

           ADD WS-REMAINING    TO ARC-UNAPPLIED-CASH
           SUBTRACT PAY-AMOUNT FROM ARC-BALANCE
           MOVE WS-PAY-DATE    TO ARC-LAST-PAYMENT-DATE
           MOVE PAY-AMOUNT     TO ARC-LAST-PAYMENT-AMT
           MOVE WS-DATE-R      TO ARC-LAST-CHANGE-DATE
           REWRITE BKARC-RECORD
           IF VSAMARC-FILE-STATUS NOT = '00'
              DISPLAY 'BKARCSH - ERROR REWRITING VSAMARC '
                      VSAMARC-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE WS-APPLIED     TO WS-D-APPLIED
           MOVE WS-REMAINING   TO WS-D-UNAPPL
           MOVE WS-INV-TOUCHED TO WS-D-INV-CNT
           IF WS-REMAINING > 0
              MOVE 'POSTED - CASH LEFT ON ACCOUNT' TO WS-D-RESULT
           ELSE
              MOVE 'POSTED'                        TO WS-D-RESULT
           END-IF
           PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT

           ADD 1            TO WS-TOTAL-POST-COUNT
           ADD PAY-AMOUNT   TO WS-TOTAL-RECEIVED
           ADD WS-APPLIED   TO WS-TOTAL-APPLIED
           ADD WS-REMAINING TO WS-TOTAL-UNAPPLIED
           .
       2000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    BROWSE THE CUSTOMER'S INVOICES IN INVOICE NUMBER ORDER,
      *    PAYING EACH OPEN ONE UNTIL THE CASH RUNS OUT
       2200-APPLY-OLDEST-FIRST.
           MOVE '2200-APPLY-OLDEST-FIRST' TO ERR-LOC
           MOVE 'N' TO BROWSE-EOF-FLAG

           MOVE PAY-CUST-ID TO ARI-CUST-ID
           MOVE ZERO        TO ARI-ORDER-ID
           START VSAMARI KEY IS >= ARI-KEY
              INVALID KEY SET BROWSE-DONE TO TRUE
           END-START

           PERFORM 2250-APPLY-NEXT-INVOICE THRU 2250-EXIT
              UNTIL BROWSE-DONE
           .
       2200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2250-APPLY-NEXT-INVOICE.
           READ VSAMARI NEXT
              AT END SET BROWSE-DONE TO TRUE
           END-READ
           IF BROWSE-DONE
              GO TO 2250-EXIT
           END-IF

           IF ARI-CUST-ID NOT = PAY-CUST-ID
              SET BROWSE-DONE TO TRUE
              GO TO 2250-EXIT
           END-IF

           IF ARI-OPEN
              PERFORM 2300-APPLY-TO-INVOICE THRU 2300-EXIT
           END-IF

           IF WS-REMAINING NOT > 0
              SET BROWSE-DONE TO TRUE
           END-IF
           .
       2250-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    PAY AS MUCH OF THE INVOICE AS THE CASH LEFT COVERS
       2300-APPLY-TO-INVOICE.
           MOVE '2300-APPLY-TO-INVOICE' TO ERR-LOC

           COMPUTE WS-OPEN-AMT = ARI-AMOUNT - ARI-AMT-PAID
           IF WS-REMAINING < WS-OPEN-AMT
              MOVE WS-REMAINING TO WS-APPLY-AMT
           ELSE
              MOVE WS-OPEN-AMT  TO WS-APPLY-AMT
           END-IF

           ADD WS-APPLY-AMT        TO ARI-AMT-PAID
           MOVE WS-PAY-DATE        TO ARI-LAST-PAY-DATE
           IF ARI-AMT-PAID NOT < ARI-AMOUNT
              SET ARI-PAID         TO TRUE
              MOVE WS-PAY-DATE     TO ARI-PAID-DATE
              ADD 1                TO WS-TOTAL-FULL-COUNT
           ELSE
              ADD 1                TO WS-TOTAL-PART-COUNT
           END-IF

           REWRITE BKARI-RECORD
           IF VSAMARI-FILE-STATUS NOT = '00'
              DISPLAY 'BKARCSH - ERROR REWRITING VSAMARI '
                      VSAMARI-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           SUBTRACT WS-APPLY-AMT FROM WS-REMAINING
           ADD WS-APPLY-AMT      TO WS-APPLIED
           ADD 1                 TO WS-INV-TOUCHED
           .
       2300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    A REJECTED PAYMENT POSTS NOTHING - THE CARD IS CORRECTED
      *    AND FED AGAIN ON A LATER RUN
       2800-REJECT-PAYMENT.
           PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT
           ADD 1 TO WS-TOTAL-REJECT-COUNT
           IF PAY-AMOUNT IS NUMERIC
              ADD PAY-AMOUNT TO WS-TOTAL-REJECTED
           END-IF
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
           MOVE WS-TOTAL-READ-COUNT    TO WS-TR-RED-CNT
           MOVE WS-TOTAL-POST-COUNT    TO WS-TR-PST-CNT
           MOVE WS-TOTAL-REJECT-COUNT  TO WS-TR-REJ-CNT
           MOVE WS-TOTAL-FULL-COUNT    TO WS-TR-FUL-CNT
           MOVE WS-TOTAL-PART-COUNT    TO WS-TR-PRT-CNT
           MOVE WS-TOTAL-RECEIVED      TO WS-TR-RCV-AMT
           MOVE WS-TOTAL-APPLIED       TO WS-TR-APL-AMT
           MOVE WS-TOTAL-UNAPPLIED     TO WS-TR-UNA-AMT
           MOVE WS-TOTAL-REJECTED      TO WS-TR-REJ-AMT
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
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-FOOTER

           CLOSE  RPT-OP
           MOVE   'ERROR CLOSING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK   THRU 9998-EXIT
           .
       3000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9997-PAY-ERR-CHK.
           EVALUATE TRUE
               WHEN PAYIN-STAT = 0
                    CONTINUE

               WHEN PAYIN-STAT = 10
                    MOVE 'Y' TO EOF-FLAG

               WHEN OTHER
                    DISPLAY 'FILE ERROR'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' PAYIN-STAT
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
