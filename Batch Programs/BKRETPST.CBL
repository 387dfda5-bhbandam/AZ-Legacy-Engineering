      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
        PROGRAM-ID. BKRETPST.
      ****************************************************************
      * Bookstore returns posting. Reads the returns in the AALFATS  *
      * 'RT' layout on RETIN-DD - return authorization, order, book, *
      * quantity and condition - and posts each one:                 *
      *   R  RESALEABLE - THE COPIES GO BACK ON HAND ON VSAMINV      *
      *   D  DAMAGED    - THE COPIES ARE LISTED ON THE WRITE-OFF     *
      *                   REPORT ON WRTOFF-DD AND NOT RESTOCKED      *
      * A return carries the credit given to the store; one that     *
      * leaves it zero is valued from the order's book AR invoice on *
      * VSAMARI (one copy per order, as BOOKINV relieves stock).     *
      * Every posted return is kept on the returns history VSAMRTN,  *
      * keyed by authorization and title, so the same return fed a   *
      * second time is rejected rather than restocked twice, and is  *
      * written back out, valued, on RETOUT-DD for the next quarter  *
      * PUBREMIT run, which nets the returns against the publisher's *
      * royalties. Control totals: records read = returns posted +   *
      * returns rejected + other records skipped.                    *
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
           SELECT RET-IP     ASSIGN TO RETIN
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS RETIN-STAT.

           SELECT RET-OP     ASSIGN TO RETOUT
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS RETOUT-STAT.

           SELECT VSAMINV
               ASSIGN       TO VSAMINV
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS INV-BOOK-ID
               FILE STATUS  IS VSAMINV-FILE-STATUS.

           SELECT VSAMBOOK
               ASSIGN       TO VSAMBOOK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS BOOKS-BOOK-ID
               FILE STATUS  IS VSAMBOOK-FILE-STATUS.

           SELECT VSAMARI
               ASSIGN       TO VSAMARI
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS ARI-KEY
               FILE STATUS  IS VSAMARI-FILE-STATUS.

           SELECT VSAMRTN
               ASSIGN       TO VSAMRTN
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS RTN-KEY
               FILE STATUS  IS VSAMRTN-FILE-STATUS.

           SELECT RPT-OP     ASSIGN TO RPTOUT
                             ACCESS MODE IS SEQUENTIAL
                             FILE STATUS IS RPTOUT-STAT.

           SELECT WOF-OP     ASSIGN TO WRTOFF
                             ACCESS MODE IS SEQUENTIAL
                             FILE STATUS IS WRTOFF-STAT.

           SELECT PARM-FILE  ASSIGN TO PARMIN
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS PARMIN-STAT.
      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.

      *    THE RETURNS TO POST IN THE AALFATS LAYOUT
       FD  RET-IP
           RECORD CONTAINS 130.
       01  RETURN-IN-RECORD.
           COPY AALFATS.

      *    THE POSTED RETURNS, VALUED, FOR THE ROYALTY RUN
       FD  RET-OP
           RECORD CONTAINS 130.
       01  RETURN-OUT-RECORD             PIC X(130).

      *    SAME LAYOUT BOOKINV CARRIES
       FD  VSAMINV.
       01  VSAMINV-RECORD.
           10 INV-BOOK-ID          PIC S9(9) USAGE COMP.
           10 INV-ON-HAND          PIC S9(7)      COMP-3.
           10 INV-ON-ORDER         PIC S9(7)      COMP-3.
           10 INV-LAST-POST-DATE   PIC X(10).
           10 FILLER               PIC X(10).

      *    SAME LAYOUT THE BATCHVSAM REPORT RUN CARRIES
       FD  VSAMBOOK.
       01  VSAMBOOK-RECORD.
           10 BOOKS-BOOK-ID        PIC S9(9) USAGE COMP.
           10 BOOKS-TITLE.
              49 BOOKS-TITLE-LEN   PIC S9(4) USAGE COMP.
              49 BOOKS-TITLE-TEXT  PIC X(255).
           10 BOOKS-TOTAL-PAGES    PIC S9(9) USAGE COMP.
           10 FILLER               PIC X.
           10 BOOKS-RATING         PIC S9(2)V9(2) USAGE COMP-3.
           10 FILLER               PIC X.
           10 BOOKS-ISBN.
              49 BOOKS-ISBN-LEN    PIC S9(4) USAGE COMP.
              49 BOOKS-ISBN-TEXT   PIC X(13).
           10 FILLER               PIC X.
           10 BOOKS-PUBLISHED-DATE PIC X(10).
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

      *    BOOK AR INVOICES - READ ONLY, TO VALUE A RETURN
       FD  VSAMARI.
           COPY BKARIREC.

      *    RETURNS HISTORY - ONE RECORD PER AUTHORIZATION AND TITLE
       FD  VSAMRTN.
       01  VSAMRTN-RECORD.
           10 RTN-KEY.
              15 RTN-RA-NUMBER     PIC X(10).
              15 RTN-BOOK-ID       PIC 9(08).
           10 RTN-ORDER-ID         PIC 9(08).
           10 RTN-CUST-ID          PIC 9(09).
           10 RTN-QUANTITY         PIC 9(05).
           10 RTN-CONDITION        PIC X(01).
           10 RTN-RETURN-DATE      PIC X(10).
           10 RTN-CREDIT-AMT       PIC S9(9)V99 COMP-3.
           10 RTN-POST-DATE        PIC X(10).
           10 FILLER               PIC X(13).

       FD  RPT-OP
           RECORD CONTAINS 132
           RECORDING MODE F.
       01  RPT-OP-FIELDS                 PIC X(132).

       FD  WOF-OP
           RECORD CONTAINS 132
           RECORDING MODE F.
       01  WOF-OP-FIELDS                 PIC X(132).

       FD  PARM-FILE
           RECORD CONTAINS 80.
       01  PARM-RECORD.
           05 PARM-RUN-DATE              PIC X(10).
           05 FILLER                     PIC X(70).

       WORKING-STORAGE SECTION.

       01  VSAMINV-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  VSAMBOOK-FILE-STATUS          PIC X(02) VALUE SPACES.
       01  VSAMARI-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  VSAMRTN-FILE-STATUS           PIC X(02) VALUE SPACES.

       01  WS-LABELS.
           05 WS-SPACE.
              10 FILLER        PIC X(1)   VALUE SPACE.

           05 WS-HEADER-TITLE.
              10 FILLER        PIC X(40)  VALUE SPACES.
              10 FILLER        PIC X(46)  VALUE
                  'BOOKSTORE RETURNS POSTING'.
              10 FILLER        PIC X(35)  VALUE SPACES.
              10 WS-DATE-R     PIC X(10)  VALUE SPACES.
              10 FILLER        PIC X(01)  VALUE SPACES.

           05 WS-HEADER-LABEL.
              10 FILLER        PIC X(12)  VALUE 'RA NUMBER'.
              10 FILLER        PIC X(10)  VALUE 'ORDER'.
              10 FILLER        PIC X(10)  VALUE 'BOOK ID'.
              10 FILLER        PIC X(32)  VALUE 'TITLE'.
              10 FILLER        PIC X(07)  VALUE '  QTY'.
              10 FILLER        PIC X(04)  VALUE 'CN'.
              10 FILLER        PIC X(16)  VALUE '        CREDIT'.
              10 FILLER        PIC X(41)  VALUE 'ACTION'.

           05 WS-DETAIL-LINE.
              10 WS-D-RA       PIC X(10).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-ORDER-ID PIC X(08).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-BOOK-ID  PIC X(08).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-TITLE    PIC X(30).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-QTY      PIC ZZZZ9.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-COND     PIC X(01).
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-D-CREDIT   PIC Z(9)9.99-.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-ACTION   PIC X(35).
              10 FILLER        PIC X(06)  VALUE SPACES.

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
                                    'RETURNS POSTED            :'.
              10 WS-TR-PST-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-3.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'COPIES RESTOCKED          :'.
              10 WS-TR-RST-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-4.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'COPIES WRITTEN OFF        :'.
              10 WS-TR-WOF-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-5.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'RETURNS REJECTED          :'.
              10 WS-TR-REJ-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-6.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'OTHER RECORDS SKIPPED     :'.
              10 WS-TR-SKP-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-7.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'TOTAL CREDIT VALUE        :'.
              10 WS-TR-CRD-AMT PIC Z(12)9.99.
              10 FILLER        PIC X(59)  VALUE SPACES.

      *****************************************************************
      *  DAMAGED-RETURN WRITE-OFF REPORT LINES                        *
      *****************************************************************
       01  WS-WOF-LABELS.
           05 WS-WOF-TITLE.
              10 FILLER        PIC X(40)  VALUE SPACES.
              10 FILLER        PIC X(46)  VALUE
                  'DAMAGED RETURNS WRITE-OFF'.
              10 FILLER        PIC X(35)  VALUE SPACES.
              10 WS-WOF-DATE   PIC X(10)  VALUE SPACES.
              10 FILLER        PIC X(01)  VALUE SPACES.

           05 WS-WOF-LABEL.
              10 FILLER        PIC X(12)  VALUE 'RA NUMBER'.
              10 FILLER        PIC X(10)  VALUE 'ORDER'.
              10 FILLER        PIC X(11)  VALUE 'CUSTOMER'.
              10 FILLER        PIC X(10)  VALUE 'BOOK ID'.
              10 FILLER        PIC X(42)  VALUE 'TITLE'.
              10 FILLER        PIC X(07)  VALUE '  QTY'.
              10 FILLER        PIC X(16)  VALUE '    WRITE-OFF'.
              10 FILLER        PIC X(24)  VALUE 'RETURNED'.

           05 WS-WOF-LINE.
              10 WS-W-RA       PIC X(10).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-W-ORDER-ID PIC 9(08).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-W-CUST-ID  PIC 9(09).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-W-BOOK-ID  PIC 9(08).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-W-TITLE    PIC X(40).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-W-QTY      PIC ZZZZ9.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-W-VALUE    PIC Z(9)9.99-.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-W-RET-DATE PIC X(10).
              10 FILLER        PIC X(14)  VALUE SPACES.

           05 WS-WOF-TRAILER-1.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'DAMAGED RETURNS           :'.
              10 WS-WT-RET-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-WOF-TRAILER-2.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'COPIES WRITTEN OFF        :'.
              10 WS-WT-QTY-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-WOF-TRAILER-3.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'TOTAL WRITE-OFF VALUE     :'.
              10 WS-WT-VAL-AMT PIC Z(12)9.99.
              10 FILLER        PIC X(59)  VALUE SPACES.

       01  WS-VARS.
           05 WS-WORK-BOOK-ID          PIC 9(08)     VALUE ZERO.
           05 WS-CREDIT-AMT            PIC S9(9)V99  VALUE ZERO.
           05 WS-BALANCE-COUNT         PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-READ-COUNT      PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-POST-COUNT      PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-RESTOCK-QTY     PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-WOFF-QTY        PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-WOFF-COUNT      PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-REJECT-COUNT    PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-SKIP-COUNT      PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-CREDIT-AMT      PIC S9(13)V99 VALUE ZERO.
           05 WS-TOTAL-WOFF-AMT        PIC S9(13)V99 VALUE ZERO.

       01  WS-DISPLAY-VARS.
           05 ERR-PGM          PIC X(08)  VALUE 'BKRETPST'.
           05 ERR-LOC          PIC X(20)  VALUE SPACES.
           05 ERR-MSG          PIC X(30)  VALUE SPACES.

       01  WS-FLAG-VARS.
           05 RPTOUT-STAT      PIC 9(02)  VALUE ZERO.
           05 WRTOFF-STAT      PIC 9(02)  VALUE ZERO.
           05 PARMIN-STAT      PIC 9(02)  VALUE ZERO.
           05 RETIN-STAT       PIC 9(02)  VALUE ZERO.
           05 RETOUT-STAT      PIC 9(02)  VALUE ZERO.
           05 EOF-FLAG         PIC X(01)  VALUE 'N'.
              88 END-OF-FILE              VALUE 'Y'.
           05 INV-FOUND-FLAG   PIC X(01)  VALUE 'N'.
              88 INV-REC-FOUND            VALUE 'Y'.
           05 BOOK-FOUND-FLAG  PIC X(01)  VALUE 'N'.
              88 BOOK-WAS-FOUND           VALUE 'Y'.
           05 ARI-FOUND-FLAG   PIC X(01)  VALUE 'N'.
              88 ARI-WAS-FOUND            VALUE 'Y'.
           05 RTN-FOUND-FLAG   PIC X(01)  VALUE 'N'.
              88 RTN-WAS-FOUND            VALUE 'Y'.
           05 ARI-OPEN-FLAG    PIC X(01)  VALUE 'N'.
              88 ARI-AVAILABLE            VALUE 'Y'.

       01  WS-PARM-VARS.
           05 PARM-FOUND-FLAG     PIC X(01) VALUE 'N'.
              88 PARM-WAS-FOUND             VALUE 'Y'.

       PROCEDURE DIVISION.
      *
      * THIS PROGRAM POSTS BOOKSTORE RETURNS - RESTOCKING THE
      * RESALEABLE COPIES, WRITING OFF THE DAMAGED ONES - AND PASSES
      * THE POSTED RETURNS ON TO THE ROYALTY RUN.
      *
       0000-MAIN.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT

           OPEN I-O VSAMINV
           IF VSAMINV-FILE-STATUS = '35'
              OPEN OUTPUT VSAMINV
              CLOSE VSAMINV
              OPEN I-O VSAMINV
           END-IF
           IF VSAMINV-FILE-STATUS NOT = '00'
              DISPLAY 'BKRETPST - ERROR OPENING VSAMINV '
                      VSAMINV-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT VSAMBOOK
           IF VSAMBOOK-FILE-STATUS NOT = '00'
              DISPLAY 'BKRETPST - ERROR OPENING VSAMBOOK '
                      VSAMBOOK-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

      *    NO INVOICE FILE YET JUST MEANS EVERY RETURN MUST CARRY
      *    ITS OWN CREDIT VALUE
           OPEN INPUT VSAMARI
           EVALUATE VSAMARI-FILE-STATUS
               WHEN '00'
                    SET ARI-AVAILABLE TO TRUE
               WHEN '35'
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'BKRETPST - ERROR OPENING VSAMARI '
                            VSAMARI-FILE-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE

           OPEN I-O VSAMRTN
           IF VSAMRTN-FILE-STATUS = '35'
              OPEN OUTPUT VSAMRTN
              CLOSE VSAMRTN
              OPEN I-O VSAMRTN
           END-IF
           IF VSAMRTN-FILE-STATUS NOT = '00'
              DISPLAY 'BKRETPST - ERROR OPENING VSAMRTN '
                      VSAMRTN-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RET-OP
           MOVE       'ERROR OPENING RETOUT'   TO ERR-MSG
           PERFORM 9995-RETOUT-ERR-CHK        THRU 9995-EXIT

           MOVE SPACES TO EOF-FLAG
           OPEN INPUT RET-IP
           MOVE       'ERROR OPENING RETIN'    TO ERR-MSG
           PERFORM 9997-RET-ERR-CHK           THRU 9997-EXIT

           PERFORM 2000-POST-ALL-RETURNS
              THRU 2000-EXIT
             UNTIL END-OF-FILE

           CLOSE RET-IP
           CLOSE RET-OP
           CLOSE VSAMINV
           CLOSE VSAMBOOK
           IF ARI-AVAILABLE
              CLOSE VSAMARI
           END-IF
           CLOSE VSAMRTN

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
           MOVE WS-DATE-R TO WS-WOF-DATE

           OPEN OUTPUT RPT-OP
           MOVE    'ERROR OPENING RPT-OP'   TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK       THRU 9998-EXIT

           OPEN OUTPUT WOF-OP
           MOVE    'ERROR OPENING WOF-OP'   TO ERR-MSG
           PERFORM 9996-WOF-ERR-CHK        THRU 9996-EXIT

           WRITE RPT-OP-FIELDS          FROM WS-HEADER-TITLE
           WRITE RPT-OP-FIELDS          FROM WS-SPACE
           WRITE RPT-OP-FIELDS          FROM WS-HEADER-LABEL
           WRITE RPT-OP-FIELDS          FROM WS-SPACE
           MOVE    'ERROR WRITING HEADER' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT

           WRITE WOF-OP-FIELDS          FROM WS-WOF-TITLE
           WRITE WOF-OP-FIELDS          FROM WS-SPACE
           WRITE WOF-OP-FIELDS          FROM WS-WOF-LABEL
           WRITE WOF-OP-FIELDS          FROM WS-SPACE
           MOVE    'ERROR WRITING HEADER' TO ERR-MSG
           PERFORM 9996-WOF-ERR-CHK     THRU 9996-EXIT
           .
       1000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2000-POST-ALL-RETURNS.
           MOVE '2000-POST-ALL-RETURNS' TO ERR-LOC

           READ RET-IP
              AT END SET END-OF-FILE TO TRUE
           END-READ
           IF END-OF-FILE
              GO TO 2000-EXIT
           END-IF

           ADD 1 TO WS-TOTAL-READ-COUNT

           IF NOT RT-RECORD
              ADD 1 TO WS-TOTAL-SKIP-COUNT
              GO TO 2000-EXIT
           END-IF

           MOVE SPACES         TO WS-DETAIL-LINE
           MOVE RT-RA-NUMBER   TO WS-D-RA
           MOVE RT-ORDER-ID    TO WS-D-ORDER-ID
           MOVE RT-BOOK-ID     TO WS-D-BOOK-ID
           MOVE RT-CONDITION   TO WS-D-COND
           IF RT-QUANTITY IS NUMERIC
              MOVE RT-QUANTITY TO WS-D-QTY
           END-IF

           PERFORM 2100-EDIT-RETURN THRU 2100-EXIT
           IF WS-D-ACTION NOT = SPACES
              PERFORM 2800-REJECT-RETURN THRU 2800-EXIT
              GO TO 2000-EXIT
           END-IF

           IF RT-RESALEABLE
              PERFORM 2300-RESTOCK-COPIES THRU 2300-EXIT
           ELSE
              PERFORM 2400-WRITE-OFF-COPIES THRU 2400-EXIT
           END-IF

           PERFORM 2500-RECORD-RETURN THRU 2500-EXIT
           .
       2000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    A RETURN THAT FAILS AN EDIT LEAVES ITS REASON IN THE
      *    ACTION COLUMN AND POSTS NOTHING
       2100-EDIT-RETURN.
           MOVE '2100-EDIT-RETURN' TO ERR-LOC

           IF RT-RA-NUMBER = SPACES
              MOVE 'REJECTED - NO RETURN AUTHORIZATION' TO WS-D-ACTION
              GO TO 2100-EXIT
           END-IF

           IF RT-QUANTITY IS NOT NUMERIC OR RT-QUANTITY = 0
              MOVE 'REJECTED - QUANTITY NOT VALID' TO WS-D-ACTION
              GO TO 2100-EXIT
           END-IF

           IF NOT RT-RESALEABLE AND NOT RT-DAMAGED
              MOVE 'REJECTED - CONDITION NOT R OR D' TO WS-D-ACTION
              GO TO 2100-EXIT
           END-IF

           IF RT-BOOK-ID IS NOT NUMERIC
              MOVE 'REJECTED - BOOK NOT ON MASTER' TO WS-D-ACTION
              GO TO 2100-EXIT
           END-IF

           MOVE 'N' TO BOOK-FOUND-FLAG
           MOVE RT-BOOK-ID TO BOOKS-BOOK-ID
           READ VSAMBOOK
              INVALID KEY CONTINUE
              NOT INVALID KEY SET BOOK-WAS-FOUND TO TRUE
           END-READ
           IF NOT BOOK-WAS-FOUND
              MOVE 'REJECTED - BOOK NOT ON MASTER' TO WS-D-ACTION
              GO TO 2100-EXIT
           END-IF
           MOVE BOOKS-TITLE-TEXT(1:30) TO WS-D-TITLE

           MOVE 'N' TO RTN-FOUND-FLAG
           MOVE RT-RA-NUMBER TO RTN-RA-NUMBER
           MOVE RT-BOOK-ID   TO RTN-BOOK-ID
           READ VSAMRTN
              INVALID KEY CONTINUE
              NOT INVALID KEY SET RTN-WAS-FOUND TO TRUE
           END-READ
           IF RTN-WAS-FOUND
              MOVE 'REJECTED - RETURN ALREADY POSTED' TO WS-D-ACTION
              GO TO 2100-EXIT
           END-IF

           PERFORM 2200-VALUE-RETURN THRU 2200-EXIT
           .
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE CREDIT ON THE RETURN STANDS; A ZERO CREDIT IS VALUED AT
      *    THE ORDER'S INVOICED AMOUNT PER COPY, AND A RETURN THAT
      *    CANNOT BE VALUED EITHER WAY IS REJECTED
       2200-VALUE-RETURN.
           MOVE '2200-VALUE-RETURN' TO ERR-LOC
           MOVE ZERO TO WS-CREDIT-AMT

           IF RT-CREDIT-AMT IS NUMERIC
              IF RT-CREDIT-AMT > 0
                 MOVE RT-CREDIT-AMT TO WS-CREDIT-AMT
                 GO TO 2200-EXIT
              END-IF
           END-IF

           MOVE 'N' TO ARI-FOUND-FLAG
           IF ARI-AVAILABLE
              AND RT-CUST-ID IS NUMERIC
              AND RT-ORDER-ID IS NUMERIC
              MOVE RT-CUST-ID  TO ARI-CUST-ID
              MOVE RT-ORDER-ID TO ARI-ORDER-ID
              READ VSAMARI
                 INVALID KEY CONTINUE
                 NOT INVALID KEY SET ARI-WAS-FOUND TO TRUE
              END-READ
           END-IF

           IF NOT ARI-WAS-FOUND OR ARI-VOID
              MOVE 'REJECTED - NO CREDIT VALUE' TO WS-D-ACTION
              GO TO 2200-EXIT
           END-IF

           IF ARI-BOOK-ID NOT = RT-BOOK-ID
              MOVE 'REJECTED - BOOK NOT ON THE ORDER' TO WS-D-ACTION
              GO TO 2200-EXIT
           END-IF

           COMPUTE WS-CREDIT-AMT = ARI-AMOUNT * RT-QUANTITY
           .
       2200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    RESALEABLE COPIES GO BACK ON THE SHELF - A TITLE WITH NO
      *    INVENTORY RECORD OPENS ONE, AS BOOKINV DOES
       2300-RESTOCK-COPIES.
           MOVE '2300-RESTOCK-COPIES' TO ERR-LOC
           MOVE 'N' TO INV-FOUND-FLAG

           MOVE RT-BOOK-ID TO WS-WORK-BOOK-ID
           MOVE WS-WORK-BOOK-ID TO INV-BOOK-ID
           READ VSAMINV
              INVALID KEY CONTINUE
              NOT INVALID KEY SET INV-REC-FOUND TO TRUE
           END-READ

           IF NOT INV-REC-FOUND
              MOVE WS-WORK-BOOK-ID TO INV-BOOK-ID
              MOVE ZERO            TO INV-ON-HAND
              MOVE ZERO            TO INV-ON-ORDER
           END-IF
           ADD RT-QUANTITY  TO INV-ON-HAND
           MOVE WS-DATE-R   TO INV-LAST-POST-DATE

           IF INV-REC-FOUND
              REWRITE VSAMINV-RECORD
           ELSE
              WRITE VSAMINV-RECORD
           END-IF
           IF VSAMINV-FILE-STATUS NOT = '00'
              DISPLAY 'BKRETPST - ERROR UPDATING VSAMINV '
                      VSAMINV-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           ADD RT-QUANTITY TO WS-TOTAL-RESTOCK-QTY
           MOVE 'RESTOCKED' TO WS-D-ACTION
           .
       2300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    DAMAGED COPIES NEVER REACH THE SHELF - THEY ARE WRITTEN OFF
      *    AT THE CREDIT GIVEN FOR THEM
       2400-WRITE-OFF-COPIES.
           MOVE '2400-WRITE-OFF-COPIES' TO ERR-LOC

           MOVE SPACES                 TO WS-WOF-LINE
           MOVE RT-RA-NUMBER           TO WS-W-RA
           MOVE RT-ORDER-ID            TO WS-W-ORDER-ID
           MOVE RT-CUST-ID             TO WS-W-CUST-ID
           MOVE RT-BOOK-ID             TO WS-W-BOOK-ID
           MOVE BOOKS-TITLE-TEXT(1:40) TO WS-W-TITLE
           MOVE RT-QUANTITY            TO WS-W-QTY
           MOVE WS-CREDIT-AMT          TO WS-W-VALUE
           MOVE RT-RETURN-DATE         TO WS-W-RET-DATE
           WRITE WOF-OP-FIELDS FROM WS-WOF-LINE
           MOVE    'ERROR WRITING WOF-OP' TO ERR-MSG
           PERFORM 9996-WOF-ERR-CHK     THRU 9996-EXIT

           ADD 1             TO WS-TOTAL-WOFF-COUNT
           ADD RT-QUANTITY   TO WS-TOTAL-WOFF-QTY
           ADD WS-CREDIT-AMT TO WS-TOTAL-WOFF-AMT
           MOVE 'WRITTEN OFF - DAMAGED' TO WS-D-ACTION
           .
       2400-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    KEEP THE RETURN ON THE HISTORY AND PASS IT, VALUED, TO THE
      *    ROYALTY RUN
       2500-RECORD-RETURN.
           MOVE '2500-RECORD-RETURN' TO ERR-LOC

           INITIALIZE VSAMRTN-RECORD
           MOVE RT-RA-NUMBER    TO RTN-RA-NUMBER
           MOVE RT-BOOK-ID      TO RTN-BOOK-ID
           MOVE RT-ORDER-ID     TO RTN-ORDER-ID
           MOVE RT-CUST-ID      TO RTN-CUST-ID
           MOVE RT-QUANTITY     TO RTN-QUANTITY
           MOVE RT-CONDITION    TO RTN-CONDITION
           MOVE RT-RETURN-DATE  TO RTN-RETURN-DATE
           IF RTN-RETURN-DATE = SPACES
              MOVE WS-DATE-R    TO RTN-RETURN-DATE
           END-IF
           MOVE WS-CREDIT-AMT   TO RTN-CREDIT-AMT
           MOVE WS-DATE-R       TO RTN-POST-DATE
           WRITE VSAMRTN-RECORD
           IF VSAMRTN-FILE-STATUS NOT = '00'
              DISPLAY 'BKRETPST - ERROR WRITING VSAMRTN '
                      VSAMRTN-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE RTN-RETURN-DATE TO RT-RETURN-DATE
           MOVE WS-CREDIT-AMT   TO RT-CREDIT-AMT
           WRITE RETURN-OUT-RECORD FROM RETURN-IN-RECORD
           MOVE    'ERROR WRITING RETOUT' TO ERR-MSG
           PERFORM 9995-RETOUT-ERR-CHK  THRU 9995-EXIT

           MOVE WS-CREDIT-AMT TO WS-D-CREDIT
           PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT

           ADD 1             TO WS-TOTAL-POST-COUNT
           ADD WS-CREDIT-AMT TO WS-TOTAL-CREDIT-AMT
           .
       2500-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    A REJECTED RETURN IS CORRECTED AND FED AGAIN ON A LATER RUN
       2800-REJECT-RETURN.
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
           MOVE WS-TOTAL-READ-COUNT    TO WS-TR-RED-CNT
           MOVE WS-TOTAL-POST-COUNT    TO WS-TR-PST-CNT
           MOVE WS-TOTAL-RESTOCK-QTY   TO WS-TR-RST-CNT
           MOVE WS-TOTAL-WOFF-QTY      TO WS-TR-WOF-CNT
           MOVE WS-TOTAL-REJECT-COUNT  TO WS-TR-REJ-CNT
           MOVE WS-TOTAL-SKIP-COUNT    TO WS-TR-SKP-CNT
           MOVE WS-TOTAL-CREDIT-AMT    TO WS-TR-CRD-AMT
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-1
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-2
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-3
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-4
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-5
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-6
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-7
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-FOOTER

           CLOSE  RPT-OP
           MOVE   'ERROR CLOSING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK   THRU 9998-EXIT

           MOVE WS-TOTAL-WOFF-COUNT    TO WS-WT-RET-CNT
           MOVE WS-TOTAL-WOFF-QTY      TO WS-WT-QTY-CNT
           MOVE WS-TOTAL-WOFF-AMT      TO WS-WT-VAL-AMT
           WRITE WOF-OP-FIELDS      FROM WS-SPACE
           WRITE WOF-OP-FIELDS      FROM WS-WOF-TRAILER-1
           WRITE WOF-OP-FIELDS      FROM WS-WOF-TRAILER-2
           WRITE WOF-OP-FIELDS      FROM WS-WOF-TRAILER-3
           WRITE WOF-OP-FIELDS      FROM WS-SPACE
           WRITE WOF-OP-FIELDS      FROM WS-FOOTER

           CLOSE  WOF-OP
           MOVE   'ERROR CLOSING WOF-OP' TO ERR-MSG
           PERFORM 9996-WOF-ERR-CHK    THRU 9996-EXIT

      *    EVERY RECORD READ MUST BE ACCOUNTED FOR EXACTLY ONCE
           COMPUTE WS-BALANCE-COUNT = WS-TOTAL-POST-COUNT
                                    + WS-TOTAL-REJECT-COUNT
                                    + WS-TOTAL-SKIP-COUNT
           IF WS-BALANCE-COUNT NOT = WS-TOTAL-READ-COUNT
              DISPLAY 'BKRETPST - CONTROL TOTALS OUT OF BALANCE'
              DISPLAY '  READ     : ' WS-TOTAL-READ-COUNT
              DISPLAY '  ACCOUNTED: ' WS-BALANCE-COUNT
              MOVE 8 TO RETURN-CODE
           END-IF
           .
       3000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9995-RETOUT-ERR-CHK.
           EVALUATE TRUE
               WHEN RETOUT-STAT = 0
                    CONTINUE

               WHEN OTHER
                    DISPLAY 'FILE ERROR'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' RETOUT-STAT
                    STOP RUN
           END-EVALUATE
           .
       9995-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9996-WOF-ERR-CHK.
           EVALUATE TRUE
               WHEN WRTOFF-STAT = 0
                    CONTINUE

               WHEN OTHER
                    DISPLAY 'FILE ERROR'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' WRTOFF-STAT
                    STOP RUN
           END-EVALUATE
           .
       9996-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9997-RET-ERR-CHK.
           EVALUATE TRUE
               WHEN RETIN-STAT = 0
                    CONTINUE

               WHEN RETIN-STAT = 10
                    MOVE 'Y' TO EOF-FLAG

               WHEN OTHER
                    DISPLAY 'FILE ERROR'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' RETIN-STAT
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
