      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
        PROGRAM-ID. BKBOOKMT.
      ****************************************************************
      * Book master maintenance. Applies the maintenance cards on    *
      * MNTIN-DD to VSAMBOOK - the only sanctioned way to add a      *
      * title, change it, or retire it:                              *
      *   A  ADD A TITLE - ISBN, PUBLISHER, LIST PRICE AND A TITLE   *
      *      ARE REQUIRED; PUBLISHED DATE AND PAGES ARE OPTIONAL     *
      *   C  CHANGE - ONLY THE FIELDS PUNCHED ARE CHANGED            *
      *   R  RETIRE - THE TITLE STAYS ON THE MASTER, MARKED 'R'      *
      *   T  TITLE TEXT - UP TO FOUR CARDS FOLLOWING AN A OR C CARD  *
      *      FOR THE SAME BOOK, 69 CHARACTERS EACH                   *
      * Every ISBN must carry a valid ISBN-13 check digit and may    *
      * belong to only one book, retired or not; the publisher must  *
      * be on VSAMPUBL. Each card names the person requesting the    *
      * change. Every change applied is written, before and after,   *
      * to the audit file on BOOKAUD-DD (BKBAUREC) and to the audit  *
      * report on RPTOUT-DD with one line per field changed; a       *
      * rejected transaction is listed with its reason and changes   *
      * nothing (RC 4). Control totals: cards read = adds + changes  *
      * + retirements + rejects + title cards following them.        *
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
           SELECT MNT-IP     ASSIGN TO MNTIN
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS MNTIN-STAT.

           SELECT VSAMBOOK
               ASSIGN       TO VSAMBOOK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS BOOKS-BOOK-ID
               FILE STATUS  IS VSAMBOOK-FILE-STATUS.

           SELECT VSAMPUBL
               ASSIGN       TO VSAMPUBL
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS PUBL-PUBLISHER-ID
               FILE STATUS  IS VSAMPUBL-FILE-STATUS.

           SELECT AUD-OP     ASSIGN TO BOOKAUD
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS BOOKAUD-STAT.

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

      *    MAINTENANCE CARDS - SEE WS-TRAN-CARD FOR THE FULL LAYOUT
       FD  MNT-IP
           RECORD CONTAINS 80.
       01  MNT-RECORD.
           05 MNT-ACTION                 PIC X(01).
           05 FILLER                     PIC X(01).
           05 MNT-BOOK-ID                PIC X(08).
           05 FILLER                     PIC X(01).
           05 MNT-TITLE-TEXT             PIC X(69).

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
      *    'A' ACTIVE, 'R' RETIRED
           10 BOOKS-STATUS         PIC X.
              88 BOOKS-ACTIVE              VALUE 'A'.
              88 BOOKS-RETIRED             VALUE 'R'.
           10 FILLER               PIC X.

       FD  VSAMPUBL.
       01  VSAMPUBL-RECORD.
           10 PUBL-PUBLISHER-ID   PIC 9(04).
           10 PUBL-NAME           PIC X(40).
           10 PUBL-ROYALTY-RATE   PIC 9(02)V99.
           10 FILLER              PIC X(12).

      *    BEFORE/AFTER IMAGE OF EVERY CHANGE APPLIED
       FD  AUD-OP
           RECORD CONTAINS 640.
           COPY BKBAUREC.

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

       01  VSAMBOOK-FILE-STATUS          PIC X(02) VALUE SPACES.
       01  VSAMPUBL-FILE-STATUS          PIC X(02) VALUE SPACES.

      *****************************************************************
      *  THE TRANSACTION BEING APPLIED - AN A, C OR R CARD CARRIES    *
      *  THE FIELDS, A T CARD CARRIES TITLE TEXT. A FIELD LEFT BLANK  *
      *  ON A CHANGE CARD IS NOT CHANGED.                             *
      *****************************************************************
       01  WS-TRAN-CARD.
           05 TRN-ACTION                 PIC X(01).
              88 TRN-ADD                        VALUE 'A'.
              88 TRN-CHANGE                     VALUE 'C'.
              88 TRN-RETIRE                     VALUE 'R'.
              88 TRN-TITLE                      VALUE 'T'.
           05 FILLER                     PIC X(01).
           05 TRN-BOOK-ID-X              PIC X(08).
           05 TRN-BOOK-ID REDEFINES TRN-BOOK-ID-X
                                         PIC 9(08).
           05 FILLER                     PIC X(01).
           05 TRN-DETAIL.
              10 TRN-ISBN                PIC X(13).
              10 FILLER                  PIC X(01).
              10 TRN-PUBLISHER-ID-X      PIC X(04).
              10 TRN-PUBLISHER-ID REDEFINES TRN-PUBLISHER-ID-X
                                         PIC 9(04).
              10 FILLER                  PIC X(01).
              10 TRN-LIST-PRICE-X        PIC X(07).
              10 TRN-LIST-PRICE REDEFINES TRN-LIST-PRICE-X
                                         PIC 9(05)V99.
              10 FILLER                  PIC X(01).
              10 TRN-PUBLISHED-DATE      PIC X(10).
              10 FILLER                  PIC X(01).
              10 TRN-TOTAL-PAGES-X       PIC X(05).
              10 TRN-TOTAL-PAGES REDEFINES TRN-TOTAL-PAGES-X
                                         PIC 9(05).
              10 FILLER                  PIC X(01).
              10 TRN-REQUESTED-BY        PIC X(08).
              10 FILLER                  PIC X(17).
           05 TRN-TITLE-DETAIL REDEFINES TRN-DETAIL.
              10 TRN-TITLE-TEXT          PIC X(69).

      *****************************************************************
      *  EVERY ISBN ON THE MASTER, LOADED AT START AND KEPT CURRENT   *
      *  AS ADDS AND CHANGES APPLY, SO A DUPLICATE IS CAUGHT WHETHER  *
      *  IT IS ALREADY ON FILE OR EARLIER IN THE SAME RUN             *
      *****************************************************************
       01  WS-ISBN-TABLE.
           05 WS-ISBN-COUNT            PIC 9(05)  COMP   VALUE ZERO.
           05 WS-ISBN-ENTRY OCCURS 0 TO 20000 TIMES
                            DEPENDING ON WS-ISBN-COUNT
                            INDEXED BY ISBN-IDX.
              10 WS-ISBN-TEXT          PIC X(13).
              10 WS-ISBN-BOOK-ID       PIC 9(08).

       01  WS-ISBN-WORK.
           05 WS-ISBN-DIGITS           PIC X(13).
           05 WS-ISBN-DIGIT REDEFINES WS-ISBN-DIGITS
                                       PIC 9(01) OCCURS 13 TIMES.

       01  WS-LABELS.
           05 WS-SPACE.
              10 FILLER        PIC X(1)   VALUE SPACE.

           05 WS-HEADER-TITLE.
              10 FILLER        PIC X(40)  VALUE SPACES.
              10 FILLER        PIC X(46)  VALUE
                  'BOOK MASTER MAINTENANCE AUDIT'.
              10 FILLER        PIC X(35)  VALUE SPACES.
              10 WS-DATE-R     PIC X(10)  VALUE SPACES.
              10 FILLER        PIC X(01)  VALUE SPACES.

           05 WS-HEADER-LABEL.
              10 FILLER        PIC X(08)  VALUE 'ACTION'.
              10 FILLER        PIC X(10)  VALUE 'BOOK ID'.
              10 FILLER        PIC X(10)  VALUE 'REQUESTOR'.
              10 FILLER        PIC X(104) VALUE 'RESULT'.

           05 WS-TRAN-LINE.
              10 WS-T-ACTION   PIC X(08).
              10 WS-T-BOOK-ID  PIC X(08).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-T-REQ      PIC X(08).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-T-RESULT   PIC X(50).
              10 FILLER        PIC X(54)  VALUE SPACES.

           05 WS-FIELD-LINE.
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-F-NAME     PIC X(16).
              10 FILLER        PIC X(08)  VALUE 'BEFORE: '.
              10 WS-F-BEFORE   PIC X(48).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 FILLER        PIC X(07)  VALUE 'AFTER: '.
              10 WS-F-AFTER    PIC X(48).

           05 WS-FOOTER.
              10 FILLER        PIC X(58)  VALUE ALL '='.
              10 FILLER        PIC X(15)  VALUE ' END OF REPORT '.
              10 FILLER        PIC X(59)  VALUE ALL '='.

           05 WS-TRAILER-1.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'CARDS READ                :'.
              10 WS-TR-RED-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-2.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'TITLES ADDED              :'.
              10 WS-TR-ADD-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-3.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'TITLES CHANGED            :'.
              10 WS-TR-CHG-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-4.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'TITLES RETIRED            :'.
              10 WS-TR-RET-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-5.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'TRANSACTIONS REJECTED     :'.
              10 WS-TR-REJ-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-6.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'TITLE TEXT CARDS          :'.
              10 WS-TR-TTL-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-7.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'AUDIT RECORDS WRITTEN     :'.
              10 WS-TR-AUD-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

       01  WS-VARS.
           05 WS-RUN-TIME              PIC X(08)     VALUE SPACES.
           05 WS-NEW-TITLE             PIC X(255)    VALUE SPACES.
           05 WS-TITLE-LEN             PIC 9(03)     VALUE ZERO.
           05 WS-TITLE-CARD-CNT        PIC 9(03)     VALUE ZERO.
           05 WS-TITLE-OFFSET          PIC 9(03)     VALUE ZERO.
           05 WS-REJECT-REASON         PIC X(50)     VALUE SPACES.
           05 WS-DUP-BOOK-ID           PIC 9(08)     VALUE ZERO.
           05 WS-DATE-CHECK-NUM        PIC 9(08)     VALUE ZERO.
           05 WS-ISBN-SUB              PIC 9(02)     COMP VALUE ZERO.
           05 WS-ISBN-SUM              PIC 9(03)     VALUE ZERO.
           05 WS-ISBN-QUOT             PIC 9(03)     VALUE ZERO.
           05 WS-ISBN-REM              PIC 9(02)     VALUE ZERO.
           05 WS-ISBN-CHECK            PIC 9(02)     VALUE ZERO.
           05 WS-EDIT-PRICE            PIC Z(6)9.99.
           05 WS-EDIT-PUB-ID           PIC 9(04).
           05 WS-EDIT-PAGES            PIC Z(8)9.
           05 WS-BALANCE-COUNT         PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-READ-COUNT      PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-ADD-COUNT       PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-CHANGE-COUNT    PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-RETIRE-COUNT    PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-REJECT-COUNT    PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-TITLE-COUNT     PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-AUDIT-COUNT     PIC 9(07)     VALUE ZERO.

       01  WS-DISPLAY-VARS.
           05 ERR-PGM          PIC X(08)  VALUE 'BKBOOKMT'.
           05 ERR-LOC          PIC X(20)  VALUE SPACES.
           05 ERR-MSG          PIC X(30)  VALUE SPACES.

       01  WS-FLAG-VARS.
           05 RPTOUT-STAT      PIC 9(02)  VALUE ZERO.
           05 PARMIN-STAT      PIC 9(02)  VALUE ZERO.
           05 MNTIN-STAT       PIC 9(02)  VALUE ZERO.
           05 BOOKAUD-STAT     PIC 9(02)  VALUE ZERO.
           05 CARD-HELD-FLAG   PIC X(01)  VALUE 'N'.
              88 CARD-IS-HELD             VALUE 'Y'.
           05 BOOK-EOF-FLAG    PIC X(01)  VALUE 'N'.
              88 BOOK-END-OF-FILE         VALUE 'Y'.
           05 BOOK-FOUND-FLAG  PIC X(01)  VALUE 'N'.
              88 BOOK-WAS-FOUND           VALUE 'Y'.
           05 PUBL-FOUND-FLAG  PIC X(01)  VALUE 'N'.
              88 PUBL-WAS-FOUND           VALUE 'Y'.
           05 TITLE-LONG-FLAG  PIC X(01)  VALUE 'N'.
              88 TITLE-TOO-LONG           VALUE 'Y'.

       01  WS-PARM-VARS.
           05 PARM-FOUND-FLAG     PIC X(01) VALUE 'N'.
              88 PARM-WAS-FOUND             VALUE 'Y'.

       PROCEDURE DIVISION.
      *
      * THIS PROGRAM APPLIES THE BOOK MASTER MAINTENANCE CARDS TO
      * VSAMBOOK AND AUDITS EVERY CHANGE, BEFORE AND AFTER.
      *
       0000-MAIN.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT

           OPEN INPUT VSAMPUBL
           IF VSAMPUBL-FILE-STATUS NOT = '00'
              DISPLAY 'BKBOOKMT - ERROR OPENING VSAMPUBL '
                      VSAMPUBL-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O VSAMBOOK
           IF VSAMBOOK-FILE-STATUS = '35'
              OPEN OUTPUT VSAMBOOK
              CLOSE VSAMBOOK
              OPEN I-O VSAMBOOK
           END-IF
           IF VSAMBOOK-FILE-STATUS NOT = '00'
              DISPLAY 'BKBOOKMT - ERROR OPENING VSAMBOOK '
                      VSAMBOOK-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 1100-LOAD-ISBN-TABLE THRU 1100-EXIT

           OPEN OUTPUT AUD-OP
           MOVE       'ERROR OPENING BOOKAUD'  TO ERR-MSG
           PERFORM 9996-AUD-ERR-CHK           THRU 9996-EXIT

           OPEN INPUT MNT-IP
           MOVE       'ERROR OPENING MNTIN'    TO ERR-MSG
           PERFORM 9997-MNT-ERR-CHK           THRU 9997-EXIT

           PERFORM 2900-READ-CARD THRU 2900-EXIT

           PERFORM 2000-PROCESS-TRANSACTION
              THRU 2000-EXIT
             UNTIL NOT CARD-IS-HELD

           CLOSE MNT-IP
           CLOSE AUD-OP
           CLOSE VSAMBOOK
           CLOSE VSAMPUBL

           PERFORM 3000-HOUSEKEEPING THRU 3000-EXIT
           STOP RUN.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE '1000-INITIALIZE'        TO ERR-LOC

           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-DATE-R
           STRING FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2) DELIMITED BY SIZE
                  INTO WS-RUN-TIME

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
      *    ONE PASS OF THE MASTER COLLECTS EVERY ISBN IN USE
       1100-LOAD-ISBN-TABLE.
           MOVE '1100-LOAD-ISBN-TABLE' TO ERR-LOC
           MOVE 'N' TO BOOK-EOF-FLAG

           MOVE ZERO TO BOOKS-BOOK-ID
           START VSAMBOOK KEY >= BOOKS-BOOK-ID
              INVALID KEY SET BOOK-END-OF-FILE TO TRUE
           END-START

           PERFORM 1150-LOAD-ONE-ISBN THRU 1150-EXIT
              UNTIL BOOK-END-OF-FILE
           .
       1100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       1150-LOAD-ONE-ISBN.
           READ VSAMBOOK NEXT
              AT END SET BOOK-END-OF-FILE TO TRUE
           END-READ
           IF BOOK-END-OF-FILE
              GO TO 1150-EXIT
           END-IF

           IF BOOKS-ISBN-TEXT = SPACES
              GO TO 1150-EXIT
           END-IF

           IF WS-ISBN-COUNT < 20000
              ADD 1 TO WS-ISBN-COUNT
              MOVE BOOKS-ISBN-TEXT TO WS-ISBN-TEXT (WS-ISBN-COUNT)
              MOVE BOOKS-BOOK-ID   TO WS-ISBN-BOOK-ID (WS-ISBN-COUNT)
           ELSE
              DISPLAY 'BKBOOKMT - ISBN TABLE FULL'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .
       1150-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    TAKE THE HELD CARD AS THE TRANSACTION, GATHER THE TITLE
      *    CARDS THAT FOLLOW IT FOR THE SAME BOOK, THEN APPLY IT
       2000-PROCESS-TRANSACTION.
           MOVE '2000-PROCESS-TRANSACTION' TO ERR-LOC

           MOVE MNT-RECORD TO WS-TRAN-CARD
           MOVE SPACES     TO WS-NEW-TITLE WS-REJECT-REASON
           MOVE ZERO       TO WS-TITLE-CARD-CNT
           MOVE 'N'        TO TITLE-LONG-FLAG

           IF TRN-TITLE
              MOVE TRN-TITLE-TEXT TO WS-NEW-TITLE
              MOVE 1              TO WS-TITLE-CARD-CNT
              MOVE 'TITLE CARD WITHOUT AN ADD OR CHANGE'
                                  TO WS-REJECT-REASON
           END-IF

           PERFORM 2900-READ-CARD THRU 2900-EXIT
           PERFORM 2050-GATHER-TITLE THRU 2050-EXIT
              UNTIL NOT CARD-IS-HELD
                 OR MNT-ACTION  NOT = 'T'
                 OR MNT-BOOK-ID NOT = TRN-BOOK-ID-X

           MOVE SPACES           TO WS-TRAN-LINE
           MOVE TRN-BOOK-ID-X    TO WS-T-BOOK-ID
           MOVE TRN-REQUESTED-BY TO WS-T-REQ
           EVALUATE TRUE
               WHEN TRN-ADD     MOVE 'ADD'    TO WS-T-ACTION
               WHEN TRN-CHANGE  MOVE 'CHANGE' TO WS-T-ACTION
               WHEN TRN-RETIRE  MOVE 'RETIRE' TO WS-T-ACTION
               WHEN TRN-TITLE   MOVE 'TITLE'  TO WS-T-ACTION
                                MOVE SPACES   TO WS-T-REQ
               WHEN OTHER       MOVE TRN-ACTION TO WS-T-ACTION
           END-EVALUATE

           IF WS-REJECT-REASON NOT = SPACES
              PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
              GO TO 2000-EXIT
           END-IF

           PERFORM 2100-EDIT-TRANSACTION THRU 2100-EXIT
           IF WS-REJECT-REASON NOT = SPACES
              PERFORM 2800-REJECT-TRANSACTION THRU 2800-EXIT
              GO TO 2000-EXIT
           END-IF

           INITIALIZE BKBAU-RECORD
           MOVE WS-DATE-R        TO BAU-RUN-DATE
           MOVE WS-RUN-TIME      TO BAU-RUN-TIME
           MOVE TRN-REQUESTED-BY TO BAU-REQUESTED-BY
           MOVE TRN-ACTION       TO BAU-ACTION
           MOVE TRN-BOOK-ID      TO BAU-BOOK-ID

           EVALUATE TRUE
               WHEN TRN-ADD
                    PERFORM 2400-APPLY-ADD    THRU 2400-EXIT
               WHEN TRN-CHANGE
                    PERFORM 2500-APPLY-CHANGE THRU 2500-EXIT
               WHEN TRN-RETIRE
                    PERFORM 2600-APPLY-RETIRE THRU 2600-EXIT
           END-EVALUATE

           PERFORM 2700-AUDIT-CHANGE THRU 2700-EXIT
           .
       2000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    TITLE CARDS FILL THE 255-BYTE TITLE 69 CHARACTERS AT A TIME;
      *    TEXT PAST THE 255TH CHARACTER REJECTS THE TRANSACTION
       2050-GATHER-TITLE.
           ADD 1 TO WS-TITLE-CARD-CNT
           ADD 1 TO WS-TOTAL-TITLE-COUNT

           EVALUATE TRUE
               WHEN WS-TITLE-CARD-CNT < 4
                    COMPUTE WS-TITLE-OFFSET =
                            (WS-TITLE-CARD-CNT - 1) * 69 + 1
                    MOVE MNT-TITLE-TEXT
                      TO WS-NEW-TITLE (WS-TITLE-OFFSET:69)
               WHEN WS-TITLE-CARD-CNT = 4
                    MOVE MNT-TITLE-TEXT (1:48)
                      TO WS-NEW-TITLE (208:48)
                    IF MNT-TITLE-TEXT (49:21) NOT = SPACES
                       SET TITLE-TOO-LONG TO TRUE
                    END-IF
               WHEN OTHER
                    IF MNT-TITLE-TEXT NOT = SPACES
                       SET TITLE-TOO-LONG TO TRUE
                    END-IF
           END-EVALUATE

           PERFORM 2900-READ-CARD THRU 2900-EXIT
           .
       2050-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE FIRST FAILING EDIT IS THE REASON GIVEN
       2100-EDIT-TRANSACTION.
           MOVE '2100-EDIT-TRANSACTION' TO ERR-LOC

           IF NOT TRN-ADD AND NOT TRN-CHANGE AND NOT TRN-RETIRE
              MOVE 'ACTION NOT A, C, R OR T' TO WS-REJECT-REASON
              GO TO 2100-EXIT
           END-IF

           IF TRN-BOOK-ID-X IS NOT NUMERIC OR TRN-BOOK-ID = 0
              MOVE 'BOOK ID NOT VALID' TO WS-REJECT-REASON
              GO TO 2100-EXIT
           END-IF

           IF TRN-REQUESTED-BY = SPACES
              MOVE 'REQUESTED-BY NOT GIVEN' TO WS-REJECT-REASON
              GO TO 2100-EXIT
           END-IF

           IF TITLE-TOO-LONG
              MOVE 'TITLE LONGER THAN 255 CHARACTERS'
                TO WS-REJECT-REASON
              GO TO 2100-EXIT
           END-IF

           MOVE 'N' TO BOOK-FOUND-FLAG
           MOVE TRN-BOOK-ID TO BOOKS-BOOK-ID
           READ VSAMBOOK
              INVALID KEY CONTINUE
              NOT INVALID KEY SET BOOK-WAS-FOUND TO TRUE
           END-READ

           EVALUATE TRUE
               WHEN TRN-ADD
                    PERFORM 2150-EDIT-ADD    THRU 2150-EXIT
               WHEN TRN-CHANGE
                    PERFORM 2160-EDIT-CHANGE THRU 2160-EXIT
               WHEN TRN-RETIRE
                    PERFORM 2170-EDIT-RETIRE THRU 2170-EXIT
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
              GO TO 2100-EXIT
           END-IF

           PERFORM 2200-EDIT-FIELDS THRU 2200-EXIT
           .
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2150-EDIT-ADD.
           IF BOOK-WAS-FOUND
              MOVE 'BOOK ALREADY ON MASTER' TO WS-REJECT-REASON
              GO TO 2150-EXIT
           END-IF
           IF WS-NEW-TITLE = SPACES
              MOVE 'TITLE CARD NOT GIVEN' TO WS-REJECT-REASON
              GO TO 2150-EXIT
           END-IF
           IF TRN-ISBN = SPACES
              MOVE 'ISBN NOT GIVEN' TO WS-REJECT-REASON
              GO TO 2150-EXIT
           END-IF
           IF TRN-PUBLISHER-ID-X = SPACES
              MOVE 'PUBLISHER NOT GIVEN' TO WS-REJECT-REASON
              GO TO 2150-EXIT
           END-IF
           IF TRN-LIST-PRICE-X = SPACES
              MOVE 'LIST PRICE NOT GIVEN' TO WS-REJECT-REASON
           END-IF
           .
       2150-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2160-EDIT-CHANGE.
           IF NOT BOOK-WAS-FOUND
              MOVE 'BOOK NOT ON MASTER' TO WS-REJECT-REASON
              GO TO 2160-EXIT
           END-IF
           IF BOOKS-RETIRED
              MOVE 'BOOK IS RETIRED' TO WS-REJECT-REASON
              GO TO 2160-EXIT
           END-IF
           IF WS-NEW-TITLE = SPACES
              AND TRN-ISBN = SPACES
              AND TRN-PUBLISHER-ID-X = SPACES
              AND TRN-LIST-PRICE-X = SPACES
              AND TRN-PUBLISHED-DATE = SPACES
              AND TRN-TOTAL-PAGES-X = SPACES
              MOVE 'NO CHANGE GIVEN ON THE CARD' TO WS-REJECT-REASON
           END-IF
           .
       2160-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2170-EDIT-RETIRE.
           IF NOT BOOK-WAS-FOUND
              MOVE 'BOOK NOT ON MASTER' TO WS-REJECT-REASON
              GO TO 2170-EXIT
           END-IF
           IF BOOKS-RETIRED
              MOVE 'BOOK ALREADY RETIRED' TO WS-REJECT-REASON
              GO TO 2170-EXIT
           END-IF
           IF WS-TITLE-CARD-CNT > 0
              MOVE 'TITLE CARD NOT ALLOWED ON A RETIRE'
                TO WS-REJECT-REASON
           END-IF
           .
       2170-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    EVERY FIELD PUNCHED IS EDITED, ON AN ADD OR A CHANGE
       2200-EDIT-FIELDS.
           MOVE '2200-EDIT-FIELDS' TO ERR-LOC

           IF TRN-ISBN NOT = SPACES
              PERFORM 2250-EDIT-ISBN THRU 2250-EXIT
              IF WS-REJECT-REASON NOT = SPACES
                 GO TO 2200-EXIT
              END-IF
           END-IF

           IF TRN-PUBLISHER-ID-X NOT = SPACES
              IF TRN-PUBLISHER-ID-X IS NOT NUMERIC
                 MOVE 'PUBLISHER ID NOT VALID' TO WS-REJECT-REASON
                 GO TO 2200-EXIT
              END-IF
              MOVE 'N' TO PUBL-FOUND-FLAG
              MOVE TRN-PUBLISHER-ID TO PUBL-PUBLISHER-ID
              READ VSAMPUBL
                 INVALID KEY CONTINUE
                 NOT INVALID KEY SET PUBL-WAS-FOUND TO TRUE
              END-READ
              IF NOT PUBL-WAS-FOUND
                 MOVE 'PUBLISHER NOT ON VSAMPUBL' TO WS-REJECT-REASON
                 GO TO 2200-EXIT
              END-IF
           END-IF

           IF TRN-LIST-PRICE-X NOT = SPACES
              IF TRN-LIST-PRICE-X IS NOT NUMERIC
                 MOVE 'LIST PRICE NOT VALID' TO WS-REJECT-REASON
                 GO TO 2200-EXIT
              END-IF
           END-IF

           IF TRN-PUBLISHED-DATE NOT = SPACES
              IF TRN-PUBLISHED-DATE(5:1) NOT = '-'
                 OR TRN-PUBLISHED-DATE(8:1) NOT = '-'
                 OR TRN-PUBLISHED-DATE(1:4) IS NOT NUMERIC
                 OR TRN-PUBLISHED-DATE(6:2) IS NOT NUMERIC
                 OR TRN-PUBLISHED-DATE(9:2) IS NOT NUMERIC
                 OR TRN-PUBLISHED-DATE(6:2) = '00'
                 OR TRN-PUBLISHED-DATE(9:2) = '00'
                 MOVE 'PUBLISHED DATE NOT VALID' TO WS-REJECT-REASON
                 GO TO 2200-EXIT
              END-IF
              STRING TRN-PUBLISHED-DATE(1:4)
                     TRN-PUBLISHED-DATE(6:2)
                     TRN-PUBLISHED-DATE(9:2)
                     DELIMITED BY SIZE INTO WS-DATE-CHECK-NUM
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHECK-NUM) NOT = 0
                 MOVE 'PUBLISHED DATE NOT VALID' TO WS-REJECT-REASON
                 GO TO 2200-EXIT
              END-IF
           END-IF

           IF TRN-TOTAL-PAGES-X NOT = SPACES
              IF TRN-TOTAL-PAGES-X IS NOT NUMERIC
                 OR TRN-TOTAL-PAGES = 0
                 MOVE 'PAGE COUNT NOT VALID' TO WS-REJECT-REASON
              END-IF
           END-IF
           .
       2200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    ISBN-13: THE FIRST TWELVE DIGITS WEIGHTED 1,3,1,3... AND
      *    THE CHECK DIGIT BRINGS THE SUM TO A MULTIPLE OF TEN. AN
      *    ISBN ALREADY HELD BY ANOTHER BOOK IS A DUPLICATE.
       2250-EDIT-ISBN.
           MOVE TRN-ISBN TO WS-ISBN-DIGITS
           IF WS-ISBN-DIGITS IS NOT NUMERIC
              MOVE 'ISBN NOT 13 DIGITS' TO WS-REJECT-REASON
              GO TO 2250-EXIT
           END-IF

           MOVE ZERO TO WS-ISBN-SUM
           PERFORM 2260-WEIGH-ISBN-DIGIT THRU 2260-EXIT
              VARYING WS-ISBN-SUB FROM 1 BY 1
              UNTIL WS-ISBN-SUB > 12

           DIVIDE WS-ISBN-SUM BY 10 GIVING WS-ISBN-QUOT
                                    REMAINDER WS-ISBN-REM
           IF WS-ISBN-REM = 0
              MOVE ZERO TO WS-ISBN-CHECK
           ELSE
              COMPUTE WS-ISBN-CHECK = 10 - WS-ISBN-REM
           END-IF
           IF WS-ISBN-CHECK NOT = WS-ISBN-DIGIT (13)
              MOVE 'ISBN CHECK DIGIT NOT VALID' TO WS-REJECT-REASON
              GO TO 2250-EXIT
           END-IF

           SET ISBN-IDX TO 1
           SEARCH WS-ISBN-ENTRY
              AT END
                 CONTINUE
              WHEN WS-ISBN-TEXT (ISBN-IDX) = TRN-ISBN
                 AND WS-ISBN-BOOK-ID (ISBN-IDX) NOT = TRN-BOOK-ID
                 MOVE WS-ISBN-BOOK-ID (ISBN-IDX) TO WS-DUP-BOOK-ID
                 STRING 'ISBN ALREADY ON BOOK ' WS-DUP-BOOK-ID
                        DELIMITED BY SIZE INTO WS-REJECT-REASON
           END-SEARCH
           .
       2250-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2260-WEIGH-ISBN-DIGIT.
           DIVIDE WS-ISBN-SUB BY 2 GIVING WS-ISBN-QUOT
                                   REMAINDER WS-ISBN-REM
           IF WS-ISBN-REM = 1
              ADD WS-ISBN-DIGIT (WS-ISBN-SUB) TO WS-ISBN-SUM
           ELSE
              COMPUTE WS-ISBN-SUM = WS-ISBN-SUM
                                  + WS-ISBN-DIGIT (WS-ISBN-SUB) * 3
           END-IF
           .
       2260-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2400-APPLY-ADD.
           MOVE '2400-APPLY-ADD' TO ERR-LOC

           MOVE SPACES               TO VSAMBOOK-RECORD
           MOVE TRN-BOOK-ID          TO BOOKS-BOOK-ID
           MOVE ZERO                 TO BOOKS-TITLE-LEN
                                        BOOKS-TOTAL-PAGES
                                        BOOKS-RATING
                                        BOOKS-ISBN-LEN
                                        BOOKS-PUBLISHER-ID
                                        BOOKS-LIST-PRICE
           SET BOOKS-ACTIVE          TO TRUE
           PERFORM 2550-MOVE-CARD-FIELDS THRU 2550-EXIT

           PERFORM 2660-SAVE-AFTER-IMAGE THRU 2660-EXIT
           WRITE VSAMBOOK-RECORD
           IF VSAMBOOK-FILE-STATUS NOT = '00'
              DISPLAY 'BKBOOKMT - ERROR WRITING VSAMBOOK '
                      VSAMBOOK-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 2680-UPDATE-ISBN-TABLE THRU 2680-EXIT
           ADD 1 TO WS-TOTAL-ADD-COUNT
           .
       2400-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2500-APPLY-CHANGE.
           MOVE '2500-APPLY-CHANGE' TO ERR-LOC

           PERFORM 2650-SAVE-BEFORE-IMAGE THRU 2650-EXIT
           IF BOOKS-LIST-PRICE IS NOT NUMERIC
              MOVE ZERO TO BOOKS-LIST-PRICE
           END-IF
           IF NOT BOOKS-RETIRED
              SET BOOKS-ACTIVE TO TRUE
           END-IF
           PERFORM 2550-MOVE-CARD-FIELDS THRU 2550-EXIT

           PERFORM 2660-SAVE-AFTER-IMAGE THRU 2660-EXIT
           REWRITE VSAMBOOK-RECORD
           IF VSAMBOOK-FILE-STATUS NOT = '00'
              DISPLAY 'BKBOOKMT - ERROR REWRITING VSAMBOOK '
                      VSAMBOOK-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 2680-UPDATE-ISBN-TABLE THRU 2680-EXIT
           ADD 1 TO WS-TOTAL-CHANGE-COUNT
           .
       2500-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    ONLY THE FIELDS PUNCHED REPLACE THE MASTER'S
       2550-MOVE-CARD-FIELDS.
           IF WS-NEW-TITLE NOT = SPACES
              MOVE WS-NEW-TITLE TO BOOKS-TITLE-TEXT
              MOVE 255          TO WS-TITLE-LEN
              PERFORM 2560-TRIM-TITLE THRU 2560-EXIT
                 UNTIL WS-TITLE-LEN = 0
                    OR WS-NEW-TITLE (WS-TITLE-LEN:1) NOT = SPACE
              MOVE WS-TITLE-LEN TO BOOKS-TITLE-LEN
           END-IF
           IF TRN-ISBN NOT = SPACES
              MOVE TRN-ISBN     TO BOOKS-ISBN-TEXT
              MOVE 13           TO BOOKS-ISBN-LEN
           END-IF
           IF TRN-PUBLISHER-ID-X NOT = SPACES
              MOVE TRN-PUBLISHER-ID TO BOOKS-PUBLISHER-ID
           END-IF
           IF TRN-LIST-PRICE-X NOT = SPACES
              MOVE TRN-LIST-PRICE   TO BOOKS-LIST-PRICE
           END-IF
           IF TRN-PUBLISHED-DATE NOT = SPACES
              MOVE TRN-PUBLISHED-DATE TO BOOKS-PUBLISHED-DATE
           END-IF
           IF TRN-TOTAL-PAGES-X NOT = SPACES
              MOVE TRN-TOTAL-PAGES  TO BOOKS-TOTAL-PAGES
           END-IF
           .
       2550-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2560-TRIM-TITLE.
           SUBTRACT 1 FROM WS-TITLE-LEN
           .
       2560-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    A RETIRED TITLE STAYS ON FILE SO ITS ORDERS, INVENTORY AND
      *    ROYALTY HISTORY STILL JOIN TO IT
       2600-APPLY-RETIRE.
           MOVE '2600-APPLY-RETIRE' TO ERR-LOC

           PERFORM 2650-SAVE-BEFORE-IMAGE THRU 2650-EXIT
           IF BOOKS-LIST-PRICE IS NOT NUMERIC
              MOVE ZERO TO BOOKS-LIST-PRICE
           END-IF
           SET BOOKS-RETIRED TO TRUE

           PERFORM 2660-SAVE-AFTER-IMAGE THRU 2660-EXIT
           REWRITE VSAMBOOK-RECORD
           IF VSAMBOOK-FILE-STATUS NOT = '00'
              DISPLAY 'BKBOOKMT - ERROR REWRITING VSAMBOOK '
                      VSAMBOOK-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           ADD 1 TO WS-TOTAL-RETIRE-COUNT
           .
       2600-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2650-SAVE-BEFORE-IMAGE.
           MOVE BOOKS-TITLE-TEXT     TO BAU-B-TITLE
           MOVE BOOKS-ISBN-TEXT      TO BAU-B-ISBN
           MOVE BOOKS-PUBLISHER-ID   TO BAU-B-PUBLISHER-ID
           IF BOOKS-LIST-PRICE IS NUMERIC
              MOVE BOOKS-LIST-PRICE  TO BAU-B-LIST-PRICE
           END-IF
           MOVE BOOKS-PUBLISHED-DATE TO BAU-B-PUBLISHED-DATE
           MOVE BOOKS-TOTAL-PAGES    TO BAU-B-TOTAL-PAGES
           MOVE BOOKS-STATUS         TO BAU-B-STATUS
           .
       2650-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2660-SAVE-AFTER-IMAGE.
           MOVE BOOKS-TITLE-TEXT     TO BAU-A-TITLE
           MOVE BOOKS-ISBN-TEXT      TO BAU-A-ISBN
           MOVE BOOKS-PUBLISHER-ID   TO BAU-A-PUBLISHER-ID
           MOVE BOOKS-LIST-PRICE     TO BAU-A-LIST-PRICE
           MOVE BOOKS-PUBLISHED-DATE TO BAU-A-PUBLISHED-DATE
           MOVE BOOKS-TOTAL-PAGES    TO BAU-A-TOTAL-PAGES
           MOVE BOOKS-STATUS         TO BAU-A-STATUS
           .
       2660-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    KEEP THE ISBN TABLE IN STEP WITH THE MASTER
       2680-UPDATE-ISBN-TABLE.
           IF BAU-A-ISBN = BAU-B-ISBN
              GO TO 2680-EXIT
           END-IF

           SET ISBN-IDX TO 1
           SEARCH WS-ISBN-ENTRY
              AT END
                 IF WS-ISBN-COUNT < 20000
                    ADD 1 TO WS-ISBN-COUNT
                    SET ISBN-IDX TO WS-ISBN-COUNT
                    MOVE TRN-BOOK-ID TO WS-ISBN-BOOK-ID (ISBN-IDX)
                    MOVE BAU-A-ISBN  TO WS-ISBN-TEXT (ISBN-IDX)
                 ELSE
                    DISPLAY 'BKBOOKMT - ISBN TABLE FULL'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              WHEN WS-ISBN-BOOK-ID (ISBN-IDX) = TRN-BOOK-ID
                 MOVE BAU-A-ISBN TO WS-ISBN-TEXT (ISBN-IDX)
           END-SEARCH
           .
       2680-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE AUDIT RECORD CARRIES BOTH FULL IMAGES; THE REPORT LISTS
      *    EACH FIELD THAT DIFFERS
       2700-AUDIT-CHANGE.
           MOVE '2700-AUDIT-CHANGE' TO ERR-LOC

           WRITE BKBAU-RECORD
           MOVE    'ERROR WRITING BOOKAUD' TO ERR-MSG
           PERFORM 9996-AUD-ERR-CHK      THRU 9996-EXIT
           ADD 1 TO WS-TOTAL-AUDIT-COUNT

           MOVE 'APPLIED' TO WS-T-RESULT
           WRITE RPT-OP-FIELDS FROM WS-TRAN-LINE

           IF BAU-A-TITLE NOT = BAU-B-TITLE
              MOVE 'TITLE'              TO WS-F-NAME
              MOVE BAU-B-TITLE          TO WS-F-BEFORE
              MOVE BAU-A-TITLE          TO WS-F-AFTER
              WRITE RPT-OP-FIELDS FROM WS-FIELD-LINE
           END-IF
           IF BAU-A-ISBN NOT = BAU-B-ISBN
              MOVE 'ISBN'               TO WS-F-NAME
              MOVE BAU-B-ISBN           TO WS-F-BEFORE
              MOVE BAU-A-ISBN           TO WS-F-AFTER
              WRITE RPT-OP-FIELDS FROM WS-FIELD-LINE
           END-IF
           IF BAU-A-PUBLISHER-ID NOT = BAU-B-PUBLISHER-ID
              MOVE 'PUBLISHER'          TO WS-F-NAME
              MOVE BAU-B-PUBLISHER-ID   TO WS-EDIT-PUB-ID
              MOVE WS-EDIT-PUB-ID       TO WS-F-BEFORE
              MOVE BAU-A-PUBLISHER-ID   TO WS-EDIT-PUB-ID
              MOVE WS-EDIT-PUB-ID       TO WS-F-AFTER
              WRITE RPT-OP-FIELDS FROM WS-FIELD-LINE
           END-IF
           IF BAU-A-LIST-PRICE NOT = BAU-B-LIST-PRICE
              MOVE 'LIST PRICE'         TO WS-F-NAME
              MOVE BAU-B-LIST-PRICE     TO WS-EDIT-PRICE
              MOVE WS-EDIT-PRICE        TO WS-F-BEFORE
              MOVE BAU-A-LIST-PRICE     TO WS-EDIT-PRICE
              MOVE WS-EDIT-PRICE        TO WS-F-AFTER
              WRITE RPT-OP-FIELDS FROM WS-FIELD-LINE
           END-IF
           IF BAU-A-PUBLISHED-DATE NOT = BAU-B-PUBLISHED-DATE
              MOVE 'PUBLISHED DATE'     TO WS-F-NAME
              MOVE BAU-B-PUBLISHED-DATE TO WS-F-BEFORE
              MOVE BAU-A-PUBLISHED-DATE TO WS-F-AFTER
              WRITE RPT-OP-FIELDS FROM WS-FIELD-LINE
           END-IF
           IF BAU-A-TOTAL-PAGES NOT = BAU-B-TOTAL-PAGES
              MOVE 'PAGES'              TO WS-F-NAME
              MOVE BAU-B-TOTAL-PAGES    TO WS-EDIT-PAGES
              MOVE WS-EDIT-PAGES        TO WS-F-BEFORE
              MOVE BAU-A-TOTAL-PAGES    TO WS-EDIT-PAGES
              MOVE WS-EDIT-PAGES        TO WS-F-AFTER
              WRITE RPT-OP-FIELDS FROM WS-FIELD-LINE
           END-IF
           IF BAU-A-STATUS NOT = BAU-B-STATUS
              MOVE 'STATUS'             TO WS-F-NAME
              MOVE BAU-B-STATUS         TO WS-F-BEFORE
              MOVE BAU-A-STATUS         TO WS-F-AFTER
              WRITE RPT-OP-FIELDS FROM WS-FIELD-LINE
           END-IF
           MOVE    'ERROR WRITING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           .
       2700-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    A REJECTED TRANSACTION IS CORRECTED AND PUNCHED AGAIN
       2800-REJECT-TRANSACTION.
           MOVE 'REJECTED - '    TO WS-T-RESULT
           MOVE WS-REJECT-REASON TO WS-T-RESULT (12:39)
           WRITE RPT-OP-FIELDS FROM WS-TRAN-LINE
           MOVE    'ERROR WRITING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           ADD 1 TO WS-TOTAL-REJECT-COUNT
           MOVE 4 TO RETURN-CODE
           .
       2800-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE NEXT CARD IS HELD UNTIL THE TRANSACTION BEFORE IT HAS
      *    GATHERED ITS TITLE CARDS
       2900-READ-CARD.
           MOVE 'N' TO CARD-HELD-FLAG
           READ MNT-IP
              AT END GO TO 2900-EXIT
           END-READ
           MOVE    'ERROR READING MNTIN'  TO ERR-MSG
           PERFORM 9997-MNT-ERR-CHK     THRU 9997-EXIT
           SET CARD-IS-HELD TO TRUE
           ADD 1 TO WS-TOTAL-READ-COUNT
           .
       2900-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       3000-HOUSEKEEPING.
           MOVE '3000-HOUSEKEEPING' TO ERR-LOC
           MOVE WS-TOTAL-READ-COUNT    TO WS-TR-RED-CNT
           MOVE WS-TOTAL-ADD-COUNT     TO WS-TR-ADD-CNT
           MOVE WS-TOTAL-CHANGE-COUNT  TO WS-TR-CHG-CNT
           MOVE WS-TOTAL-RETIRE-COUNT  TO WS-TR-RET-CNT
           MOVE WS-TOTAL-REJECT-COUNT  TO WS-TR-REJ-CNT
           MOVE WS-TOTAL-TITLE-COUNT   TO WS-TR-TTL-CNT
           MOVE WS-TOTAL-AUDIT-COUNT   TO WS-TR-AUD-CNT
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

      *    EVERY CARD READ MUST BE ACCOUNTED FOR EXACTLY ONCE
           COMPUTE WS-BALANCE-COUNT = WS-TOTAL-ADD-COUNT
                                    + WS-TOTAL-CHANGE-COUNT
                                    + WS-TOTAL-RETIRE-COUNT
                                    + WS-TOTAL-REJECT-COUNT
                                    + WS-TOTAL-TITLE-COUNT
           IF WS-BALANCE-COUNT NOT = WS-TOTAL-READ-COUNT
              DISPLAY 'BKBOOKMT - CONTROL TOTALS OUT OF BALANCE'
              DISPLAY '  READ     : ' WS-TOTAL-READ-COUNT
              DISPLAY '  ACCOUNTED: ' WS-BALANCE-COUNT
              MOVE 8 TO RETURN-CODE
           END-IF
           .
       3000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9996-AUD-ERR-CHK.
           EVALUATE TRUE
               WHEN BOOKAUD-STAT = 0
                    CONTINUE

               WHEN OTHER
                    DISPLAY 'FILE ERROR'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' BOOKAUD-STAT
                    STOP RUN
           END-EVALUATE
           .
       9996-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9997-MNT-ERR-CHK.
           EVALUATE TRUE
               WHEN MNTIN-STAT = 0
                    CONTINUE

               WHEN OTHER
                    DISPLAY 'FILE ERROR'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' MNTIN-STAT
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
