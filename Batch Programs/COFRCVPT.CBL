      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
        PROGRAM-ID. COFRCVPT.
      ****************************************************************
      * Nightly charge-off recovery posting. The collection          *
      * agencies' payment file on AGYPMTIN-DD is applied against     *
      * the open WBCHGOFF-DD register records NEGAGING wrote: the    *
      * recovered amount is raised, the record marked recovered once *
      * nothing is left open, and the payment kept on WBCOFRCV-DD    *
      * alongside the ones tellers take on WGRVCRCV. A payment for   *
      * an account with no open charge-off, or for more than the     *
      * loss still open, is rejected to the report for the agency    *
      * desk. Every recovery still pending on WBCOFRCV-DD - agency   *
      * or teller - is then journaled to the recovery GL line on     *
      * COFRGL-DD in the GLJOURNL layout, never to the closed        *
      * deposit account, and marked posted. The GL accounts can be   *
      * overridden on PARMIN-DD.                                     *
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
           SELECT WBCHGOFF-FILE
               ASSIGN       TO WBCHGOFF
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS COF-KEY
               FILE STATUS  IS WBCHGOFF-FILE-STATUS.

           SELECT WBCOFRCV-FILE
               ASSIGN       TO WBCOFRCV
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS RCV-KEY
               FILE STATUS  IS WBCOFRCV-FILE-STATUS.

           SELECT WBBDATE-FILE
               ASSIGN       TO WBBDATE
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS BDT-KEY
               FILE STATUS  IS WBBDATE-FILE-STATUS.

           SELECT WBRUNLOG-FILE
               ASSIGN       TO WBRUNLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS RLG-KEY
               FILE STATUS  IS WBRUNLOG-FILE-STATUS.

           SELECT AGY-IP     ASSIGN TO AGYPMTIN
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS AGYPIN-STAT.

           SELECT GLI-OP     ASSIGN TO COFRGL
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS COFRGL-STAT.

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

       FD  WBCHGOFF-FILE.
           COPY WBCOFREC.

       FD  WBCOFRCV-FILE.
           COPY WBCRVREC.

       FD  WBBDATE-FILE.
           COPY WBBDTREC.

       FD  WBRUNLOG-FILE.
           COPY WBRLGREC.

      *    ONE RECORD PER PAYMENT THE AGENCY COLLECTED AND REMITTED
       FD  AGY-IP
           RECORD CONTAINS 80.
       01  AGY-RECORD.
           05 AGY-AGENCY-ID              PIC X(06).
           05 FILLER                     PIC X(01).
           05 AGY-SSN                    PIC X(09).
           05 FILLER                     PIC X(01).
           05 AGY-ACCT-NUM               PIC X(10).
           05 FILLER                     PIC X(01).
           05 AGY-PAYMENT-DATE           PIC X(10).
           05 FILLER                     PIC X(01).
           05 AGY-AMOUNT                 PIC 9(09)V99.
           05 FILLER                     PIC X(01).
           05 AGY-REFERENCE              PIC X(12).
           05 FILLER                     PIC X(17).

      *    SAME LAYOUT AS THE GLJRNL JOURNAL ON GLJOURNL-DD, SO THE
      *    GL LOAD TAKES THE RECOVERY ENTRIES LIKE ANY OTHER JOURNAL
       FD  GLI-OP
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

       FD  RPT-OP
           RECORD CONTAINS 132
           RECORDING MODE F.
       01  RPT-OP-FIELDS                 PIC X(132).

       FD  PARM-FILE
           RECORD CONTAINS 80.
       01  PARM-RECORD.
           05 PARM-RUN-DATE              PIC X(10).
           05 FILLER                     PIC X(01).
      *    DEBIT SIDE FOR WINDOW RECEIPTS AND AGENCY REMITTANCES,
      *    AND THE RECOVERY LINE CREDITED FOR BOTH
           05 PARM-CASH-GLACCT           PIC X(08).
           05 FILLER                     PIC X(01).
           05 PARM-AGENCY-GLACCT         PIC X(08).
           05 FILLER                     PIC X(01).
           05 PARM-RECOV-GLACCT          PIC X(08).
           05 FILLER                     PIC X(43).

       WORKING-STORAGE SECTION.

       01  WBRUNLOG-FILE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-RUN-START-TIME             PIC X(08) VALUE SPACES.

       01  WBBDATE-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WBCHGOFF-FILE-STATUS          PIC X(02) VALUE SPACES.
       01  WBCOFRCV-FILE-STATUS          PIC X(02) VALUE SPACES.

       01  WS-LABELS.
           05 WS-SPACE.
              10 FILLER        PIC X(1)   VALUE SPACE.

           05 WS-HEADER-TITLE.
              10 FILLER        PIC X(44)  VALUE SPACES.
              10 FILLER        PIC X(38)  VALUE
                        'CHARGE-OFF RECOVERY POSTING'.
              10 FILLER        PIC X(39)  VALUE SPACES.
              10 WS-DATE-R     PIC X(10)  VALUE SPACES.
              10 FILLER        PIC X(01)  VALUE SPACES.

           05 WS-HEADER-LABEL.
              10 FILLER        PIC X(08)  VALUE 'AGENCY'.
              10 FILLER        PIC X(11)  VALUE 'SSN'.
              10 FILLER        PIC X(13)  VALUE 'ACCOUNT'.
              10 FILLER        PIC X(14)  VALUE 'REFERENCE'.
              10 FILLER        PIC X(16)  VALUE 'AMOUNT'.
              10 FILLER        PIC X(30)  VALUE 'DISPOSITION'.
              10 FILLER        PIC X(40)  VALUE SPACES.

           05 WS-DETAIL-LINE.
              10 WS-D-AGENCY   PIC X(08).
              10 WS-D-SSN      PIC X(11).
              10 WS-D-ACCT     PIC X(13).
              10 WS-D-REF      PIC X(14).
              10 WS-D-AMOUNT   PIC Z(10)9.99-.
              10 FILLER        PIC X(01)  VALUE SPACES.
              10 WS-D-DISP     PIC X(30).
              10 FILLER        PIC X(40)  VALUE SPACES.

           05 WS-FOOTER.
              10 FILLER        PIC X(58)  VALUE ALL '='.
              10 FILLER        PIC X(15)  VALUE ' END OF REPORT '.
              10 FILLER        PIC X(59)  VALUE ALL '='.

           05 WS-TRAILER-1.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'AGENCY PAYMENTS READ      :'.
              10 WS-TR-READ-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-2.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'AGENCY PAYMENTS APPLIED   :'.
              10 WS-TR-APP-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 WS-TR-APP-AMT PIC Z(10)9.99-.
              10 FILLER        PIC X(45)  VALUE SPACES.

           05 WS-TRAILER-3.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'AGENCY PAYMENTS REJECTED  :'.
              10 WS-TR-REJ-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 WS-TR-REJ-AMT PIC Z(10)9.99-.
              10 FILLER        PIC X(45)  VALUE SPACES.

           05 WS-TRAILER-4.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'RECOVERIES JOURNALED TO GL:'.
              10 WS-TR-GL-CNT  PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 WS-TR-GL-AMT  PIC Z(10)9.99-.
              10 FILLER        PIC X(45)  VALUE SPACES.

       01  WS-VARS.
           05 WS-CASH-GLACCT           PIC X(08)       VALUE '10100000'.
           05 WS-AGENCY-GLACCT         PIC X(08)       VALUE '10150000'.
           05 WS-RECOV-GLACCT          PIC X(08)       VALUE '40950000'.
           05 WS-READ-COUNT            PIC 9(07)       VALUE ZERO.
           05 WS-APPLIED-COUNT         PIC 9(07)       VALUE ZERO.
           05 WS-APPLIED-AMOUNT        PIC S9(13)V99   VALUE ZERO.
           05 WS-REJECT-COUNT          PIC 9(07)       VALUE ZERO.
           05 WS-REJECT-AMOUNT         PIC S9(13)V99   VALUE ZERO.
           05 WS-GL-COUNT              PIC 9(07)       VALUE ZERO.
           05 WS-GL-AMOUNT             PIC S9(13)V99   VALUE ZERO.
           05 WS-GL-LINES              PIC 9(09)       VALUE ZERO.
           05 WS-OPEN-LOSS             PIC S9(13)V99   VALUE ZERO.
           05 WS-NEXT-SEQ              PIC 9(10)       VALUE ZERO.
           05 WS-TIME-HHMMSS           PIC 9(06)       VALUE ZERO.

       01  WS-SSN-MASK-VARS.
      *    SSNS PRINT MASKED TO THE LAST FOUR DIGITS - ONLY THE
      *    REGULATOR EXTRACT FILES CARRY THE FULL VALUE
           05 WS-SSN-TO-MASK   PIC X(09)  VALUE SPACES.
           05 WS-MASKED-SSN    PIC X(09)  VALUE SPACES.

       01  WS-DISPLAY-VARS.
           05 ERR-PGM          PIC X(08)  VALUE 'COFRCVPT'.
           05 ERR-LOC          PIC X(20)  VALUE SPACES.
           05 ERR-MSG          PIC X(30)  VALUE SPACES.
           05 ERR-CODE         PIC 9(09)  VALUE ZERO.

       01  WS-FLAG-VARS.
           05 AGYPIN-STAT      PIC 9(02)  VALUE ZERO.
           05 COFRGL-STAT      PIC 9(02)  VALUE ZERO.
           05 RPTOUT-STAT      PIC 9(02)  VALUE ZERO.
           05 PARMIN-STAT      PIC 9(02)  VALUE ZERO.
           05 EOF-FLAG         PIC X(01)  VALUE 'N'.
              88 END-OF-FILE              VALUE 'Y'.
           05 COF-FOUND-FLAG   PIC X(01)  VALUE 'N'.
              88 COF-WAS-FOUND            VALUE 'Y'.

       01  WS-PARM-VARS.
           05 PARM-FOUND-FLAG     PIC X(01) VALUE 'N'.
              88 PARM-WAS-FOUND             VALUE 'Y'.

       PROCEDURE DIVISION.
      *
      * THIS PROGRAM APPLIES THE AGENCY RECOVERY PAYMENTS TO THE
      * CHARGE-OFF REGISTER AND JOURNALS EVERY PENDING RECOVERY TO
      * THE RECOVERY GL LINE.
      *
       0000-MAIN.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT

      *    A FIRST-EVER RUN CREATES THE RECOVERY HISTORY
           OPEN I-O WBCOFRCV-FILE
           IF WBCOFRCV-FILE-STATUS = '35'
              OPEN OUTPUT WBCOFRCV-FILE
              CLOSE WBCOFRCV-FILE
              OPEN I-O WBCOFRCV-FILE
           END-IF
           MOVE    'ERROR OPENING WBCOFRCV'  TO ERR-MSG
           PERFORM 9995-RCV-ERR-CHK        THRU 9995-EXIT

      *    NO AGENCY FILE ON A NIGHT NOTHING WAS REMITTED - THE
      *    TELLER RECOVERIES ARE STILL JOURNALED
           OPEN INPUT AGY-IP
           IF AGYPIN-STAT = 0
              OPEN I-O WBCHGOFF-FILE
              MOVE    'ERROR OPENING WBCHGOFF'  TO ERR-MSG
              PERFORM 9994-COF-ERR-CHK        THRU 9994-EXIT

              MOVE 'N' TO EOF-FLAG
              PERFORM 2000-APPLY-ONE-PAYMENT THRU 2000-EXIT
                 UNTIL END-OF-FILE

              CLOSE AGY-IP
              CLOSE WBCHGOFF-FILE
           END-IF

           OPEN OUTPUT GLI-OP
           MOVE    'ERROR OPENING COFRGL'    TO ERR-MSG
           PERFORM 9992-GLI-ERR-CHK        THRU 9992-EXIT

           MOVE 'N' TO EOF-FLAG
           MOVE LOW-VALUES TO RCV-KEY
           START WBCOFRCV-FILE KEY >= RCV-KEY
              INVALID KEY SET END-OF-FILE TO TRUE
           END-START
           PERFORM 2500-JOURNAL-ONE-RECOVERY THRU 2500-EXIT
              UNTIL END-OF-FILE

           PERFORM 2900-WRITE-GL-TRAILER THRU 2900-EXIT

           CLOSE WBCOFRCV-FILE
           MOVE    'ERROR CLOSING WBCOFRCV'  TO ERR-MSG
           PERFORM 9995-RCV-ERR-CHK        THRU 9995-EXIT

           PERFORM 3000-HOUSEKEEPING THRU 3000-EXIT
           STOP RUN.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE '1000-INITIALIZE'        TO ERR-LOC

           PERFORM 1070-READ-PARMS       THRU 1070-EXIT

           OPEN OUTPUT RPT-OP
           MOVE    'ERROR OPENING RPT-OP'   TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK       THRU 9998-EXIT

      *    RECOVERY HISTORY SEQUENCES START FROM THE RUN TIME, SO A
      *    SECOND RUN THE SAME DAY CANNOT COLLIDE WITH THE FIRST
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-TIME-HHMMSS
           COMPUTE WS-NEXT-SEQ = WS-TIME-HHMMSS * 1000

           WRITE RPT-OP-FIELDS          FROM WS-HEADER-TITLE
           WRITE RPT-OP-FIELDS          FROM WS-SPACE
           WRITE RPT-OP-FIELDS          FROM WS-HEADER-LABEL
           MOVE    'ERROR WRITING HEADER' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           .
       1000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       1070-READ-PARMS.
           MOVE '1070-READ-PARMS'        TO ERR-LOC

           STRING FUNCTION CURRENT-DATE(1:4) '-'
                  FUNCTION CURRENT-DATE(5:2) '-'
                  FUNCTION CURRENT-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-DATE-R

           PERFORM 1075-READ-BUS-DATE    THRU 1075-EXIT

           STRING FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2) DELIMITED BY SIZE
                  INTO WS-RUN-START-TIME

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
                 MOVE PARM-RUN-DATE       TO WS-DATE-R
              END-IF
              IF PARM-CASH-GLACCT NOT = SPACES
                 MOVE PARM-CASH-GLACCT    TO WS-CASH-GLACCT
              END-IF
              IF PARM-AGENCY-GLACCT NOT = SPACES
                 MOVE PARM-AGENCY-GLACCT  TO WS-AGENCY-GLACCT
              END-IF
              IF PARM-RECOV-GLACCT NOT = SPACES
                 MOVE PARM-RECOV-GLACCT   TO WS-RECOV-GLACCT
              END-IF
           END-IF
           .
       1070-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE BANK BUSINESS DATE (WBBDATE) OVERRIDES THE SYSTEM DATE
      *    WHEN THE CONTROL FILE IS PRESENT, SO A RUN DELAYED PAST
      *    MIDNIGHT STILL POSTS AS THE RIGHT BUSINESS DAY; THE PARM
      *    RUN DATE STILL OVERRIDES BOTH FOR BACKDATED RERUNS
       1075-READ-BUS-DATE.
           OPEN INPUT WBBDATE-FILE
           IF WBBDATE-FILE-STATUS = '00'
              MOVE 'B' TO BDT-KEY
              READ WBBDATE-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF BDT-CURRENT-DATE NOT = SPACES
                       MOVE BDT-CURRENT-DATE TO WS-DATE-R
                    END-IF
              END-READ
              CLOSE WBBDATE-FILE
           END-IF
           .
       1075-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    ONE AGENCY PAYMENT - APPLIED ONLY AGAINST AN OPEN
      *    CHARGE-OFF AND NEVER PAST THE LOSS STILL OPEN
       2000-APPLY-ONE-PAYMENT.
           MOVE '2000-APPLY-ONE-PAYMENT' TO ERR-LOC

           READ AGY-IP
              AT END SET END-OF-FILE TO TRUE
           END-READ
           IF END-OF-FILE
              GO TO 2000-EXIT
           END-IF

           ADD 1 TO WS-READ-COUNT
           MOVE SPACES            TO WS-DETAIL-LINE
           MOVE AGY-AGENCY-ID     TO WS-D-AGENCY
           MOVE AGY-SSN           TO WS-SSN-TO-MASK
           PERFORM 8500-MASK-SSN THRU 8500-EXIT
           MOVE WS-MASKED-SSN     TO WS-D-SSN
           MOVE AGY-ACCT-NUM      TO WS-D-ACCT
           MOVE AGY-REFERENCE     TO WS-D-REF

           IF AGY-AMOUNT NOT NUMERIC
              MOVE ZERO                   TO WS-D-AMOUNT
              MOVE 'REJECTED - BAD AMOUNT' TO WS-D-DISP
              ADD 1 TO WS-REJECT-COUNT
              GO TO 2000-WRITE
           END-IF
           MOVE AGY-AMOUNT        TO WS-D-AMOUNT

           MOVE 'Y'               TO COF-FOUND-FLAG
           MOVE AGY-SSN           TO COF-SSN
           MOVE AGY-ACCT-NUM      TO COF-ACCT-NUM
           READ WBCHGOFF-FILE
              INVALID KEY MOVE 'N' TO COF-FOUND-FLAG
           END-READ

           EVALUATE TRUE
              WHEN AGY-AMOUNT = ZERO
                 MOVE 'REJECTED - BAD AMOUNT'      TO WS-D-DISP
              WHEN NOT COF-WAS-FOUND
                 MOVE 'REJECTED - NO CHARGE-OFF'   TO WS-D-DISP
              WHEN NOT COF-STATUS-OPEN
                 MOVE 'REJECTED - CHARGE-OFF SHUT' TO WS-D-DISP
              WHEN OTHER
                 COMPUTE WS-OPEN-LOSS =
                         COF-AMOUNT - COF-RECOVERED-AMT
                 IF AGY-AMOUNT > WS-OPEN-LOSS
                    MOVE 'REJECTED - EXCEEDS OPEN LOSS' TO WS-D-DISP
                 ELSE
                    PERFORM 2100-APPLY-RECOVERY THRU 2100-EXIT
                    GO TO 2000-WRITE
                 END-IF
           END-EVALUATE

           ADD 1          TO WS-REJECT-COUNT
           ADD AGY-AMOUNT TO WS-REJECT-AMOUNT
           .
       2000-WRITE.
           MOVE WS-DETAIL-LINE TO RPT-OP-FIELDS
           PERFORM 2800-WRITE-RECORD THRU 2800-EXIT
           .
       2000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2100-APPLY-RECOVERY.
           MOVE '2100-APPLY-RECOVERY' TO ERR-LOC

           ADD  AGY-AMOUNT TO COF-RECOVERED-AMT
           MOVE WS-DATE-R  TO COF-LAST-RECOVERY-DATE
           IF COF-RECOVERED-AMT NOT < COF-AMOUNT
              SET COF-STATUS-RECOVERED TO TRUE
              MOVE 'APPLIED - LOSS RECOVERED' TO WS-D-DISP
           ELSE
              MOVE 'APPLIED'                  TO WS-D-DISP
           END-IF
           REWRITE WBCOF-RECORD
           MOVE    'ERROR REWRITING WBCHGOFF' TO ERR-MSG
           PERFORM 9994-COF-ERR-CHK         THRU 9994-EXIT

           MOVE SPACES         TO WBCRV-RECORD
           MOVE COF-SSN        TO RCV-SSN
           MOVE COF-ACCT-NUM   TO RCV-ACCT-NUM
           MOVE WS-DATE-R      TO RCV-DATE
           ADD  1              TO WS-NEXT-SEQ
           MOVE WS-NEXT-SEQ    TO RCV-SEQ
           MOVE AGY-AMOUNT     TO RCV-AMOUNT
           SET  RCV-SOURCE-AGENCY TO TRUE
           MOVE AGY-AGENCY-ID  TO RCV-AGENCY-ID
           MOVE AGY-REFERENCE  TO RCV-REFERENCE
           MOVE COF-BRANCH     TO RCV-BRANCH
           SET  RCV-GL-PENDING TO TRUE
           WRITE WBCRV-RECORD
           MOVE    'ERROR WRITING WBCOFRCV'   TO ERR-MSG
           PERFORM 9995-RCV-ERR-CHK         THRU 9995-EXIT

           ADD 1          TO WS-APPLIED-COUNT
           ADD AGY-AMOUNT TO WS-APPLIED-AMOUNT
           .
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    EVERY RECOVERY NOT YET ON THE GL - THE DEBIT GOES TO CASH
      *    FOR A WINDOW RECEIPT OR TO AGENCY CLEARING FOR A
      *    REMITTANCE, THE CREDIT TO THE RECOVERY LINE
       2500-JOURNAL-ONE-RECOVERY.
           MOVE '2500-JOURNAL-ONE-RECOVERY' TO ERR-LOC

           READ WBCOFRCV-FILE NEXT
              AT END SET END-OF-FILE TO TRUE
           END-READ
           IF END-OF-FILE
              GO TO 2500-EXIT
           END-IF

           IF NOT RCV-GL-PENDING
              GO TO 2500-EXIT
           END-IF

           MOVE SPACES               TO GLJ-RECORD
           SET  GLJ-DETAIL           TO TRUE
           IF RCV-SOURCE-AGENCY
              MOVE WS-AGENCY-GLACCT  TO GLJ-GL-ACCT
           ELSE
              MOVE WS-CASH-GLACCT    TO GLJ-GL-ACCT
           END-IF
           MOVE 'D'                  TO GLJ-DR-CR
           MOVE RCV-AMOUNT           TO GLJ-AMOUNT
           MOVE RCV-DATE             TO GLJ-DATE
           MOVE RCV-SSN              TO GLJ-SOURCE-SSN
           MOVE RCV-ACCT-NUM         TO GLJ-SOURCE-ACCT
           MOVE ZERO                 TO GLJ-SOURCE-ITEM
           MOVE 'CHARGE-OFF RECOVERY' TO GLJ-DESC
           WRITE GLJ-RECORD
           MOVE    'ERROR WRITING COFRGL'  TO ERR-MSG
           PERFORM 9992-GLI-ERR-CHK      THRU 9992-EXIT

           MOVE WS-RECOV-GLACCT      TO GLJ-GL-ACCT
           MOVE 'C'                  TO GLJ-DR-CR
           WRITE GLJ-RECORD
           MOVE    'ERROR WRITING COFRGL'  TO ERR-MSG
           PERFORM 9992-GLI-ERR-CHK      THRU 9992-EXIT

           SET RCV-GL-POSTED TO TRUE
           REWRITE WBCRV-RECORD
           MOVE    'ERROR REWRITING WBCOFRCV' TO ERR-MSG
           PERFORM 9995-RCV-ERR-CHK         THRU 9995-EXIT

           ADD 1          TO WS-GL-COUNT
           ADD 2          TO WS-GL-LINES
           ADD RCV-AMOUNT TO WS-GL-AMOUNT
           .
       2500-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2800-WRITE-RECORD.
           MOVE '2800-WRITE-RECORD'      TO ERR-LOC

           WRITE   RPT-OP-FIELDS
           MOVE    'ERROR WRITING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           MOVE    SPACES                 TO RPT-OP-FIELDS
           .
       2800-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2900-WRITE-GL-TRAILER.
           MOVE '2900-WRITE-GL-TRAILER' TO ERR-LOC

           MOVE SPACES               TO GLJ-RECORD
           SET  GLJ-TRAILER          TO TRUE
           MOVE WS-DATE-R            TO GLJ-TR-DATE
           MOVE WS-GL-AMOUNT         TO GLJ-TR-DR-TOTAL
                                        GLJ-TR-CR-TOTAL
           MOVE WS-GL-LINES          TO GLJ-TR-LINE-COUNT
           MOVE 'Y'                  TO GLJ-TR-RELEASE-FLAG
           WRITE GLJ-RECORD
           MOVE    'ERROR WRITING COFRGL'  TO ERR-MSG
           PERFORM 9992-GLI-ERR-CHK      THRU 9992-EXIT

           CLOSE GLI-OP
           MOVE    'ERROR CLOSING COFRGL'  TO ERR-MSG
           PERFORM 9992-GLI-ERR-CHK      THRU 9992-EXIT
           .
       2900-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       3000-HOUSEKEEPING.
           MOVE '3000-HOUSEKEEPING' TO ERR-LOC
           MOVE WS-READ-COUNT     TO WS-TR-READ-CNT
           MOVE WS-APPLIED-COUNT  TO WS-TR-APP-CNT
           MOVE WS-APPLIED-AMOUNT TO WS-TR-APP-AMT
           MOVE WS-REJECT-COUNT   TO WS-TR-REJ-CNT
           MOVE WS-REJECT-AMOUNT  TO WS-TR-REJ-AMT
           MOVE WS-GL-COUNT       TO WS-TR-GL-CNT
           MOVE WS-GL-AMOUNT      TO WS-TR-GL-AMT
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-1
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-2
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-3
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-4
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-FOOTER

           CLOSE  RPT-OP
           MOVE   'ERROR CLOSING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK   THRU 9998-EXIT

      *    REJECTED AGENCY PAYMENTS NEED THE AGENCY DESK
           IF WS-REJECT-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 3100-WRITE-RUN-STATS THRU 3100-EXIT
           .
       3000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    END-OF-RUN STATISTICS FOR THE COMMON RUN LOG - THE MORNING
      *    OPSRPT REPORT SHOWS THE WHOLE WINDOW AGAINST ITS TRAILING
      *    AVERAGES. A REGION WITHOUT THE FILE SKIPS THE WRITE; A
      *    RERUN FOR THE SAME DATE REPLACES ITS RECORD.
       3100-WRITE-RUN-STATS.
           MOVE '3100-WRITE-RUN-STATS' TO ERR-LOC
           OPEN I-O WBRUNLOG-FILE
           IF WBRUNLOG-FILE-STATUS = '35'
              OPEN OUTPUT WBRUNLOG-FILE
           END-IF
           IF WBRUNLOG-FILE-STATUS NOT = '00'
              GO TO 3100-EXIT
           END-IF

           MOVE 'COFRCVPT' TO RLG-PROGRAM
           MOVE WS-DATE-R         TO RLG-DATE
           MOVE WS-RUN-START-TIME TO RLG-START-TIME
           STRING FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2) DELIMITED BY SIZE
                  INTO RLG-END-TIME
           MOVE ZERO TO RLG-IN-COUNT RLG-OUT-COUNT
                        RLG-REJ-COUNT RLG-DOLLAR-TOTAL
           MOVE WS-READ-COUNT     TO RLG-IN-COUNT
           MOVE WS-GL-COUNT       TO RLG-OUT-COUNT
           MOVE WS-REJECT-COUNT   TO RLG-REJ-COUNT
           MOVE WS-GL-AMOUNT      TO RLG-DOLLAR-TOTAL
           MOVE RETURN-CODE       TO RLG-RETURN-CODE

           WRITE WBRLG-RECORD
              INVALID KEY
                 REWRITE WBRLG-RECORD
           END-WRITE
           CLOSE WBRUNLOG-FILE
           .
       3100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    MASK AN SSN TO ITS LAST FOUR DIGITS FOR PRINTING
       8500-MASK-SSN.
           MOVE '*****'            TO WS-MASKED-SSN
           MOVE WS-SSN-TO-MASK(6:4) TO WS-MASKED-SSN(6:4)
           .
       8500-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9992-GLI-ERR-CHK.
           EVALUATE TRUE
               WHEN COFRGL-STAT = 0
                    CONTINUE

               WHEN OTHER
                    DISPLAY 'FILE ERROR'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' COFRGL-STAT
                    STOP RUN
           END-EVALUATE
           .
       9992-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9994-COF-ERR-CHK.
           EVALUATE TRUE
               WHEN WBCHGOFF-FILE-STATUS = '00'
                    CONTINUE

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' WBCHGOFF-FILE-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE
           .
       9994-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9995-RCV-ERR-CHK.
           EVALUATE TRUE
               WHEN WBCOFRCV-FILE-STATUS = '00'
                    CONTINUE

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' WBCOFRCV-FILE-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE
           .
       9995-EXIT.
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
