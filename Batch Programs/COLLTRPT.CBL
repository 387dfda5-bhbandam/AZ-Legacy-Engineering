      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
        PROGRAM-ID. COLLTRPT.
      ****************************************************************
      * Monthly loan collateral review. Every loan with collateral   *
      * on WBCLTDB-DD is reported with its loan-to-value (balance    *
      * over appraised value) and its insurance standing. A policy   *
      * already expired, expiring within the warning window (30      *
      * days, PARMIN cols 12-14) or never recorded queues a          *
      * proof-of-insurance letter ('PI') on NTFQUEUE-DD. A loan      *
      * whose payoff quote on WBPOQDB-DD shows satisfied is flagged  *
      * for lien release; the flag stays on the report until the     *
      * release is recorded on the WGRVPOFF screen.                  *
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
           SELECT WBCLTDB-FILE
               ASSIGN       TO WBCLTDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS CLT-KEY
               FILE STATUS  IS WBCLTDB-FILE-STATUS WBCLTDB-VSAM-CODE.

           SELECT WBACCTDB-FILE
               ASSIGN       TO WBACCTDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS ACCOUNT-KEY
               FILE STATUS  IS WBACCTDB-FILE-STATUS WBACCTDB-VSAM-CODE.

           SELECT WBPOQDB-FILE
               ASSIGN       TO WBPOQDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS POQ-KEY
               FILE STATUS  IS WBPOQDB-FILE-STATUS.

           SELECT NTF-FILE   ASSIGN TO NTFQUEUE
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS NTFQUE-STAT.

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

       FD  WBCLTDB-FILE.
           COPY WBCLTREC.

       FD  WBACCTDB-FILE.
           COPY WBACCTREC.

       FD  WBPOQDB-FILE.
           COPY WBPOQREC.

       FD  NTF-FILE
           RECORD CONTAINS 100.
           COPY WBNTFREC.

       FD  WBBDATE-FILE.
           COPY WBBDTREC.

       FD  WBRUNLOG-FILE.
           COPY WBRLGREC.

       FD  RPT-OP
           RECORD CONTAINS 132
           RECORDING MODE F.
       01  RPT-OP-FIELDS                 PIC X(132).

       FD  PARM-FILE
           RECORD CONTAINS 80.
       01  PARM-RECORD.
           05 PARM-RUN-DATE              PIC X(10).
           05 FILLER                     PIC X(01).
           05 PARM-EXPIRY-DAYS           PIC 9(03).
           05 FILLER                     PIC X(66).

       WORKING-STORAGE SECTION.

       01  WBRUNLOG-FILE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-RUN-START-TIME             PIC X(08) VALUE SPACES.

       01  WBBDATE-FILE-STATUS           PIC X(02) VALUE SPACES.

       01  WBPOQDB-FILE-STATUS           PIC X(02) VALUE SPACES.

       01  WBCLTDB-FILE-STATUS.
           05  STA-CLT-STAT1             PIC X(01).
           05  STA-CLT-STAT2             PIC X(01).
       01  WBCLTDB-VSAM-CODE.
           05 CLT-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 CLT-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 CLT-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

       01  WBACCTDB-FILE-STATUS.
           05  STA-ACCT-STAT1            PIC X(01).
           05  STA-ACCT-STAT2            PIC X(01).
       01  WBACCTDB-VSAM-CODE.
           05 ACCT-VSAM-RETURN-CODE      PIC S9(2) USAGE BINARY.
           05 ACCT-VSAM-COMPONENT-CODE   PIC S9(1) USAGE BINARY.
           05 ACCT-VSAM-REASON-CODE      PIC S9(3) USAGE BINARY.

       01  WS-VSAM-CODE-DISPLAY.
           05 WS-VSAM-RETURN-CODE-DIS    PIC Z(2)9.
           05 WS-VSAM-COMPONENT-CODE-DIS PIC Z(2)9.
           05 WS-VSAM-REASON-CODE-DIS    PIC Z(3)9.

       01  WS-LABELS.
           05 WS-SPACE.
              10 FILLER        PIC X(1)   VALUE SPACE.

           05 WS-HEADER-TITLE.
              10 FILLER        PIC X(44)  VALUE SPACES.
              10 FILLER        PIC X(37)  VALUE
                               'LOAN COLLATERAL AND INSURANCE REVIEW'.
              10 FILLER        PIC X(40)  VALUE SPACES.
              10 WS-DATE-R     PIC X(10)  VALUE SPACES.
              10 FILLER        PIC X(01)  VALUE SPACES.

           05 WS-HEADER-LABEL.
              10 FILLER        PIC X(11)  VALUE 'SSN'.
              10 FILLER        PIC X(12)  VALUE 'LOAN'.
              10 FILLER        PIC X(05)  VALUE 'TYPE'.
              10 FILLER        PIC X(17)  VALUE 'LOAN BALANCE'.
              10 FILLER        PIC X(16)  VALUE 'APPRAISED VALUE'.
              10 FILLER        PIC X(10)  VALUE 'LTV %'.
              10 FILLER        PIC X(05)  VALUE 'LIEN'.
              10 FILLER        PIC X(12)  VALUE 'INS EXPIRY'.
              10 FILLER        PIC X(13)  VALUE 'INSURANCE'.
              10 FILLER        PIC X(12)  VALUE 'LIEN STATUS'.
              10 FILLER        PIC X(19)  VALUE SPACES.

           05 WS-DETAIL-LINE.
              10 WS-D-SSN      PIC X(11).
              10 WS-D-ACCT     PIC X(12).
              10 WS-D-TYPE     PIC X(05).
              10 WS-D-BAL      PIC Z(10)9.99-.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-VALUE    PIC Z(10)9.99.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-LTV      PIC ZZZ9.99.
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-D-LIEN     PIC 9.
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 WS-D-EXPIRY   PIC X(10).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-INS-FLAG PIC X(13).
              10 WS-D-LIEN-FLAG PIC X(12).
              10 FILLER        PIC X(19)  VALUE SPACES.

           05 WS-FOOTER.
              10 FILLER        PIC X(58)  VALUE ALL '='.
              10 FILLER        PIC X(15)  VALUE ' END OF REPORT '.
              10 FILLER        PIC X(59)  VALUE ALL '='.

           05 WS-TRAILER-1.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'COLLATERAL RECORDS        :'.
              10 WS-TR-CLT-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-2.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'LOAN-TO-VALUE OVER 100%   :'.
              10 WS-TR-LTV-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-3.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'INSURANCE EXPIRED/MISSING :'.
              10 WS-TR-EXP-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-4.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'INSURANCE EXPIRING        :'.
              10 WS-TR-SOON-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-5.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'PROOF OF INSURANCE LETTERS:'.
              10 WS-TR-NTF-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-6.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'LIENS FLAGGED FOR RELEASE :'.
              10 WS-TR-REL-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-7.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'TOTAL APPRAISED VALUE     :'.
              10 WS-TR-VAL-AMT PIC Z(10)9.99-.
              10 FILLER        PIC X(61)  VALUE SPACES.

       01  WS-VARS.
           05 WS-CLT-COUNT             PIC 9(07)       VALUE ZERO.
           05 WS-LTV-OVER-COUNT        PIC 9(07)       VALUE ZERO.
           05 WS-EXPIRED-COUNT         PIC 9(07)       VALUE ZERO.
           05 WS-EXPIRING-COUNT        PIC 9(07)       VALUE ZERO.
           05 WS-NOTICE-COUNT          PIC 9(07)       VALUE ZERO.
           05 WS-RELEASE-COUNT         PIC 9(07)       VALUE ZERO.
           05 WS-VALUE-TOTAL           PIC S9(13)V99   VALUE ZERO.
           05 WS-LOAN-BAL              PIC S9(13)V99   VALUE ZERO.
           05 WS-LTV                   PIC S9(5)V99    VALUE ZERO.
           05 WS-EXPIRY-DAYS           PIC 9(03)       VALUE 30.
           05 WS-RUN-DATE-NUM          PIC 9(08)       VALUE ZERO.
           05 WS-WARN-DATE-NUM         PIC 9(08)       VALUE ZERO.
           05 WS-WARN-DATE             PIC X(10)       VALUE SPACES.
           05 WS-UPDATE-FLAG           PIC X(01)       VALUE 'N'.
              88 WS-CLT-UPDATED                        VALUE 'Y'.
           05 WS-LETTER-FLAG           PIC X(01)       VALUE 'N'.
              88 WS-SEND-LETTER                        VALUE 'Y'.

       01  WS-SSN-MASK-VARS.
      *    SSNS PRINT MASKED TO THE LAST FOUR DIGITS - ONLY THE
      *    REGULATOR EXTRACT FILES CARRY THE FULL VALUE
           05 WS-SSN-TO-MASK   PIC X(09)  VALUE SPACES.
           05 WS-MASKED-SSN    PIC X(09)  VALUE SPACES.

       01  WS-DISPLAY-VARS.
           05 ERR-PGM          PIC X(08)  VALUE 'COLLTRPT'.
           05 ERR-LOC          PIC X(20)  VALUE SPACES.
           05 ERR-MSG          PIC X(30)  VALUE SPACES.
           05 ERR-CODE         PIC 9(09)  VALUE ZERO.

       01  WS-FLAG-VARS.
           05 RPTOUT-STAT      PIC 9(02)  VALUE ZERO.
           05 PARMIN-STAT      PIC 9(02)  VALUE ZERO.
           05 NTFQUE-STAT      PIC 9(02)  VALUE ZERO.
           05 EOF-FLAG         PIC X(01)  VALUE 'N'.
              88 END-OF-FILE              VALUE 'Y'.
           05 POQ-OPEN-FLAG    PIC X(01)  VALUE 'N'.
              88 POQ-FILE-OPEN            VALUE 'Y'.
           05 POQ-SCAN-FLAG    PIC X(01)  VALUE 'N'.
              88 POQ-SCAN-DONE            VALUE 'Y'.
           05 POQ-PAID-FLAG    PIC X(01)  VALUE 'N'.
              88 POQ-PAYOFF-DONE          VALUE 'Y'.
           05 ACCT-FOUND-FLAG  PIC X(01)  VALUE 'N'.
              88 ACCT-WAS-FOUND           VALUE 'Y'.

       01  WS-PARM-VARS.
           05 PARM-FOUND-FLAG     PIC X(01) VALUE 'N'.
              88 PARM-WAS-FOUND             VALUE 'Y'.

       PROCEDURE DIVISION.
      *
      * THIS PROGRAM REVIEWS THE COLLATERAL BEHIND EVERY SECURED
      * LOAN - LOAN-TO-VALUE, INSURANCE STANDING AND LIEN RELEASE -
      * AND QUEUES THE PROOF-OF-INSURANCE LETTERS.
      *
       0000-MAIN.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT

           MOVE SPACES TO EOF-FLAG
           OPEN I-O WBCLTDB-FILE
           IF WBCLTDB-FILE-STATUS = '35'
              DISPLAY 'COLLTRPT - NO COLLATERAL ON FILE'
           ELSE
              MOVE       'ERROR OPENING WBCLTDB'  TO ERR-MSG
              PERFORM 9999-VSAM-ERR-CHK           THRU 9999-EXIT

              OPEN INPUT WBACCTDB-FILE
              MOVE       'ERROR OPENING WBACCTDB'   TO ERR-MSG
              PERFORM 9996-ACCT-ERR-CHK           THRU 9996-EXIT

      *       WITHOUT THE QUOTE FILE NO PAYOFF CAN BE SEEN, SO NO
      *       LIEN IS FLAGGED FOR RELEASE THIS RUN
              OPEN INPUT WBPOQDB-FILE
              IF WBPOQDB-FILE-STATUS = '00'
                 SET POQ-FILE-OPEN TO TRUE
              END-IF

              PERFORM 1200-READ-COLLATERAL THRU 1200-EXIT
              PERFORM 2000-PROCESS-ALL-COLLATERAL
                 THRU 2000-EXIT
                UNTIL END-OF-FILE

              IF POQ-FILE-OPEN
                 CLOSE WBPOQDB-FILE
              END-IF

              CLOSE WBACCTDB-FILE
              MOVE      'ERROR CLOSING WBACCTDB'  TO ERR-MSG
              PERFORM 9996-ACCT-ERR-CHK         THRU 9996-EXIT

              CLOSE WBCLTDB-FILE
              MOVE      'ERROR CLOSING WBCLTDB' TO ERR-MSG
              PERFORM 9999-VSAM-ERR-CHK         THRU 9999-EXIT
           END-IF

           CLOSE NTF-FILE
           MOVE      'ERROR CLOSING NTFQUEUE' TO ERR-MSG
           PERFORM 9993-NTF-ERR-CHK         THRU 9993-EXIT

           PERFORM 3000-HOUSEKEEPING THRU 3000-EXIT
           STOP RUN.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE '1000-INITIALIZE'        TO ERR-LOC

           PERFORM 1070-READ-PARMS       THRU 1070-EXIT

      *    A POLICY EXPIRING ON OR BEFORE THE WARNING DATE IS DUE
      *    FOR A LETTER NOW - THE NEXT MONTHLY RUN WOULD BE TOO LATE
           MOVE WS-DATE-R(1:4) TO WS-RUN-DATE-NUM(1:4)
           MOVE WS-DATE-R(6:2) TO WS-RUN-DATE-NUM(5:2)
           MOVE WS-DATE-R(9:2) TO WS-RUN-DATE-NUM(7:2)
           COMPUTE WS-WARN-DATE-NUM = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                  + WS-EXPIRY-DAYS)
           STRING WS-WARN-DATE-NUM(1:4) '-'
                  WS-WARN-DATE-NUM(5:2) '-'
                  WS-WARN-DATE-NUM(7:2) DELIMITED BY SIZE
                  INTO WS-WARN-DATE

           OPEN OUTPUT RPT-OP
           MOVE    'ERROR OPENING RPT-OP'   TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK       THRU 9998-EXIT

      *    THE NOTIFICATION QUEUE IS A SHARED DATASET APPENDED TO BY
      *    EVERY BATCH WRITER - A FIRST-EVER RUN CREATES IT
           OPEN EXTEND NTF-FILE
           IF NTFQUE-STAT = 35
              OPEN OUTPUT NTF-FILE
           END-IF
           MOVE    'ERROR OPENING NTFQUEUE' TO ERR-MSG
           PERFORM 9993-NTF-ERR-CHK        THRU 9993-EXIT

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
              IF PARM-EXPIRY-DAYS IS NUMERIC
                 AND PARM-EXPIRY-DAYS > 0
                 MOVE PARM-EXPIRY-DAYS    TO WS-EXPIRY-DAYS
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
       1200-READ-COLLATERAL.
           MOVE '1200-READ-COLLATERAL' TO ERR-LOC

           READ WBCLTDB-FILE NEXT
           END-READ

           MOVE    'ERROR READING WBCLTDB' TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK THRU 9999-EXIT
           .
       1200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    A RELEASED LIEN IS HISTORY AND DROPS OFF THE REPORT. A
      *    LOAN STILL OWING IS CHECKED FOR INSURANCE; ONE PAID OFF
      *    THROUGH A SATISFIED QUOTE IS FLAGGED FOR LIEN RELEASE.
       2000-PROCESS-ALL-COLLATERAL.
           MOVE '2000-PROCESS-ALL-COLLATERAL' TO ERR-LOC

           IF CLT-LIEN-RELEASED
              GO TO 2000-READ-NEXT
           END-IF

           ADD 1 TO WS-CLT-COUNT
           ADD CLT-APPRAISED-VALUE TO WS-VALUE-TOTAL
           MOVE 'N'    TO WS-UPDATE-FLAG
           MOVE SPACES TO WS-DETAIL-LINE

           PERFORM 2050-READ-ACCOUNT THRU 2050-EXIT

           IF CLT-LIEN-ACTIVE AND POQ-FILE-OPEN
              PERFORM 2200-CHECK-PAYOFF THRU 2200-EXIT
           END-IF

           IF CLT-LIEN-ACTIVE AND WS-LOAN-BAL > 0
              PERFORM 2300-CHECK-INSURANCE THRU 2300-EXIT
           END-IF

           IF CLT-LIEN-RELEASE-DUE
              MOVE 'RELEASE DUE' TO WS-D-LIEN-FLAG
           END-IF

           IF WS-CLT-UPDATED
              REWRITE WBCLT-RECORD
              MOVE    'ERROR REWRITING WBCLTDB' TO ERR-MSG
              PERFORM 9999-VSAM-ERR-CHK THRU 9999-EXIT
           END-IF

           PERFORM 2400-PRINT-DETAIL THRU 2400-EXIT
           .
       2000-READ-NEXT.
           PERFORM 1200-READ-COLLATERAL THRU 1200-EXIT.

       2000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    A CLOSED LOAN OR ONE NO LONGER ON FILE OWES NOTHING
       2050-READ-ACCOUNT.
           MOVE '2050-READ-ACCOUNT' TO ERR-LOC
           MOVE 'N'                 TO ACCT-FOUND-FLAG
           MOVE ZERO                TO WS-LOAN-BAL

           MOVE CLT-SSN      TO ACCOUNT-SSN
           MOVE CLT-ACCT-NUM TO ACCOUNT-NUMBER
           READ WBACCTDB-FILE
              INVALID KEY
                 GO TO 2050-EXIT
           END-READ

           MOVE    'ERROR READING WBACCTDB' TO ERR-MSG
           PERFORM 9996-ACCT-ERR-CHK THRU 9996-EXIT
           SET ACCT-WAS-FOUND TO TRUE

           IF ACCOUNT-TYPE-LON AND NOT ACCOUNT-CLOSED
              MOVE ACCOUNT-LON-BAL TO WS-LOAN-BAL
           END-IF
           .
       2050-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    ANY SATISFIED QUOTE ON THE LOAN MEANS WGRVADDA TIED A
      *    POSTED PAYOFF OUT AGAINST IT - THE DEBT IS RETIRED
       2200-CHECK-PAYOFF.
           MOVE '2200-CHECK-PAYOFF' TO ERR-LOC
           MOVE 'N'                 TO POQ-SCAN-FLAG POQ-PAID-FLAG

           MOVE CLT-SSN      TO POQ-SSN
           MOVE CLT-ACCT-NUM TO POQ-ACCT-NUM
           MOVE ZERO         TO POQ-SEQ
           START WBPOQDB-FILE KEY IS NOT LESS THAN POQ-KEY
              INVALID KEY MOVE 'Y' TO POQ-SCAN-FLAG
           END-START

           PERFORM 2250-SCAN-ONE-QUOTE THRU 2250-EXIT
              UNTIL POQ-SCAN-DONE

           IF POQ-PAYOFF-DONE
              SET CLT-LIEN-RELEASE-DUE TO TRUE
              MOVE WS-DATE-R TO CLT-LIEN-STATUS-DATE
              SET WS-CLT-UPDATED TO TRUE
              ADD 1 TO WS-RELEASE-COUNT
           END-IF
           .
       2200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2250-SCAN-ONE-QUOTE.
           READ WBPOQDB-FILE NEXT
              AT END MOVE 'Y' TO POQ-SCAN-FLAG
           END-READ
           IF POQ-SCAN-DONE
              GO TO 2250-EXIT
           END-IF

           IF POQ-SSN NOT = CLT-SSN
              OR POQ-ACCT-NUM NOT = CLT-ACCT-NUM
              MOVE 'Y' TO POQ-SCAN-FLAG
              GO TO 2250-EXIT
           END-IF

           IF POQ-STATUS-SATISFIED
              SET POQ-PAYOFF-DONE TO TRUE
              MOVE 'Y' TO POQ-SCAN-FLAG
           END-IF
           .
       2250-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    DEPOSIT COLLATERAL IS NOT INSURED. ANYTHING ELSE NEEDS A
      *    POLICY ON FILE THAT RUNS PAST THE WARNING DATE; ONE
      *    LETTER GOES OUT PER MONTHLY RUN UNTIL PROOF ARRIVES.
       2300-CHECK-INSURANCE.
           MOVE '2300-CHECK-INSURANCE' TO ERR-LOC
           MOVE 'N'                    TO WS-LETTER-FLAG

           IF CLT-TYPE-DEPOSIT
              MOVE 'NOT REQUIRED' TO WS-D-INS-FLAG
              GO TO 2300-EXIT
           END-IF

           EVALUATE TRUE
              WHEN CLT-INS-EXPIRY = SPACES
                 MOVE 'NONE ON FILE' TO WS-D-INS-FLAG
                 ADD 1 TO WS-EXPIRED-COUNT
                 SET WS-SEND-LETTER TO TRUE
              WHEN CLT-INS-EXPIRY < WS-DATE-R
                 MOVE 'EXPIRED'      TO WS-D-INS-FLAG
                 ADD 1 TO WS-EXPIRED-COUNT
                 SET WS-SEND-LETTER TO TRUE
              WHEN CLT-INS-EXPIRY NOT > WS-WARN-DATE
                 MOVE 'EXPIRING'     TO WS-D-INS-FLAG
                 ADD 1 TO WS-EXPIRING-COUNT
                 SET WS-SEND-LETTER TO TRUE
              WHEN OTHER
                 MOVE 'IN FORCE'     TO WS-D-INS-FLAG
           END-EVALUATE

           IF WS-SEND-LETTER
              PERFORM 2350-QUEUE-LETTER THRU 2350-EXIT
           END-IF
           .
       2300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2350-QUEUE-LETTER.
           MOVE '2350-QUEUE-LETTER' TO ERR-LOC

           MOVE CLT-SSN        TO NTF-SSN
           MOVE CLT-ACCT-NUM   TO NTF-ACCT-NUM
           MOVE WS-DATE-R      TO NTF-DATE
           SET  NTF-TYPE-PROOF-OF-INS TO TRUE
           MOVE SPACES         TO NTF-TEXT
           IF CLT-INS-EXPIRY = SPACES
              STRING 'PROVIDE PROOF OF INSURANCE ON '
                                          DELIMITED BY SIZE
                     CLT-DESCRIPTION      DELIMITED BY SIZE
                     INTO NTF-TEXT
           ELSE
              STRING 'INSURANCE EXPIRES '   DELIMITED BY SIZE
                     CLT-INS-EXPIRY         DELIMITED BY SIZE
                     ' - SEND PROOF OF RENEWAL' DELIMITED BY SIZE
                     INTO NTF-TEXT
           END-IF

           WRITE WBNTF-RECORD
           MOVE    'ERROR WRITING NTFQUEUE' TO ERR-MSG
           PERFORM 9993-NTF-ERR-CHK       THRU 9993-EXIT
           ADD 1 TO WS-NOTICE-COUNT

           MOVE WS-DATE-R      TO CLT-INS-LETTER-DATE
           SET WS-CLT-UPDATED  TO TRUE
           .
       2350-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    LOAN-TO-VALUE IS THE BALANCE OWED OVER THE APPRAISED
      *    VALUE; A ZERO APPRAISAL PRINTS NO RATIO
       2400-PRINT-DETAIL.
           MOVE '2400-PRINT-DETAIL' TO ERR-LOC

           MOVE ZERO TO WS-LTV
           IF CLT-APPRAISED-VALUE > 0
              COMPUTE WS-LTV ROUNDED =
                      WS-LOAN-BAL * 100 / CLT-APPRAISED-VALUE
                 ON SIZE ERROR
                    MOVE 9999.99 TO WS-LTV
              END-COMPUTE
              IF WS-LTV > 100
                 ADD 1 TO WS-LTV-OVER-COUNT
              END-IF
           END-IF

           MOVE CLT-SSN             TO WS-SSN-TO-MASK
           PERFORM 8500-MASK-SSN THRU 8500-EXIT
           MOVE WS-MASKED-SSN       TO WS-D-SSN
           MOVE CLT-ACCT-NUM        TO WS-D-ACCT
           MOVE CLT-TYPE-CODE       TO WS-D-TYPE
           MOVE WS-LOAN-BAL         TO WS-D-BAL
           MOVE CLT-APPRAISED-VALUE TO WS-D-VALUE
           MOVE WS-LTV              TO WS-D-LTV
           MOVE CLT-LIEN-POSITION   TO WS-D-LIEN
           MOVE CLT-INS-EXPIRY      TO WS-D-EXPIRY
           MOVE WS-DETAIL-LINE      TO RPT-OP-FIELDS
           PERFORM 2500-WRITE-RECORD THRU 2500-EXIT
           .
       2400-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2500-WRITE-RECORD.
           MOVE '2500-WRITE-RECORD'      TO ERR-LOC

           WRITE   RPT-OP-FIELDS
           MOVE    'ERROR WRITING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           MOVE    SPACES                 TO RPT-OP-FIELDS
           .
       2500-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       3000-HOUSEKEEPING.
           MOVE '3000-HOUSEKEEPING' TO ERR-LOC
           MOVE WS-CLT-COUNT      TO WS-TR-CLT-CNT
           MOVE WS-LTV-OVER-COUNT TO WS-TR-LTV-CNT
           MOVE WS-EXPIRED-COUNT  TO WS-TR-EXP-CNT
           MOVE WS-EXPIRING-COUNT TO WS-TR-SOON-CNT
           MOVE WS-NOTICE-COUNT   TO WS-TR-NTF-CNT
           MOVE WS-RELEASE-COUNT  TO WS-TR-REL-CNT
           MOVE WS-VALUE-TOTAL    TO WS-TR-VAL-AMT
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

           MOVE 'COLLTRPT' TO RLG-PROGRAM
           MOVE WS-DATE-R         TO RLG-DATE
           MOVE WS-RUN-START-TIME TO RLG-START-TIME
           STRING FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2) DELIMITED BY SIZE
                  INTO RLG-END-TIME
           MOVE ZERO TO RLG-IN-COUNT RLG-OUT-COUNT
                        RLG-REJ-COUNT RLG-DOLLAR-TOTAL
           MOVE WS-CLT-COUNT      TO RLG-IN-COUNT
           MOVE WS-NOTICE-COUNT   TO RLG-OUT-COUNT
           MOVE WS-EXPIRED-COUNT  TO RLG-REJ-COUNT
           MOVE WS-VALUE-TOTAL    TO RLG-DOLLAR-TOTAL
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
       9996-ACCT-ERR-CHK.
           MOVE WBACCTDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBACCTDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE ACCT-VSAM-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE ACCT-VSAM-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE ACCT-VSAM-REASON-CODE
                      TO WS-VSAM-REASON-CODE-DIS
                    DISPLAY
                        ' VSAM-CODE ==>'
                        ' RETURN: '  WS-VSAM-RETURN-CODE-DIS
                        ' COMPONENT: '  WS-VSAM-COMPONENT-CODE-DIS
                        ' REASON: '  WS-VSAM-REASON-CODE-DIS
                    MOVE 16 TO RETURN-CODE
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
       9999-VSAM-ERR-CHK.
           MOVE WBCLTDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBCLTDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN WBCLTDB-FILE-STATUS = '10'
                    MOVE 'Y' TO EOF-FLAG

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE CLT-VSAM-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE CLT-VSAM-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE CLT-VSAM-REASON-CODE
                      TO WS-VSAM-REASON-CODE-DIS
                    DISPLAY
                        ' VSAM-CODE ==>'
                        ' RETURN: '  WS-VSAM-RETURN-CODE-DIS
                        ' COMPONENT: '  WS-VSAM-COMPONENT-CODE-DIS
                        ' REASON: '  WS-VSAM-REASON-CODE-DIS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE
           .
       9999-EXIT.
           EXIT.
      *-----------------------------------------------------------------
