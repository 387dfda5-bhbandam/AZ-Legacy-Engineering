      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
        PROGRAM-ID. SDBBILL.
      ****************************************************************
      * Safe deposit box rent run. Every rented box on WBSDBXDB-DD   *
      * whose annual rent has fallen due is billed: the rent, priced *
      * from the WBFEEDB-DD fee schedule by box size and branch      *
      * (codes SDBS/SDBM/SDBL/SDBX) with the rent stored on the box  *
      * as the fallback, is debited from the renter's designated     *
      * checking or savings account on WBACCTDB-DD as a service      *
      * charge item on WBTXNDB-DD (memo SAFE DEPOSIT RENT), so it    *
      * reaches the general ledger as fee income through the 'S'     *
      * GLMAP card in the GLJRNL run. The box's due date then moves  *
      * on a year.                                                   *
      *                                                              *
      * Rent that cannot be collected (account closed or gone, or    *
      * short of funds) is past due: the renter is sent a past-due   *
      * notice on NTFQUEUE-DD, repeated every notice interval, and   *
      * the run retries the debit each time it runs. A box still     *
      * unpaid past the grace period goes on the drilling list       *
      * (DRLLIST-DD), which repeats every open drill-listed box      *
      * until the branch drills it on WGRVSDBX or the rent is paid.  *
      *                                                              *
      * The run is normally scheduled annually but may run as often  *
      * as wanted - each box bills only on its own anniversary, and  *
      * a rerun on the same business date posts nothing twice.       *
      * PARMIN (all optional): run date, grace days (default 60) and *
      * days between past-due notices (default 30).                  *
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
           SELECT WBSDBXDB-FILE
               ASSIGN       TO WBSDBXDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS SDB-KEY
               FILE STATUS  IS WBSDBXDB-FILE-STATUS WBSDBXDB-VSAM-CODE.

           SELECT WBACCTDB-FILE
               ASSIGN       TO WBACCTDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS ACCOUNT-KEY
               FILE STATUS  IS WBACCTDB-FILE-STATUS WBACCTDB-VSAM-CODE.

           SELECT WBTXNDB-FILE
               ASSIGN       TO WBTXNDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS TXN-KEY
               FILE STATUS  IS WBTXNDB-FILE-STATUS WBTXNDB-VSAM-CODE.

           SELECT WBFEEDB-FILE
               ASSIGN       TO WBFEEDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS FEE-KEY
               FILE STATUS  IS WBFEEDB-FILE-STATUS WBFEEDB-VSAM-CODE.

           SELECT WBCUSTDB-FILE
               ASSIGN       TO WBCUSTDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS CUSTOMER-ID
               FILE STATUS  IS WBCUSTDB-FILE-STATUS.

           SELECT NTF-FILE   ASSIGN TO NTFQUEUE
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS NTFQUE-STAT.

           SELECT JRN-OP     ASSIGN TO RCVJRNL
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS RCVJRN-STAT.

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

           SELECT DRL-OP     ASSIGN TO DRLLIST
                             ACCESS MODE IS SEQUENTIAL
                             FILE STATUS IS DRLLST-STAT.

           SELECT PARM-FILE  ASSIGN TO PARMIN
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS PARMIN-STAT.
      *--------------
       DATA DIVISION.
      *--------------
       FILE SECTION.

       FD  WBSDBXDB-FILE.
           COPY WBSDBREC.

       FD  WBACCTDB-FILE.
           COPY WBACCTREC.

       FD  WBTXNDB-FILE.
           COPY WBTXNREC.

       FD  WBFEEDB-FILE.
           COPY WBFEEREC.

       FD  WBCUSTDB-FILE.
           COPY WBCUSTREC.

       FD  NTF-FILE
           RECORD CONTAINS 100.
           COPY WBNTFREC.

       FD  JRN-OP
           RECORD CONTAINS 160.
           COPY WBJRNREC.

       FD  WBBDATE-FILE.
           COPY WBBDTREC.

       FD  WBRUNLOG-FILE.
           COPY WBRLGREC.

       FD  RPT-OP
           RECORD CONTAINS 132
           RECORDING MODE F.
       01  RPT-OP-FIELDS                 PIC X(132).

       FD  DRL-OP
           RECORD CONTAINS 132
           RECORDING MODE F.
       01  DRL-OP-FIELDS                 PIC X(132).

       FD  PARM-FILE
           RECORD CONTAINS 80.
       01  PARM-RECORD.
           05 PARM-RUN-DATE              PIC X(10).
           05 FILLER                     PIC X(01).
      *    DAYS PAST THE RENT DUE DATE BEFORE A BOX IS DRILL-LISTED
           05 PARM-GRACE-DAYS            PIC 9(03).
           05 FILLER                     PIC X(01).
      *    DAYS BETWEEN REPEAT PAST-DUE NOTICES
           05 PARM-NOTICE-DAYS           PIC 9(03).
           05 FILLER                     PIC X(62).

       WORKING-STORAGE SECTION.

       01  WBRUNLOG-FILE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-RUN-START-TIME             PIC X(08) VALUE SPACES.

       01  WBBDATE-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WBCUSTDB-FILE-STATUS          PIC X(02) VALUE SPACES.

       01  WBSDBXDB-FILE-STATUS.
           05  STA-SDB-STAT1             PIC X(01).
           05  STA-SDB-STAT2             PIC X(01).
       01  WBSDBXDB-VSAM-CODE.
           05 SDB-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 SDB-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 SDB-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

       01  WBACCTDB-FILE-STATUS.
           05  STA-ACCT-STAT1            PIC X(01).
           05  STA-ACCT-STAT2            PIC X(01).
       01  WBACCTDB-VSAM-CODE.
           05 ACCT-VSAM-RETURN-CODE      PIC S9(2) USAGE BINARY.
           05 ACCT-VSAM-COMPONENT-CODE   PIC S9(1) USAGE BINARY.
           05 ACCT-VSAM-REASON-CODE      PIC S9(3) USAGE BINARY.

       01  WBTXNDB-FILE-STATUS.
           05  STA-TXN-STAT1             PIC X(01).
           05  STA-TXN-STAT2             PIC X(01).
       01  WBTXNDB-VSAM-CODE.
           05 TXN-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 TXN-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 TXN-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

       01  WBFEEDB-FILE-STATUS.
           05  STA-FEE-STAT1             PIC X(01).
           05  STA-FEE-STAT2             PIC X(01).
       01  WBFEEDB-VSAM-CODE.
           05 FEE-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 FEE-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 FEE-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

       01  WS-VSAM-CODE-DISPLAY.
           05 WS-VSAM-RETURN-CODE-DIS    PIC Z(2)9.
           05 WS-VSAM-COMPONENT-CODE-DIS PIC Z(2)9.
           05 WS-VSAM-REASON-CODE-DIS    PIC Z(3)9.

       01  WS-LABELS.
           05 WS-SPACE.
              10 FILLER        PIC X(1)   VALUE SPACE.

           05 WS-HEADER-TITLE.
              10 FILLER        PIC X(46)  VALUE SPACES.
              10 FILLER        PIC X(34)  VALUE
                                  'SAFE DEPOSIT BOX RENT BILLING RUN'.
              10 FILLER        PIC X(41)  VALUE SPACES.
              10 WS-DATE-R     PIC X(10)  VALUE SPACES.
              10 FILLER        PIC X(01)  VALUE SPACES.

           05 WS-HEADER-LABEL.
              10 FILLER        PIC X(08)  VALUE 'BRANCH'.
              10 FILLER        PIC X(07)  VALUE 'BOX'.
              10 FILLER        PIC X(05)  VALUE 'SIZE'.
              10 FILLER        PIC X(12)  VALUE 'RENTER'.
              10 FILLER        PIC X(11)  VALUE 'SSN'.
              10 FILLER        PIC X(12)  VALUE 'PAY ACCOUNT'.
              10 FILLER        PIC X(12)  VALUE 'RENT DUE'.
              10 FILLER        PIC X(11)  VALUE '       RENT'.
              10 FILLER        PIC X(08)  VALUE '  DAYS'.
              10 FILLER        PIC X(30)  VALUE 'ACTION'.
              10 FILLER        PIC X(16)  VALUE SPACES.

           05 WS-DETAIL-LINE.
              10 WS-D-BRANCH   PIC X(03).
              10 FILLER        PIC X(05)  VALUE SPACES.
              10 WS-D-BOX      PIC X(05).
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-D-SIZE     PIC X(01).
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-D-RENTER   PIC X(10).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-SSN      PIC X(09).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-ACCT     PIC X(10).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-DUE-DATE PIC X(10).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-RENT     PIC ZZ,ZZ9.99.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-DAYS     PIC -ZZZZ9.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-ACTION   PIC X(30).
              10 FILLER        PIC X(16)  VALUE SPACES.

           05 WS-DRL-TITLE.
              10 FILLER        PIC X(46)  VALUE SPACES.
              10 FILLER        PIC X(34)  VALUE
                                  'SAFE DEPOSIT BOX DRILLING LIST'.
              10 FILLER        PIC X(41)  VALUE SPACES.
              10 WS-DRL-DATE   PIC X(10)  VALUE SPACES.
              10 FILLER        PIC X(01)  VALUE SPACES.

           05 WS-DRL-LABEL.
              10 FILLER        PIC X(08)  VALUE 'BRANCH'.
              10 FILLER        PIC X(07)  VALUE 'BOX'.
              10 FILLER        PIC X(05)  VALUE 'SIZE'.
              10 FILLER        PIC X(12)  VALUE 'RENTER'.
              10 FILLER        PIC X(32)  VALUE 'NAME'.
              10 FILLER        PIC X(12)  VALUE 'RENT DUE'.
              10 FILLER        PIC X(08)  VALUE '  DAYS'.
              10 FILLER        PIC X(11)  VALUE '  RENT OWED'.
              10 FILLER        PIC X(12)  VALUE '  LISTED'.
              10 FILLER        PIC X(25)  VALUE SPACES.

           05 WS-DRL-LINE.
              10 WS-L-BRANCH   PIC X(03).
              10 FILLER        PIC X(05)  VALUE SPACES.
              10 WS-L-BOX      PIC X(05).
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-L-SIZE     PIC X(01).
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-L-RENTER   PIC X(10).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-L-NAME     PIC X(30).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-L-DUE-DATE PIC X(10).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-L-DAYS     PIC -ZZZZ9.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-L-RENT     PIC ZZ,ZZ9.99.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-L-LISTED   PIC X(10).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-L-NEW      PIC X(03).
              10 FILLER        PIC X(22)  VALUE SPACES.

           05 WS-DRL-NONE.
              10 FILLER        PIC X(46)  VALUE SPACES.
              10 FILLER        PIC X(40)  VALUE
                                  'NO BOXES ARE DUE FOR DRILLING'.
              10 FILLER        PIC X(46)  VALUE SPACES.

           05 WS-FOOTER.
              10 FILLER        PIC X(58)  VALUE ALL '='.
              10 FILLER        PIC X(15)  VALUE ' END OF REPORT '.
              10 FILLER        PIC X(59)  VALUE ALL '='.

           05 WS-TRAILER-1.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'RENTED BOXES READ         :'.
              10 WS-TR-BOX-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-2.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'RENTS COLLECTED           :'.
              10 WS-TR-PAID-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-3.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'RENT INCOME POSTED        :'.
              10 WS-TR-RENT-AMT PIC ZZZ,ZZZ,ZZ9.99.
              10 FILLER        PIC X(61)  VALUE SPACES.

           05 WS-TRAILER-4.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'BOXES PAST DUE            :'.
              10 WS-TR-PDU-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-5.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'PAST-DUE NOTICES QUEUED   :'.
              10 WS-TR-NTF-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-6.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'BOXES ON THE DRILLING LIST:'.
              10 WS-TR-DRL-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

       01  WS-VARS.
           05 WS-GRACE-DAYS            PIC 9(03)     VALUE 60.
           05 WS-NOTICE-DAYS           PIC 9(03)     VALUE 30.
           05 WS-RUN-DATE-NUM          PIC 9(08)     VALUE ZERO.
           05 WS-WORK-DATE-NUM         PIC 9(08)     VALUE ZERO.
           05 WS-DAYS-PAST-DUE         PIC S9(05)    VALUE ZERO.
           05 WS-DAYS-SINCE-NOTICE     PIC S9(05)    VALUE ZERO.
           05 WS-RENT-AMT              PIC S9(5)V99  VALUE ZERO.
           05 WS-AVAIL-BAL             PIC S9(13)V99 VALUE ZERO.
           05 WS-NEXT-DUE-YEAR         PIC 9(04)     VALUE ZERO.
           05 WS-NTF-AMT               PIC ZZ,ZZ9.99.
           05 WS-TOTAL-BOX-COUNT       PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-PAID-COUNT      PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-PASTDUE-COUNT   PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-NOTICE-COUNT    PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-DRILL-COUNT     PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-RENT            PIC S9(11)V99 VALUE ZERO.

       01  WS-SSN-MASK-VARS.
      *    SSNS PRINT MASKED TO THE LAST FOUR DIGITS - ONLY THE
      *    REGULATOR EXTRACT FILES CARRY THE FULL VALUE
           05 WS-SSN-TO-MASK   PIC X(09)  VALUE SPACES.
           05 WS-MASKED-SSN    PIC X(09)  VALUE SPACES.

       01  WS-DISPLAY-VARS.
           05 ERR-PGM          PIC X(08)  VALUE 'SDBBILL'.
           05 ERR-LOC          PIC X(20)  VALUE SPACES.
           05 ERR-MSG          PIC X(30)  VALUE SPACES.
           05 ERR-CODE         PIC 9(09)  VALUE ZERO.

       01  WS-FLAG-VARS.
           05 RPTOUT-STAT      PIC 9(02)  VALUE ZERO.
           05 DRLLST-STAT      PIC 9(02)  VALUE ZERO.
           05 PARMIN-STAT      PIC 9(02)  VALUE ZERO.
           05 NTFQUE-STAT      PIC 9(02)  VALUE ZERO.
           05 RCVJRN-STAT      PIC 9(02)  VALUE ZERO.
           05 EOF-FLAG         PIC X(01)  VALUE 'N'.
              88 END-OF-FILE              VALUE 'Y'.
           05 CUST-FILE-FLAG   PIC X(01)  VALUE 'N'.
              88 CUST-FILE-IS-OPEN        VALUE 'Y'.
           05 ACCT-OK-FLAG     PIC X(01)  VALUE 'N'.
              88 PAY-ACCT-USABLE          VALUE 'Y'.
           05 NEW-DRILL-FLAG   PIC X(01)  VALUE 'N'.
              88 NEWLY-DRILL-LISTED       VALUE 'Y'.

      *    CENTRAL FEE SCHEDULE (WBFEEDB) - OPTIONAL; WITHOUT IT
      *    EVERY BOX IS BILLED THE RENT STORED ON ITS RECORD
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

       PROCEDURE DIVISION.
      *
      * THIS PROGRAM COLLECTS THE ANNUAL RENT ON EVERY SAFE DEPOSIT
      * BOX THAT HAS FALLEN DUE, CHASES UNPAID RENT WITH NOTICES AND
      * LISTS THE BOXES UNPAID PAST THE GRACE PERIOD FOR DRILLING.
      *
       0000-MAIN.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT

           MOVE SPACES TO EOF-FLAG
           OPEN I-O WBSDBXDB-FILE
           MOVE       'ERROR OPENING WBSDBXDB'   TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK           THRU 9999-EXIT

           OPEN I-O WBACCTDB-FILE
           MOVE       'ERROR OPENING WBACCTDB'   TO ERR-MSG
           PERFORM 9997-ACCT-ERR-CHK           THRU 9997-EXIT

           OPEN I-O WBTXNDB-FILE
           MOVE       'ERROR OPENING WBTXNDB'    TO ERR-MSG
           PERFORM 9996-TXN-ERR-CHK             THRU 9996-EXIT

      *    THE CENTRAL FEE SCHEDULE IS OPTIONAL - WITHOUT IT EVERY
      *    BOX FALLS BACK TO THE RENT STORED ON ITS RECORD
           OPEN INPUT WBFEEDB-FILE
           IF WBFEEDB-FILE-STATUS = '00'
              SET FEE-TABLE-AVAILABLE TO TRUE
           END-IF

      *    THE RENTER'S NAME ONLY DRESSES THE DRILLING LIST - A
      *    REGION WITHOUT THE CUSTOMER FILE LISTS THE ID ALONE
           OPEN INPUT WBCUSTDB-FILE
           IF WBCUSTDB-FILE-STATUS = '00'
              SET CUST-FILE-IS-OPEN TO TRUE
           END-IF

           PERFORM 2000-PROCESS-ALL-BOXES
              THRU 2000-EXIT
             UNTIL END-OF-FILE

           CLOSE WBSDBXDB-FILE
           MOVE      'ERROR CLOSING WBSDBXDB' TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK        THRU 9999-EXIT

           CLOSE WBACCTDB-FILE
           MOVE      'ERROR CLOSING WBACCTDB' TO ERR-MSG
           PERFORM 9997-ACCT-ERR-CHK        THRU 9997-EXIT

           CLOSE WBTXNDB-FILE
           MOVE      'ERROR CLOSING WBTXNDB'  TO ERR-MSG
           PERFORM 9996-TXN-ERR-CHK         THRU 9996-EXIT

           IF FEE-TABLE-AVAILABLE
              CLOSE WBFEEDB-FILE
           END-IF

           IF CUST-FILE-IS-OPEN
              CLOSE WBCUSTDB-FILE
           END-IF

           IF RCVJRN-STAT = 0
              CLOSE JRN-OP
           END-IF

           CLOSE NTF-FILE
           MOVE      'ERROR CLOSING NTFQUEUE' TO ERR-MSG
           PERFORM 9993-NTF-ERR-CHK         THRU 9993-EXIT

      *    A BOX WAITING TO BE DRILLED NEEDS BRANCH ACTION - THE
      *    WARNING RC MAKES SURE OPERATIONS ROUTES THE LIST
           IF WS-TOTAL-DRILL-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 3000-HOUSEKEEPING THRU 3000-EXIT
           STOP RUN.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE '1000-INITIALIZE'        TO ERR-LOC

           PERFORM 1070-READ-PARMS       THRU 1070-EXIT

           MOVE WS-DATE-R(1:4) TO WS-RUN-DATE-NUM(1:4)
           MOVE WS-DATE-R(6:2) TO WS-RUN-DATE-NUM(5:2)
           MOVE WS-DATE-R(9:2) TO WS-RUN-DATE-NUM(7:2)
           MOVE WS-DATE-R      TO WS-DRL-DATE

           OPEN OUTPUT RPT-OP
           MOVE    'ERROR OPENING RPT-OP'   TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK       THRU 9998-EXIT

           OPEN OUTPUT DRL-OP
           MOVE    'ERROR OPENING DRLLIST'  TO ERR-MSG
           PERFORM 9994-DRL-ERR-CHK        THRU 9994-EXIT

      *    THE NOTIFICATION QUEUE IS A SHARED DATASET APPENDED TO BY
      *    EVERY BATCH WRITER - A FIRST-EVER RUN CREATES IT
           OPEN EXTEND NTF-FILE
           IF NTFQUE-STAT = 35
              OPEN OUTPUT NTF-FILE
           END-IF
           MOVE    'ERROR OPENING NTFQUEUE' TO ERR-MSG
           PERFORM 9993-NTF-ERR-CHK        THRU 9993-EXIT

      *    THE FORWARD-RECOVERY JOURNAL IS A SHARED DATASET APPENDED
      *    TO BY EVERY UPDATER - A FIRST-EVER RUN CREATES IT. A
      *    REGION WITHOUT THE DATASET POSTS ON WITHOUT JOURNALING.
           OPEN EXTEND JRN-OP
           IF RCVJRN-STAT = 35
              OPEN OUTPUT JRN-OP
           END-IF

           WRITE RPT-OP-FIELDS          FROM WS-HEADER-TITLE
           WRITE RPT-OP-FIELDS          FROM WS-SPACE
           WRITE RPT-OP-FIELDS          FROM WS-HEADER-LABEL
           WRITE RPT-OP-FIELDS          FROM WS-SPACE
           MOVE    'ERROR WRITING HEADER' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT

           WRITE DRL-OP-FIELDS          FROM WS-DRL-TITLE
           WRITE DRL-OP-FIELDS          FROM WS-SPACE
           WRITE DRL-OP-FIELDS          FROM WS-DRL-LABEL
           WRITE DRL-OP-FIELDS          FROM WS-SPACE
           MOVE    'ERROR WRITING DRLLIST' TO ERR-MSG
           PERFORM 9994-DRL-ERR-CHK     THRU 9994-EXIT
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
              IF PARM-GRACE-DAYS IS NUMERIC
                 MOVE PARM-GRACE-DAYS     TO WS-GRACE-DAYS
              END-IF
              IF PARM-NOTICE-DAYS IS NUMERIC
                 AND PARM-NOTICE-DAYS > 0
                 MOVE PARM-NOTICE-DAYS    TO WS-NOTICE-DAYS
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
       2000-PROCESS-ALL-BOXES.
           MOVE '2000-PROCESS-ALL-BOXES' TO ERR-LOC

           READ WBSDBXDB-FILE NEXT
              AT END SET END-OF-FILE TO TRUE
           END-READ
           MOVE 'ERROR READING WBSDBXDB' TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK    THRU 9999-EXIT

           IF END-OF-FILE
              GO TO 2000-EXIT
           END-IF

      *    AVAILABLE AND DRILLED BOXES OWE NOTHING
           IF NOT SDB-STATUS-RENTED
              AND NOT SDB-STATUS-DRILL-LISTED
              GO TO 2000-EXIT
           END-IF

           ADD 1 TO WS-TOTAL-BOX-COUNT

      *    A BOX NOT YET AT ITS ANNIVERSARY HAS NOTHING TO BILL
           IF SDB-RENT-DUE-DATE > WS-DATE-R
              GO TO 2000-EXIT
           END-IF

           MOVE SDB-RENT-DUE-DATE(1:4) TO WS-WORK-DATE-NUM(1:4)
           MOVE SDB-RENT-DUE-DATE(6:2) TO WS-WORK-DATE-NUM(5:2)
           MOVE SDB-RENT-DUE-DATE(9:2) TO WS-WORK-DATE-NUM(7:2)
           COMPUTE WS-DAYS-PAST-DUE =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) -
              FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM)

           PERFORM 2100-READ-PAY-ACCOUNT THRU 2100-EXIT
           PERFORM 2150-PRICE-RENT       THRU 2150-EXIT

      *    A RENT WAIVED ON THE FEE SCHEDULE (ZERO) IS SETTLED
      *    WHATEVER STATE THE PAYING ACCOUNT IS IN
           IF WS-RENT-AMT = 0
              OR (PAY-ACCT-USABLE
                  AND WS-AVAIL-BAL NOT < WS-RENT-AMT)
              PERFORM 2200-COLLECT-RENT THRU 2200-EXIT
           ELSE
              PERFORM 2300-RENT-PAST-DUE THRU 2300-EXIT
           END-IF

           MOVE WS-DATE-R    TO SDB-MAINT-DATE
           MOVE SPACES       TO SDB-MAINT-OPID
           REWRITE WBSDB-RECORD
           MOVE 'ERROR REWRITING WBSDBXDB' TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK      THRU 9999-EXIT
           .
       2000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE RENT COMES ONLY FROM AN OPEN CHECKING OR SAVINGS
      *    ACCOUNT OF THE RENTER, AND NEVER TAKES IT BELOW ZERO
       2100-READ-PAY-ACCOUNT.
           MOVE '2100-READ-PAY-ACCOUNT' TO ERR-LOC
           MOVE 'N'                     TO ACCT-OK-FLAG
           MOVE ZERO                    TO WS-AVAIL-BAL

           MOVE SDB-RENTER-SSN   TO ACCOUNT-SSN
           MOVE SDB-PAY-ACCT-NUM TO ACCOUNT-NUMBER
           READ WBACCTDB-FILE
              INVALID KEY CONTINUE
           END-READ
           IF WBACCTDB-FILE-STATUS = '23'
              MOVE 'PAY ACCOUNT NOT ON FILE' TO WS-D-ACTION
              GO TO 2100-EXIT
           END-IF
           MOVE 'ERROR READING WBACCTDB' TO ERR-MSG
           PERFORM 9997-ACCT-ERR-CHK    THRU 9997-EXIT

           IF ACCOUNT-CLOSED
              MOVE 'PAY ACCOUNT CLOSED' TO WS-D-ACTION
              GO TO 2100-EXIT
           END-IF

           EVALUATE TRUE
              WHEN ACCOUNT-TYPE-CHK
                 MOVE ACCOUNT-CHK-BAL TO WS-AVAIL-BAL
              WHEN ACCOUNT-TYPE-SAV
                 MOVE ACCOUNT-SAV-BAL TO WS-AVAIL-BAL
              WHEN OTHER
                 MOVE 'PAY ACCOUNT NOT CHK/SAV' TO WS-D-ACTION
                 GO TO 2100-EXIT
           END-EVALUATE

           SET PAY-ACCT-USABLE TO TRUE
           MOVE 'INSUFFICIENT FUNDS' TO WS-D-ACTION
           .
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE RENT FOR THE BOX'S SIZE AT ITS BRANCH FROM THE FEE
      *    SCHEDULE, OR THE RENT STORED ON THE BOX WHEN NO SCHEDULE
      *    ENTRY APPLIES
       2150-PRICE-RENT.
           MOVE '2150-PRICE-RENT' TO ERR-LOC

           EVALUATE TRUE
              WHEN SDB-SIZE-SMALL  MOVE 'SDBS' TO WS-SCHED-FEE-CODE
              WHEN SDB-SIZE-MEDIUM MOVE 'SDBM' TO WS-SCHED-FEE-CODE
              WHEN SDB-SIZE-LARGE  MOVE 'SDBL' TO WS-SCHED-FEE-CODE
              WHEN OTHER           MOVE 'SDBX' TO WS-SCHED-FEE-CODE
           END-EVALUATE
           MOVE SDB-ANNUAL-RENT TO WS-SCHED-FEE
           PERFORM 8800-LOOKUP-FEE THRU 8800-EXIT
           MOVE WS-SCHED-FEE    TO WS-RENT-AMT
           .
       2150-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    DEBIT THE RENT AS A SERVICE CHARGE ITEM - THE 'S' GLMAP
      *    CARD CARRIES IT TO FEE INCOME - AND MOVE THE DUE DATE ON
      *    A YEAR FROM THE ANNIVERSARY, NOT FROM THE DAY COLLECTED
       2200-COLLECT-RENT.
           MOVE '2200-COLLECT-RENT' TO ERR-LOC

           IF WS-RENT-AMT > 0
              MOVE ACCOUNT-SSN          TO TXN-SSN
              MOVE ACCOUNT-NUMBER       TO TXN-ACCT-NUM
              SET  TXN-TYPE-SVCCHG      TO TRUE
              MOVE WS-DATE-R            TO TXN-DATE
              MOVE WS-RENT-AMT          TO TXN-AMOUNT
              MOVE 'SAFE DEPOSIT RENT'  TO TXN-MEMO

              EVALUATE TRUE
                 WHEN ACCOUNT-TYPE-CHK
                    SUBTRACT WS-RENT-AMT FROM ACCOUNT-CHK-BAL
                    ADD 1 TO ACCOUNT-CHK-DETAIL-ITEMS
                    MOVE ACCOUNT-CHK-DETAIL-ITEMS TO TXN-ITEM-NUM
                 WHEN ACCOUNT-TYPE-SAV
                    SUBTRACT WS-RENT-AMT FROM ACCOUNT-SAV-BAL
                    ADD 1 TO ACCOUNT-SAV-DETAIL-ITEMS
                    MOVE ACCOUNT-SAV-DETAIL-ITEMS TO TXN-ITEM-NUM
              END-EVALUATE

      *       BOX RENT ROLLS INTO THE YEAR-TO-DATE FEE ACCUMULATOR
      *       PRINTED ON THE STATEMENTS
              ADD WS-RENT-AMT TO ACCOUNT-YTD-FEES

              REWRITE WBACCT-RECORD
              MOVE    'ERROR REWRITING WBACCTDB' TO ERR-MSG
              PERFORM 9997-ACCT-ERR-CHK        THRU 9997-EXIT
              PERFORM 8700-JOURNAL-ACCT THRU 8700-EXIT

              WRITE WBTXN-RECORD
              MOVE    'ERROR WRITING WBTXNDB' TO ERR-MSG
              PERFORM 9996-TXN-ERR-CHK      THRU 9996-EXIT
              PERFORM 8710-JOURNAL-TXN THRU 8710-EXIT
           END-IF

           MOVE WS-DATE-R   TO SDB-LAST-PAID-DATE
           MOVE WS-RENT-AMT TO SDB-LAST-PAID-AMT
           MOVE SPACES      TO SDB-NOTICE-DATE
           IF SDB-STATUS-DRILL-LISTED
              SET SDB-STATUS-RENTED TO TRUE
              MOVE SPACES TO SDB-DRILL-LIST-DATE
              MOVE 'PAID - OFF THE DRILLING LIST' TO WS-D-ACTION
           ELSE
              MOVE 'RENT COLLECTED'               TO WS-D-ACTION
           END-IF

           PERFORM 2250-WRITE-BOX-LINE THRU 2250-EXIT

      *    THE YEAR AFTER A LEAP YEAR IS NEVER ONE, SO A 29 FEBRUARY
      *    ANNIVERSARY FALLS ON 1 MARCH
           MOVE SDB-RENT-DUE-DATE(1:4) TO WS-NEXT-DUE-YEAR
           ADD 1 TO WS-NEXT-DUE-YEAR
           MOVE WS-NEXT-DUE-YEAR TO SDB-RENT-DUE-DATE(1:4)
           IF SDB-RENT-DUE-DATE(6:5) = '02-29'
              MOVE '03-01' TO SDB-RENT-DUE-DATE(6:5)
           END-IF

           ADD 1           TO WS-TOTAL-PAID-COUNT
           ADD WS-RENT-AMT TO WS-TOTAL-RENT
           .
       2200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2250-WRITE-BOX-LINE.
           MOVE SDB-BRANCH        TO WS-D-BRANCH
           MOVE SDB-BOX-NUM       TO WS-D-BOX
           MOVE SDB-SIZE-CODE     TO WS-D-SIZE
           MOVE SDB-RENTER-CUST-ID TO WS-D-RENTER
           MOVE SDB-RENTER-SSN    TO WS-SSN-TO-MASK
           PERFORM 8500-MASK-SSN THRU 8500-EXIT
           MOVE WS-MASKED-SSN     TO WS-D-SSN
           MOVE SDB-PAY-ACCT-NUM  TO WS-D-ACCT
           MOVE SDB-RENT-DUE-DATE TO WS-D-DUE-DATE
           MOVE WS-RENT-AMT       TO WS-D-RENT
           MOVE WS-DAYS-PAST-DUE  TO WS-D-DAYS

           WRITE RPT-OP-FIELDS FROM WS-DETAIL-LINE
           MOVE    'ERROR WRITING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           .
       2250-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    UNCOLLECTED RENT - A NOTICE EVERY NOTICE INTERVAL, AND THE
      *    DRILLING LIST ONCE THE GRACE PERIOD HAS RUN OUT
       2300-RENT-PAST-DUE.
           MOVE '2300-RENT-PAST-DUE' TO ERR-LOC
           MOVE 'N'                  TO NEW-DRILL-FLAG

           ADD 1 TO WS-TOTAL-PASTDUE-COUNT

           IF SDB-NOTICE-DATE = SPACES
              MOVE WS-NOTICE-DAYS TO WS-DAYS-SINCE-NOTICE
           ELSE
              MOVE SDB-NOTICE-DATE(1:4) TO WS-WORK-DATE-NUM(1:4)
              MOVE SDB-NOTICE-DATE(6:2) TO WS-WORK-DATE-NUM(5:2)
              MOVE SDB-NOTICE-DATE(9:2) TO WS-WORK-DATE-NUM(7:2)
              COMPUTE WS-DAYS-SINCE-NOTICE =
                 FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) -
                 FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-NUM)
           END-IF

           IF WS-DAYS-PAST-DUE > WS-GRACE-DAYS
              AND SDB-STATUS-RENTED
              SET SDB-STATUS-DRILL-LISTED TO TRUE
              MOVE WS-DATE-R TO SDB-DRILL-LIST-DATE
              SET NEWLY-DRILL-LISTED TO TRUE
              MOVE 'PAST GRACE - DRILL LISTED' TO WS-D-ACTION
      *       THE DRILLING WARNING GOES AT ONCE, WHATEVER THE
      *       INTERVAL SINCE THE LAST PAST-DUE NOTICE
              MOVE WS-NOTICE-DAYS TO WS-DAYS-SINCE-NOTICE
           END-IF

           IF WS-DAYS-SINCE-NOTICE NOT < WS-NOTICE-DAYS
              PERFORM 2350-QUEUE-NOTICE THRU 2350-EXIT
           END-IF

           PERFORM 2250-WRITE-BOX-LINE THRU 2250-EXIT

           IF SDB-STATUS-DRILL-LISTED
              PERFORM 2400-WRITE-DRILL-LINE THRU 2400-EXIT
           END-IF
           .
       2300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2350-QUEUE-NOTICE.
           MOVE '2350-QUEUE-NOTICE' TO ERR-LOC

           MOVE SDB-RENTER-SSN    TO NTF-SSN
           MOVE SDB-PAY-ACCT-NUM  TO NTF-ACCT-NUM
           MOVE WS-DATE-R         TO NTF-DATE
           SET  NTF-TYPE-SDB-RENT TO TRUE
           MOVE SPACES            TO NTF-TEXT
           MOVE WS-RENT-AMT       TO WS-NTF-AMT
           IF SDB-STATUS-DRILL-LISTED
              STRING 'BOX ' SDB-BRANCH '-' SDB-BOX-NUM
                     ' RENT ' WS-NTF-AMT
                     ' UNPAID - BOX WILL BE DRILLED'
                     DELIMITED BY SIZE INTO NTF-TEXT
           ELSE
              STRING 'BOX ' SDB-BRANCH '-' SDB-BOX-NUM
                     ' RENT ' WS-NTF-AMT
                     ' PAST DUE SINCE ' SDB-RENT-DUE-DATE
                     DELIMITED BY SIZE INTO NTF-TEXT
           END-IF
           WRITE WBNTF-RECORD
           MOVE    'ERROR WRITING NTFQUEUE' TO ERR-MSG
           PERFORM 9993-NTF-ERR-CHK       THRU 9993-EXIT

           MOVE WS-DATE-R TO SDB-NOTICE-DATE
           ADD 1 TO WS-TOTAL-NOTICE-COUNT
           .
       2350-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    EVERY DRILL-LISTED BOX IS LISTED ON EVERY RUN UNTIL IT IS
      *    DRILLED OR PAID; THE ONES LISTED TODAY ARE MARKED NEW
       2400-WRITE-DRILL-LINE.
           MOVE '2400-WRITE-DRILL-LINE' TO ERR-LOC

           MOVE SDB-BRANCH          TO WS-L-BRANCH
           MOVE SDB-BOX-NUM         TO WS-L-BOX
           MOVE SDB-SIZE-CODE       TO WS-L-SIZE
           MOVE SDB-RENTER-CUST-ID  TO WS-L-RENTER
           MOVE SPACES              TO WS-L-NAME
           IF CUST-FILE-IS-OPEN
              MOVE SDB-RENTER-CUST-ID TO CUSTOMER-ID
              READ WBCUSTDB-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE CUSTOMER-NAME TO WS-L-NAME
              END-READ
           END-IF
           MOVE SDB-RENT-DUE-DATE   TO WS-L-DUE-DATE
           MOVE WS-DAYS-PAST-DUE    TO WS-L-DAYS
           MOVE WS-RENT-AMT         TO WS-L-RENT
           MOVE SDB-DRILL-LIST-DATE TO WS-L-LISTED
           IF NEWLY-DRILL-LISTED
              MOVE 'NEW' TO WS-L-NEW
           ELSE
              MOVE SPACES TO WS-L-NEW
           END-IF

           WRITE DRL-OP-FIELDS FROM WS-DRL-LINE
           MOVE    'ERROR WRITING DRLLIST' TO ERR-MSG
           PERFORM 9994-DRL-ERR-CHK     THRU 9994-EXIT

           ADD 1 TO WS-TOTAL-DRILL-COUNT
           .
       2400-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       3000-HOUSEKEEPING.
           MOVE '3000-HOUSEKEEPING' TO ERR-LOC
           MOVE WS-TOTAL-BOX-COUNT      TO WS-TR-BOX-CNT
           MOVE WS-TOTAL-PAID-COUNT     TO WS-TR-PAID-CNT
           MOVE WS-TOTAL-RENT           TO WS-TR-RENT-AMT
           MOVE WS-TOTAL-PASTDUE-COUNT  TO WS-TR-PDU-CNT
           MOVE WS-TOTAL-NOTICE-COUNT   TO WS-TR-NTF-CNT
           MOVE WS-TOTAL-DRILL-COUNT    TO WS-TR-DRL-CNT
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-1
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-2
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-3
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-4
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-5
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-6
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-FOOTER

           CLOSE  RPT-OP
           MOVE   'ERROR CLOSING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK   THRU 9998-EXIT

           IF WS-TOTAL-DRILL-COUNT = 0
              WRITE DRL-OP-FIELDS   FROM WS-DRL-NONE
           END-IF
           WRITE DRL-OP-FIELDS      FROM WS-SPACE
           WRITE DRL-OP-FIELDS      FROM WS-FOOTER

           CLOSE  DRL-OP
           MOVE   'ERROR CLOSING DRLLIST' TO ERR-MSG
           PERFORM 9994-DRL-ERR-CHK    THRU 9994-EXIT

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

           MOVE 'SDBBILL'  TO RLG-PROGRAM
           MOVE WS-DATE-R         TO RLG-DATE
           MOVE WS-RUN-START-TIME TO RLG-START-TIME
           STRING FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2) DELIMITED BY SIZE
                  INTO RLG-END-TIME
           MOVE ZERO TO RLG-IN-COUNT RLG-OUT-COUNT
                        RLG-REJ-COUNT RLG-DOLLAR-TOTAL
           MOVE WS-TOTAL-BOX-COUNT      TO RLG-IN-COUNT
           MOVE WS-TOTAL-PAID-COUNT     TO RLG-OUT-COUNT
           MOVE WS-TOTAL-PASTDUE-COUNT  TO RLG-REJ-COUNT
           MOVE WS-TOTAL-RENT           TO RLG-DOLLAR-TOTAL
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
      *    AFTER-IMAGE JOURNALING FOR FORWARD RECOVERY - ROLLFWD
      *    REPLAYS THESE IMAGES ON TOP OF A BKUPREST RELOAD. THE
      *    JOURNAL IS BEST-EFFORT: A REGION WITHOUT THE DATASET
      *    POSTS ON WITHOUT IT.
       8700-JOURNAL-ACCT.
           IF RCVJRN-STAT NOT = 0
              GO TO 8700-EXIT
           END-IF
           MOVE SPACES        TO WBJRN-RECORD
           MOVE WS-DATE-R     TO JRN-DATE
           STRING FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2) DELIMITED BY SIZE
                  INTO JRN-TIME
           MOVE 'WBACCTDB'    TO JRN-FILE-ID
           SET  JRN-ACTION-REPLACE TO TRUE
           MOVE ERR-PGM       TO JRN-SOURCE-PGM
           MOVE WBACCT-RECORD TO JRN-IMAGE
           WRITE WBJRN-RECORD
           .
       8700-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       8710-JOURNAL-TXN.
           IF RCVJRN-STAT NOT = 0
              GO TO 8710-EXIT
           END-IF
           MOVE SPACES        TO WBJRN-RECORD
           MOVE WS-DATE-R     TO JRN-DATE
           STRING FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2) DELIMITED BY SIZE
                  INTO JRN-TIME
           MOVE 'WBTXNDB'     TO JRN-FILE-ID
           SET  JRN-ACTION-ADD TO TRUE
           MOVE ERR-PGM       TO JRN-SOURCE-PGM
           MOVE WBTXN-RECORD  TO JRN-IMAGE
           WRITE WBJRN-RECORD
           .
       8710-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    PRICE A FEE FROM THE CENTRAL FEE SCHEDULE FOR THE BOX IN
      *    THE RECORD AREA. THE CALLER MOVES THE FEE CODE TO
      *    WS-SCHED-FEE-CODE AND THE FALLBACK AMOUNT TO WS-SCHED-FEE.
      *    THE BOX'S BRANCH DECIDES THE BRANCH ENTRY AND THE PAYING
      *    ACCOUNT'S CLASS THE CLASS ENTRY (CONSUMER WHEN THE ACCOUNT
      *    CANNOT BE READ). OF THE CODE'S ENTRIES ALREADY EFFECTIVE,
      *    ONE FOR THE BRANCH AND CLASS BEATS ONE FOR THE BRANCH,
      *    WHICH BEATS ONE FOR THE CLASS, WHICH BEATS THE ALL-
      *    ACCOUNTS ENTRY; AMONG EQUALS THE LATEST EFFECTIVE DATE
      *    WINS. THE FALLBACK STANDS WHEN THE SCHEDULE IS ABSENT OR
      *    HAS NO APPLICABLE ENTRY
       8800-LOOKUP-FEE.
           MOVE ZERO TO WS-SCHED-BEST-RANK
           MOVE 'N'  TO FEE-SCAN-FLAG

           IF NOT FEE-TABLE-AVAILABLE
              GO TO 8800-EXIT
           END-IF

           IF PAY-ACCT-USABLE AND ACCOUNT-CLASS-BUSINESS
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
                  AND FEE-BRANCH NOT = SDB-BRANCH)
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
       9994-DRL-ERR-CHK.
           EVALUATE TRUE
               WHEN DRLLST-STAT = 0
                    CONTINUE

               WHEN OTHER
                    DISPLAY 'FILE ERROR'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' DRLLST-STAT
                    STOP RUN
           END-EVALUATE
           .
       9994-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9996-TXN-ERR-CHK.
           MOVE WBTXNDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBTXNDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE TXN-VSAM-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE TXN-VSAM-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE TXN-VSAM-REASON-CODE
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
       9997-ACCT-ERR-CHK.
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
       9999-VSAM-ERR-CHK.
           MOVE WBSDBXDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBSDBXDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN WBSDBXDB-FILE-STATUS = '10'
                    MOVE 'Y' TO EOF-FLAG

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE SDB-VSAM-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE SDB-VSAM-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE SDB-VSAM-REASON-CODE
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
