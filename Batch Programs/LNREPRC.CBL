      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
        PROGRAM-ID. LNREPRC.
      ****************************************************************
      * Nightly variable-rate loan repricing. Every loan carrying    *
      * terms on WBVRLDB-DD whose next change date has arrived is    *
      * repriced to its index rate (the latest WBIDXDB-DD entry      *
      * posted on the WGRVINDX screen and effective by the run date) *
      * plus its margin, held to the per-change cap, the lifetime    *
      * cap and the floor. A changed rate recasts the monthly        *
      * payment over the loan's remaining term and queues an 'RC'    *
      * notice on NTFQUEUE-DD; the change date then advances by the  *
      * loan's change frequency. The repricing register lists every  *
      * loan that came due, old and new rate and payment.            *
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
           SELECT WBVRLDB-FILE
               ASSIGN       TO WBVRLDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS VRL-KEY
               FILE STATUS  IS WBVRLDB-FILE-STATUS WBVRLDB-VSAM-CODE.

           SELECT WBIDXDB-FILE
               ASSIGN       TO WBIDXDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS IDX-KEY
               FILE STATUS  IS WBIDXDB-FILE-STATUS WBIDXDB-VSAM-CODE.

           SELECT WBACCTDB-FILE
               ASSIGN       TO WBACCTDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS ACCOUNT-KEY
               FILE STATUS  IS WBACCTDB-FILE-STATUS WBACCTDB-VSAM-CODE.

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

       FD  WBVRLDB-FILE.
           COPY WBVRLREC.

       FD  WBIDXDB-FILE.
           COPY WBIDXREC.

       FD  WBACCTDB-FILE.
           COPY WBACCTREC.

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
           05 FILLER                     PIC X(70).

       WORKING-STORAGE SECTION.

       01  WBRUNLOG-FILE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-RUN-START-TIME             PIC X(08) VALUE SPACES.

       01  WBBDATE-FILE-STATUS           PIC X(02) VALUE SPACES.

       01  WBVRLDB-FILE-STATUS.
           05  STA-VRL-STAT1             PIC X(01).
           05  STA-VRL-STAT2             PIC X(01).
       01  WBVRLDB-VSAM-CODE.
           05 VRL-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 VRL-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 VRL-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

       01  WBIDXDB-FILE-STATUS.
           05  STA-IDX-STAT1             PIC X(01).
           05  STA-IDX-STAT2             PIC X(01).
       01  WBIDXDB-VSAM-CODE.
           05 IDX-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 IDX-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 IDX-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

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
                               'VARIABLE-RATE LOAN REPRICING REGISTER'.
              10 FILLER        PIC X(40)  VALUE SPACES.
              10 WS-DATE-R     PIC X(10)  VALUE SPACES.
              10 FILLER        PIC X(01)  VALUE SPACES.

           05 WS-HEADER-LABEL.
              10 FILLER        PIC X(11)  VALUE 'SSN'.
              10 FILLER        PIC X(12)  VALUE 'ACCOUNT'.
              10 FILLER        PIC X(06)  VALUE 'INDEX'.
              10 FILLER        PIC X(09)  VALUE 'IDX RATE'.
              10 FILLER        PIC X(10)  VALUE 'MARGIN'.
              10 FILLER        PIC X(09)  VALUE 'OLD RATE'.
              10 FILLER        PIC X(09)  VALUE 'NEW RATE'.
              10 FILLER        PIC X(13)  VALUE 'OLD PAYMENT'.
              10 FILLER        PIC X(13)  VALUE 'NEW PAYMENT'.
              10 FILLER        PIC X(13)  VALUE 'NEXT CHANGE'.
              10 FILLER        PIC X(20)  VALUE 'NOTE'.
              10 FILLER        PIC X(07)  VALUE SPACES.

           05 WS-DETAIL-LINE.
              10 WS-D-SSN      PIC X(11).
              10 WS-D-ACCT     PIC X(12).
              10 WS-D-INDEX    PIC X(06).
              10 WS-D-IDX-RATE PIC ZZ9.99.
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-D-MARGIN   PIC ZZ9.99-.
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-D-OLD-RATE PIC ZZ9.99.
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-D-NEW-RATE PIC ZZ9.99.
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-D-OLD-PMT  PIC ZZZ,ZZ9.99.
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-D-NEW-PMT  PIC ZZZ,ZZ9.99.
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-D-NEXT-CHG PIC X(10).
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-D-NOTE     PIC X(20).
              10 FILLER        PIC X(07)  VALUE SPACES.

           05 WS-FOOTER.
              10 FILLER        PIC X(58)  VALUE ALL '='.
              10 FILLER        PIC X(15)  VALUE ' END OF REPORT '.
              10 FILLER        PIC X(59)  VALUE ALL '='.

           05 WS-TRAILER-1.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'LOANS DUE FOR REPRICING   :'.
              10 WS-TR-DUE-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-2.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'LOANS REPRICED            :'.
              10 WS-TR-REP-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-3.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'NOTICES QUEUED            :'.
              10 WS-TR-NTF-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-4.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'SKIPPED - NO INDEX RATE   :'.
              10 WS-TR-NIX-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-5.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'MONTHLY PAYMENT CHANGE    :'.
              10 WS-TR-PMT-AMT PIC Z(10)9.99-.
              10 FILLER        PIC X(61)  VALUE SPACES.

      *****************************************************************
      *  THE INDEX TABLE LOADED ONCE, IN KEY ORDER (CODE, EFFECTIVE   *
      *  DATE) - THE RATE IN FORCE FOR A CODE IS ITS LAST ENTRY       *
      *  EFFECTIVE ON OR BEFORE THE RUN DATE                          *
      *****************************************************************
       01  WS-INDEX-TABLE.
           05 WS-IDX-COUNT             PIC 9(04)  COMP   VALUE ZERO.
           05 WS-IDX-ENTRY OCCURS 500 TIMES.
              10 WS-IDX-CODE           PIC X(04).
              10 WS-IDX-EFF            PIC X(10).
              10 WS-IDX-RATE           PIC S9(3)V99 COMP-3.

       01  WS-VARS.
           05 WS-DUE-COUNT             PIC 9(07)       VALUE ZERO.
           05 WS-REPRICED-COUNT        PIC 9(07)       VALUE ZERO.
           05 WS-NOTICE-COUNT          PIC 9(07)       VALUE ZERO.
           05 WS-NO-INDEX-COUNT        PIC 9(07)       VALUE ZERO.
           05 WS-PMT-DELTA-TOTAL       PIC S9(13)V99   VALUE ZERO.
           05 WS-INDEX-RATE            PIC S9(3)V99    VALUE ZERO.
           05 WS-OLD-RATE              PIC S9(3)V99    VALUE ZERO.
           05 WS-NEW-RATE              PIC S9(3)V99    VALUE ZERO.
           05 WS-OLD-PAYMENT           PIC S9(7)V99    VALUE ZERO.
           05 WS-NEW-PAYMENT           PIC S9(7)V99    VALUE ZERO.
           05 WS-RATE-LIMIT            PIC S9(3)V99    VALUE ZERO.
           05 WS-SUB                   PIC S9(04) COMP VALUE ZERO.
           05 WS-HIT-SUB               PIC S9(04) COMP VALUE ZERO.

      *    AMORTIZATION WORK AREAS - THE SAME LEVEL-PAYMENT FORMULA
      *    THE WGRVLMOD SCREEN USES, OVER THE TERM LEFT AT THE OLD
      *    RATE AND PAYMENT
       01  WS-AMORT-VARS.
           05 WS-MAX-TERM-MONTHS       PIC S9(5)  COMP-3 VALUE 480.
           05 WS-MONTHLY-RATE          PIC S9(1)V9(9) COMP-3 VALUE 0.
           05 WS-GROWTH-FACTOR         PIC S9(9)V9(9) COMP-3 VALUE 0.
           05 WS-SIM-BAL               PIC S9(13)V99  COMP-3 VALUE 0.
           05 WS-SIM-INT               PIC S9(13)V99  COMP-3 VALUE 0.
           05 WS-REMAIN-TERM           PIC S9(5)      COMP-3 VALUE 0.
           05 WS-PMT-SIZE-FLAG         PIC X(01)  VALUE 'N'.
              88 WS-PMT-TOO-LARGE                 VALUE 'Y'.

       01  WS-DATE-VARS.
           05 WS-CHG-DATE-NUM          PIC 9(08)     VALUE ZERO.
           05 WS-CHG-DATE-R REDEFINES WS-CHG-DATE-NUM.
              10 WS-CHG-YYYY           PIC 9(04).
              10 WS-CHG-MM             PIC 9(02).
              10 WS-CHG-DD             PIC 9(02).
           05 WS-CHG-MONTHS            PIC 9(05)     VALUE ZERO.
           05 WS-NEXT-CHG-DATE         PIC X(10)     VALUE SPACES.

       01  WS-NTF-VARS.
           05 WS-NTF-RATE              PIC ZZ9.99.
           05 WS-NTF-PMT               PIC ZZZ,ZZ9.99.

       01  WS-SSN-MASK-VARS.
      *    SSNS PRINT MASKED TO THE LAST FOUR DIGITS - ONLY THE
      *    REGULATOR EXTRACT FILES CARRY THE FULL VALUE
           05 WS-SSN-TO-MASK   PIC X(09)  VALUE SPACES.
           05 WS-MASKED-SSN    PIC X(09)  VALUE SPACES.

       01  WS-DISPLAY-VARS.
           05 ERR-PGM          PIC X(08)  VALUE 'LNREPRC'.
           05 ERR-LOC          PIC X(20)  VALUE SPACES.
           05 ERR-MSG          PIC X(30)  VALUE SPACES.
           05 ERR-CODE         PIC 9(09)  VALUE ZERO.

       01  WS-FLAG-VARS.
           05 RPTOUT-STAT      PIC 9(02)  VALUE ZERO.
           05 PARMIN-STAT      PIC 9(02)  VALUE ZERO.
           05 NTFQUE-STAT      PIC 9(02)  VALUE ZERO.
           05 EOF-FLAG         PIC X(01)  VALUE 'N'.
              88 END-OF-FILE              VALUE 'Y'.
           05 IDX-EOF-FLAG     PIC X(01)  VALUE 'N'.
              88 INDEX-END-OF-FILE        VALUE 'Y'.
           05 ACCT-FOUND-FLAG  PIC X(01)  VALUE 'N'.
              88 ACCT-WAS-FOUND           VALUE 'Y'.

       01  WS-PARM-VARS.
           05 PARM-FOUND-FLAG     PIC X(01) VALUE 'N'.
              88 PARM-WAS-FOUND             VALUE 'Y'.

       PROCEDURE DIVISION.
      *
      * THIS PROGRAM REPRICES THE VARIABLE-RATE LOANS WHOSE CHANGE
      * DATE HAS ARRIVED, RECASTS THEIR PAYMENTS, QUEUES THE RATE
      * CHANGE NOTICES AND PRINTS THE REPRICING REGISTER.
      *
       0000-MAIN.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT
           PERFORM 1400-LOAD-INDEX-TABLE THRU 1400-EXIT

           MOVE SPACES TO EOF-FLAG
           OPEN I-O WBVRLDB-FILE
           IF WBVRLDB-FILE-STATUS = '35'
              DISPLAY 'LNREPRC - NO VARIABLE-RATE LOANS ON FILE'
           ELSE
              MOVE       'ERROR OPENING WBVRLDB'    TO ERR-MSG
              PERFORM 9999-VSAM-ERR-CHK           THRU 9999-EXIT

              OPEN I-O WBACCTDB-FILE
              MOVE       'ERROR OPENING WBACCTDB'   TO ERR-MSG
              PERFORM 9996-ACCT-ERR-CHK           THRU 9996-EXIT

              PERFORM 1200-READ-VARIABLE-RATE THRU 1200-EXIT
              PERFORM 2000-PROCESS-ALL-LOANS
                 THRU 2000-EXIT
                UNTIL END-OF-FILE

              CLOSE WBACCTDB-FILE
              MOVE      'ERROR CLOSING WBACCTDB' TO ERR-MSG
              PERFORM 9996-ACCT-ERR-CHK        THRU 9996-EXIT

              CLOSE WBVRLDB-FILE
              MOVE      'ERROR CLOSING WBVRLDB'  TO ERR-MSG
              PERFORM 9999-VSAM-ERR-CHK        THRU 9999-EXIT
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
      *    ONLY ENTRIES ALREADY IN EFFECT ARE LOADED - A RATE POSTED
      *    AHEAD OF ITS EFFECTIVE DATE WAITS FOR THAT DATE'S RUN
       1400-LOAD-INDEX-TABLE.
           MOVE '1400-LOAD-INDEX-TABLE' TO ERR-LOC
           MOVE 'N'                     TO IDX-EOF-FLAG

           OPEN INPUT WBIDXDB-FILE
           IF WBIDXDB-FILE-STATUS NOT = '00'
              SET INDEX-END-OF-FILE TO TRUE
              GO TO 1400-EXIT
           END-IF

           PERFORM 1410-LOAD-ONE-INDEX THRU 1410-EXIT
              UNTIL INDEX-END-OF-FILE

           CLOSE WBIDXDB-FILE
           .
       1400-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       1410-LOAD-ONE-INDEX.
           MOVE '1410-LOAD-ONE-INDEX' TO ERR-LOC

           READ WBIDXDB-FILE NEXT
              AT END SET INDEX-END-OF-FILE TO TRUE
           END-READ
           IF INDEX-END-OF-FILE
              GO TO 1410-EXIT
           END-IF

           IF IDX-EFFECTIVE-DATE > WS-DATE-R
              GO TO 1410-EXIT
           END-IF

           IF WS-IDX-COUNT < 500
              ADD 1 TO WS-IDX-COUNT
              MOVE IDX-CODE           TO WS-IDX-CODE (WS-IDX-COUNT)
              MOVE IDX-EFFECTIVE-DATE TO WS-IDX-EFF (WS-IDX-COUNT)
              MOVE IDX-RATE           TO WS-IDX-RATE (WS-IDX-COUNT)
           ELSE
              DISPLAY 'LNREPRC - INDEX TABLE FULL'
           END-IF
           .
       1410-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       1200-READ-VARIABLE-RATE.
           MOVE '1200-READ-VARIABLE-RATE' TO ERR-LOC

           READ WBVRLDB-FILE NEXT
           END-READ

           MOVE    'ERROR READING WBVRLDB' TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK THRU 9999-EXIT
           .
       1200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    A LOAN COMES DUE WHEN ITS CHANGE DATE IS ON OR BEFORE THE
      *    RUN DATE - A LOAN MISSED BY A SKIPPED RUN CATCHES UP ON THE
      *    NEXT ONE. A CLOSED OR PAID-OFF LOAN IS LEFT ALONE.
       2000-PROCESS-ALL-LOANS.
           MOVE '2000-PROCESS-ALL-LOANS' TO ERR-LOC

           IF VRL-NEXT-CHANGE-DATE = SPACES
              OR VRL-NEXT-CHANGE-DATE > WS-DATE-R
              GO TO 2000-READ-NEXT
           END-IF

           PERFORM 2050-READ-ACCOUNT THRU 2050-EXIT
           IF NOT ACCT-WAS-FOUND
              GO TO 2000-READ-NEXT
           END-IF
           IF ACCOUNT-CLOSED OR NOT ACCOUNT-TYPE-LON
              OR ACCOUNT-LON-BAL NOT > 0
              GO TO 2000-READ-NEXT
           END-IF

           ADD 1 TO WS-DUE-COUNT
           PERFORM 2100-REPRICE-LOAN THRU 2100-EXIT
           .
       2000-READ-NEXT.
           PERFORM 1200-READ-VARIABLE-RATE THRU 1200-EXIT.

       2000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2050-READ-ACCOUNT.
           MOVE '2050-READ-ACCOUNT' TO ERR-LOC
           MOVE 'N'                 TO ACCT-FOUND-FLAG

           MOVE VRL-SSN      TO ACCOUNT-SSN
           MOVE VRL-ACCT-NUM TO ACCOUNT-NUMBER
           READ WBACCTDB-FILE
              INVALID KEY
                 DISPLAY 'LNREPRC - NO ACCOUNT FOR TERMS '
                         VRL-ACCT-NUM
                 GO TO 2050-EXIT
           END-READ

           MOVE    'ERROR READING WBACCTDB' TO ERR-MSG
           PERFORM 9996-ACCT-ERR-CHK THRU 9996-EXIT
           SET ACCT-WAS-FOUND TO TRUE
           .
       2050-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    NEW RATE = INDEX + MARGIN, MOVED NO FURTHER THAN THE
      *    PER-CHANGE CAP FROM THE CURRENT RATE, THEN HELD UNDER THE
      *    LIFETIME CAP AND OVER THE FLOOR (A ZERO CAP IS NO CAP). A
      *    CODE WITH NO RATE IN EFFECT LEAVES THE LOAN AND ITS CHANGE
      *    DATE ALONE SO IT REPRICES ONCE THE INDEX IS POSTED.
       2100-REPRICE-LOAN.
           MOVE '2100-REPRICE-LOAN' TO ERR-LOC

           MOVE ACCOUNT-LON-INT-RATE    TO WS-OLD-RATE WS-NEW-RATE
           MOVE ACCOUNT-LON-PAYMENT-AMT TO WS-OLD-PAYMENT
                                           WS-NEW-PAYMENT
           MOVE VRL-NEXT-CHANGE-DATE    TO WS-NEXT-CHG-DATE
           MOVE SPACES                  TO WS-DETAIL-LINE
           MOVE ZERO                    TO WS-HIT-SUB WS-INDEX-RATE

           PERFORM VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > WS-IDX-COUNT
              IF WS-IDX-CODE (WS-SUB) = VRL-INDEX-CODE
                 MOVE WS-SUB TO WS-HIT-SUB
              END-IF
           END-PERFORM

           IF WS-HIT-SUB = ZERO
              ADD 1 TO WS-NO-INDEX-COUNT
              MOVE 'NO INDEX RATE'    TO WS-D-NOTE
              PERFORM 2400-PRINT-DETAIL THRU 2400-EXIT
              GO TO 2100-EXIT
           END-IF

           MOVE WS-IDX-RATE (WS-HIT-SUB) TO WS-INDEX-RATE
           COMPUTE WS-NEW-RATE = WS-INDEX-RATE + VRL-MARGIN

           IF VRL-CHANGE-CAP > 0
              COMPUTE WS-RATE-LIMIT = WS-OLD-RATE + VRL-CHANGE-CAP
              IF WS-NEW-RATE > WS-RATE-LIMIT
                 MOVE WS-RATE-LIMIT TO WS-NEW-RATE
              END-IF
              COMPUTE WS-RATE-LIMIT = WS-OLD-RATE - VRL-CHANGE-CAP
              IF WS-NEW-RATE < WS-RATE-LIMIT
                 MOVE WS-RATE-LIMIT TO WS-NEW-RATE
              END-IF
           END-IF

           IF VRL-CAP-RATE > 0 AND WS-NEW-RATE > VRL-CAP-RATE
              MOVE VRL-CAP-RATE   TO WS-NEW-RATE
           END-IF
           IF WS-NEW-RATE < VRL-FLOOR-RATE
              MOVE VRL-FLOOR-RATE TO WS-NEW-RATE
           END-IF
           IF WS-NEW-RATE < 0
              MOVE ZERO           TO WS-NEW-RATE
           END-IF

           IF WS-NEW-RATE = WS-OLD-RATE
              MOVE 'RATE UNCHANGED'   TO WS-D-NOTE
           ELSE
              PERFORM 2200-RECAST-PAYMENT THRU 2200-EXIT
              IF WS-PMT-TOO-LARGE
                 MOVE WS-OLD-RATE       TO WS-NEW-RATE
                 MOVE WS-OLD-PAYMENT    TO WS-NEW-PAYMENT
                 MOVE 'PAYMENT OVERFLOW' TO WS-D-NOTE
                 PERFORM 2400-PRINT-DETAIL THRU 2400-EXIT
                 GO TO 2100-EXIT
              END-IF

              MOVE WS-NEW-RATE    TO ACCOUNT-LON-INT-RATE
              MOVE WS-NEW-PAYMENT TO ACCOUNT-LON-PAYMENT-AMT
              REWRITE WBACCT-RECORD
              MOVE    'ERROR REWRITING WBACCTDB' TO ERR-MSG
              PERFORM 9996-ACCT-ERR-CHK THRU 9996-EXIT

              ADD 1 TO WS-REPRICED-COUNT
              COMPUTE WS-PMT-DELTA-TOTAL = WS-PMT-DELTA-TOTAL
                                         + WS-NEW-PAYMENT
                                         - WS-OLD-PAYMENT
              MOVE 'REPRICED'         TO WS-D-NOTE
              PERFORM 2300-QUEUE-NOTICE THRU 2300-EXIT
           END-IF

           PERFORM 2150-ADVANCE-CHANGE-DATE THRU 2150-EXIT
           MOVE WS-NEXT-CHG-DATE TO VRL-NEXT-CHANGE-DATE
           MOVE WS-DATE-R        TO VRL-LAST-CHANGE-DATE
           MOVE WS-INDEX-RATE    TO VRL-LAST-INDEX-RATE
           REWRITE WBVRL-RECORD
           MOVE    'ERROR REWRITING WBVRLDB' TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK THRU 9999-EXIT

           PERFORM 2400-PRINT-DETAIL THRU 2400-EXIT
           .
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE CHANGE DATE STEPS FORWARD A FREQUENCY AT A TIME UNTIL
      *    IT PASSES THE RUN DATE, KEEPING ITS DAY OF THE MONTH - A
      *    DAY THE TARGET MONTH LACKS FALLS BACK TO ITS LAST DAY
       2150-ADVANCE-CHANGE-DATE.
           MOVE '2150-ADVANCE-CHANGE-DATE' TO ERR-LOC
           IF VRL-CHANGE-FREQ = ZERO
              MOVE 12 TO VRL-CHANGE-FREQ
           END-IF

           MOVE VRL-NEXT-CHANGE-DATE(1:4) TO WS-CHG-DATE-NUM(1:4)
           MOVE VRL-NEXT-CHANGE-DATE(6:2) TO WS-CHG-DATE-NUM(5:2)
           MOVE VRL-NEXT-CHANGE-DATE(9:2) TO WS-CHG-DATE-NUM(7:2)
           MOVE VRL-NEXT-CHANGE-DATE      TO WS-NEXT-CHG-DATE

           PERFORM 2160-ADD-ONE-PERIOD THRU 2160-EXIT
              UNTIL WS-NEXT-CHG-DATE > WS-DATE-R
           .
       2150-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2160-ADD-ONE-PERIOD.
           MOVE VRL-NEXT-CHANGE-DATE(9:2) TO WS-CHG-DD
           COMPUTE WS-CHG-MONTHS = (WS-CHG-YYYY * 12) + WS-CHG-MM - 1
                                 + VRL-CHANGE-FREQ
           DIVIDE WS-CHG-MONTHS BY 12 GIVING WS-CHG-YYYY
                                   REMAINDER WS-CHG-MM
           ADD 1 TO WS-CHG-MM

           PERFORM 2170-BACK-ONE-DAY THRU 2170-EXIT
              UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-CHG-DATE-NUM) = 0

           STRING WS-CHG-DATE-NUM(1:4) '-'
                  WS-CHG-DATE-NUM(5:2) '-'
                  WS-CHG-DATE-NUM(7:2) DELIMITED BY SIZE
                  INTO WS-NEXT-CHG-DATE
           .
       2160-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2170-BACK-ONE-DAY.
           SUBTRACT 1 FROM WS-CHG-DD
           .
       2170-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE TERM LEFT IS FOUND BY RUNNING THE BALANCE DOWN AT THE
      *    OLD RATE AND PAYMENT; THE NEW LEVEL PAYMENT RETIRES THE
      *    BALANCE OVER THAT SAME TERM AT THE NEW RATE -
      *    B * R * (1+R)**N / ((1+R)**N - 1), OR B / N AT A ZERO RATE
       2200-RECAST-PAYMENT.
           MOVE '2200-RECAST-PAYMENT' TO ERR-LOC
           MOVE 'N'                   TO WS-PMT-SIZE-FLAG

           MOVE ACCOUNT-LON-BAL TO WS-SIM-BAL
           MOVE ZERO            TO WS-REMAIN-TERM
           COMPUTE WS-MONTHLY-RATE = WS-OLD-RATE / 1200
           IF WS-OLD-PAYMENT > 0
              PERFORM 2210-SIMULATE-ONE-MONTH THRU 2210-EXIT
                 UNTIL WS-SIM-BAL NOT > 0
                    OR WS-REMAIN-TERM > WS-MAX-TERM-MONTHS
           END-IF

           IF WS-REMAIN-TERM = 0
              OR WS-REMAIN-TERM > WS-MAX-TERM-MONTHS
              MOVE ACCOUNT-LON-TERM-MONTHS TO WS-REMAIN-TERM
              IF WS-REMAIN-TERM NOT > 0
                 OR WS-REMAIN-TERM > WS-MAX-TERM-MONTHS
                 MOVE WS-MAX-TERM-MONTHS TO WS-REMAIN-TERM
              END-IF
           END-IF

           COMPUTE WS-MONTHLY-RATE = WS-NEW-RATE / 1200
           IF WS-MONTHLY-RATE = 0
              COMPUTE WS-NEW-PAYMENT ROUNDED =
                      ACCOUNT-LON-BAL / WS-REMAIN-TERM
                 ON SIZE ERROR
                    SET WS-PMT-TOO-LARGE TO TRUE
              END-COMPUTE
           ELSE
              COMPUTE WS-GROWTH-FACTOR ROUNDED =
                      (1 + WS-MONTHLY-RATE) ** WS-REMAIN-TERM
                 ON SIZE ERROR
                    SET WS-PMT-TOO-LARGE TO TRUE
              END-COMPUTE
              IF NOT WS-PMT-TOO-LARGE
                 COMPUTE WS-NEW-PAYMENT ROUNDED =
                         ACCOUNT-LON-BAL * WS-MONTHLY-RATE
                         * WS-GROWTH-FACTOR / (WS-GROWTH-FACTOR - 1)
                    ON SIZE ERROR
                       SET WS-PMT-TOO-LARGE TO TRUE
                 END-COMPUTE
              END-IF
           END-IF
           .
       2200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2210-SIMULATE-ONE-MONTH.
           COMPUTE WS-SIM-INT ROUNDED = WS-SIM-BAL * WS-MONTHLY-RATE
           COMPUTE WS-SIM-BAL = WS-SIM-BAL + WS-SIM-INT
                              - WS-OLD-PAYMENT
           ADD 1 TO WS-REMAIN-TERM
           .
       2210-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2300-QUEUE-NOTICE.
           MOVE '2300-QUEUE-NOTICE' TO ERR-LOC

           MOVE ACCOUNT-SSN    TO NTF-SSN
           MOVE ACCOUNT-NUMBER TO NTF-ACCT-NUM
           MOVE WS-DATE-R      TO NTF-DATE
           SET  NTF-TYPE-RATE-CHANGE TO TRUE
           MOVE WS-NEW-RATE    TO WS-NTF-RATE
           MOVE WS-NEW-PAYMENT TO WS-NTF-PMT
           MOVE SPACES         TO NTF-TEXT
           STRING 'LOAN RATE NOW '        DELIMITED BY SIZE
                  WS-NTF-RATE             DELIMITED BY SIZE
                  '% PAYMENT '            DELIMITED BY SIZE
                  WS-NTF-PMT              DELIMITED BY SIZE
                  ' FROM '                DELIMITED BY SIZE
                  ACCOUNT-LON-NEXT-DUE    DELIMITED BY SIZE
                  INTO NTF-TEXT

           WRITE WBNTF-RECORD
           MOVE    'ERROR WRITING NTFQUEUE' TO ERR-MSG
           PERFORM 9993-NTF-ERR-CHK       THRU 9993-EXIT
           ADD 1 TO WS-NOTICE-COUNT
           .
       2300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2400-PRINT-DETAIL.
           MOVE '2400-PRINT-DETAIL' TO ERR-LOC

           MOVE VRL-SSN          TO WS-SSN-TO-MASK
           PERFORM 8500-MASK-SSN THRU 8500-EXIT
           MOVE WS-MASKED-SSN    TO WS-D-SSN
           MOVE VRL-ACCT-NUM     TO WS-D-ACCT
           MOVE VRL-INDEX-CODE   TO WS-D-INDEX
           MOVE WS-INDEX-RATE    TO WS-D-IDX-RATE
           MOVE VRL-MARGIN       TO WS-D-MARGIN
           MOVE WS-OLD-RATE      TO WS-D-OLD-RATE
           MOVE WS-NEW-RATE      TO WS-D-NEW-RATE
           MOVE WS-OLD-PAYMENT   TO WS-D-OLD-PMT
           MOVE WS-NEW-PAYMENT   TO WS-D-NEW-PMT
           MOVE WS-NEXT-CHG-DATE TO WS-D-NEXT-CHG
           MOVE WS-DETAIL-LINE   TO RPT-OP-FIELDS
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
           MOVE WS-DUE-COUNT       TO WS-TR-DUE-CNT
           MOVE WS-REPRICED-COUNT  TO WS-TR-REP-CNT
           MOVE WS-NOTICE-COUNT    TO WS-TR-NTF-CNT
           MOVE WS-NO-INDEX-COUNT  TO WS-TR-NIX-CNT
           MOVE WS-PMT-DELTA-TOTAL TO WS-TR-PMT-AMT
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-1
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-2
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-3
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-4
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-5
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

           MOVE 'LNREPRC'  TO RLG-PROGRAM
           MOVE WS-DATE-R         TO RLG-DATE
           MOVE WS-RUN-START-TIME TO RLG-START-TIME
           STRING FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2) DELIMITED BY SIZE
                  INTO RLG-END-TIME
           MOVE ZERO TO RLG-IN-COUNT RLG-OUT-COUNT
                        RLG-REJ-COUNT RLG-DOLLAR-TOTAL
           MOVE WS-DUE-COUNT       TO RLG-IN-COUNT
           MOVE WS-REPRICED-COUNT  TO RLG-OUT-COUNT
           MOVE WS-NO-INDEX-COUNT  TO RLG-REJ-COUNT
           MOVE WS-PMT-DELTA-TOTAL TO RLG-DOLLAR-TOTAL
           MOVE RETURN-CODE        TO RLG-RETURN-CODE

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
           MOVE WBVRLDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBVRLDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN WBVRLDB-FILE-STATUS = '10'
                    MOVE 'Y' TO EOF-FLAG

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE VRL-VSAM-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE VRL-VSAM-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE VRL-VSAM-REASON-CODE
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
