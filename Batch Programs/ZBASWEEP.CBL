      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
        PROGRAM-ID. ZBASWEEP.
      ****************************************************************
      * This program runs the nightly zero-balance concentration     *
      * sweep for business account families, after all posting. It   *
      * reads the sweep relationships on WBSWEPDB-DD one master      *
      * family at a time. Each subsidiary's collected balance (the   *
      * ledger net of active WBHOLDDB holds and WBLEGLDB partial     *
      * freezes) above its target is swept up to the master; the     *
      * family's shortfalls below target are then funded down from   *
      * what the master has available, in key order, until it runs   *
      * out. Each movement posts a paired debit/credit on WBTXNDB-DD *
      * with a 'ZBA SWEEP' memo naming the other account. A fully    *
      * frozen account is never swept. The sweep activity report is  *
      * grouped by master; relationships that fail validation are    *
      * rejected and end the run with RC 4.                          *
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
           SELECT WBSWEPDB-FILE
               ASSIGN       TO WBSWEPDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS SWP-KEY
               FILE STATUS  IS WBSWEPDB-FILE-STATUS WBSWEPDB-VSAM-CODE.

           SELECT WBACCTDB-FILE
               ASSIGN       TO WBACCTDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS ACCOUNT-KEY
               FILE STATUS  IS WBACCTDB-FILE-STATUS WBACCTDB-VSAM-CODE.

           SELECT WBTXNDB-FILE
               ASSIGN       TO WBTXNDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS TXN-KEY
               FILE STATUS  IS WBTXNDB-FILE-STATUS WBTXNDB-VSAM-CODE.

           SELECT WBHOLDDB-FILE
               ASSIGN       TO WBHOLDDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS HLD-KEY
               FILE STATUS  IS WBHOLDDB-FILE-STATUS WBHOLDDB-VSAM-CODE.

           SELECT WBLEGLDB-FILE
               ASSIGN       TO WBLEGLDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS LGL-KEY
               FILE STATUS  IS WBLEGLDB-FILE-STATUS.

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

           SELECT JRN-OP     ASSIGN TO RCVJRNL
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS RCVJRN-STAT.

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

       FD  WBSWEPDB-FILE.
           COPY WBSWPREC.

       FD  WBACCTDB-FILE.
           COPY WBACCTREC.

       FD  WBTXNDB-FILE.
           COPY WBTXNREC.

       FD  WBHOLDDB-FILE.
           COPY WBHLDREC.

       FD  WBLEGLDB-FILE.
           COPY WBLGLREC.

       FD  WBBDATE-FILE.
           COPY WBBDTREC.

       FD  WBRUNLOG-FILE.
           COPY WBRLGREC.

       FD  JRN-OP
           RECORD CONTAINS 160.
           COPY WBJRNREC.

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

       01  WBLEGLDB-FILE-STATUS          PIC X(02) VALUE SPACES.

       01  WBBDATE-FILE-STATUS           PIC X(02) VALUE SPACES.

       01  WBSWEPDB-FILE-STATUS.
           05  STA-SWP-STAT1             PIC X(01).
           05  STA-SWP-STAT2             PIC X(01).
       01  WBSWEPDB-VSAM-CODE.
           05 SWP-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 SWP-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 SWP-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

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

       01  WBHOLDDB-FILE-STATUS.
           05  STA-HLD-STAT1             PIC X(01).
           05  STA-HLD-STAT2             PIC X(01).
       01  WBHOLDDB-VSAM-CODE.
           05 HLD-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 HLD-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 HLD-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

       01  WS-VSAM-CODE-DISPLAY.
           05 WS-VSAM-RETURN-CODE-DIS    PIC Z(2)9.
           05 WS-VSAM-COMPONENT-CODE-DIS PIC Z(2)9.
           05 WS-VSAM-REASON-CODE-DIS    PIC Z(3)9.

      *****************************************************************
      *  ONE MASTER'S FAMILY, BUFFERED FROM WBSWEPDB SO THE EXCESS    *
      *  SWEPT UP FROM EVERY SUBSIDIARY IS IN THE MASTER BEFORE ANY   *
      *  SHORTFALL IS FUNDED DOWN FROM IT.                            *
      *****************************************************************
       01  WS-FAM-TABLE.
           05 WS-FAM-COUNT             PIC 9(03)  COMP   VALUE ZERO.
           05 WS-FAM-ENTRY OCCURS 100 TIMES
                           INDEXED BY FAM-IDX.
              10 WS-F-SUB-SSN          PIC X(09).
              10 WS-F-SUB-ACCT         PIC X(10).
              10 WS-F-TARGET           PIC S9(13)V99.
              10 WS-F-DIRECTION        PIC X(01).
                 88 WS-F-UP-ONLY                  VALUE 'U'.
              10 WS-F-REL-STATUS       PIC X(01).
                 88 WS-F-REL-ACTIVE               VALUE 'A'.
              10 WS-F-EFFECTIVE-DATE   PIC X(10).
              10 WS-F-LAST-SWEEP-DATE  PIC X(10).
              10 WS-F-STATE            PIC X(01).
                 88 WS-F-REJECTED                 VALUE 'R'.
                 88 WS-F-SKIPPED                  VALUE 'S'.
                 88 WS-F-FUND-PENDING             VALUE 'F'.
                 88 WS-F-DONE                     VALUE 'D'.
              10 WS-F-LEDGER-BEFORE    PIC S9(13)V99.
              10 WS-F-UNAVAIL          PIC S9(13)V99.
              10 WS-F-DIFF             PIC S9(13)V99.
              10 WS-F-AMOUNT           PIC S9(13)V99.
              10 WS-F-LEDGER-AFTER     PIC S9(13)V99.
              10 WS-F-DIR-TEXT         PIC X(04).
              10 WS-F-BAL-FLAG         PIC X(01).
                 88 WS-F-BAL-KNOWN                VALUE 'Y'.
              10 WS-F-STATUS           PIC X(33).

       01  WS-LABELS.
           05 WS-SPACE.
              10 FILLER        PIC X(1)   VALUE SPACE.

           05 WS-HEADER-TITLE.
              10 FILLER        PIC X(44)  VALUE SPACES.
              10 FILLER        PIC X(43)  VALUE
                                'ZERO-BALANCE SWEEP ACTIVITY REPORT'.
              10 FILLER        PIC X(34)  VALUE SPACES.
              10 WS-DATE-R     PIC X(10)  VALUE SPACES.
              10 FILLER        PIC X(01)  VALUE SPACES.

           05 WS-HEADER-LABEL.
              10 FILLER        PIC X(11)  VALUE 'SUB SSN'.
              10 FILLER        PIC X(12)  VALUE 'SUB ACCT'.
              10 FILLER        PIC X(14)  VALUE 'LEDGER BEFORE'.
              10 FILLER        PIC X(14)  VALUE '  UNAVAILABLE'.
              10 FILLER        PIC X(15)  VALUE '       TARGET'.
              10 FILLER        PIC X(04)  VALUE 'DIR'.
              10 FILLER        PIC X(14)  VALUE ' SWEPT AMOUNT'.
              10 FILLER        PIC X(15)  VALUE ' LEDGER AFTER'.
              10 FILLER        PIC X(33)  VALUE 'STATUS'.

           05 WS-FAMILY-HEADER.
              10 FILLER        PIC X(07)  VALUE 'MASTER '.
              10 WS-FH-SSN     PIC X(11).
              10 WS-FH-ACCT    PIC X(12).
              10 FILLER        PIC X(16)  VALUE 'AVAILABLE     : '.
              10 WS-FH-AVAIL   PIC Z(9)9.99-.
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-FH-STATUS  PIC X(33).
              10 FILLER        PIC X(36)  VALUE SPACES.

           05 WS-DETAIL-LINE.
              10 WS-D-SSN      PIC X(11).
              10 WS-D-ACCT     PIC X(12).
              10 WS-D-BEFORE   PIC Z(8)9.99-.
              10 FILLER        PIC X(01).
              10 WS-D-UNAVAIL  PIC Z(8)9.99-.
              10 FILLER        PIC X(01).
              10 WS-D-TARGET   PIC Z(8)9.99-.
              10 FILLER        PIC X(02).
              10 WS-D-DIR      PIC X(04).
              10 WS-D-AMOUNT   PIC Z(8)9.99-.
              10 FILLER        PIC X(01).
              10 WS-D-AFTER    PIC Z(8)9.99-.
              10 FILLER        PIC X(02).
              10 WS-D-STATUS   PIC X(33).

           05 WS-FAMILY-TOTAL.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(16)  VALUE 'FAMILY SWEPT UP:'.
              10 WS-FT-UP      PIC Z(9)9.99-.
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 FILLER        PIC X(16)  VALUE 'FUNDED DOWN    :'.
              10 WS-FT-DOWN    PIC Z(9)9.99-.
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 FILLER        PIC X(16)  VALUE 'MASTER LEDGER  :'.
              10 WS-FT-MASTER  PIC Z(9)9.99-.
              10 FILLER        PIC X(06)  VALUE SPACES.

           05 WS-FOOTER.
              10 FILLER        PIC X(58)  VALUE ALL '='.
              10 FILLER        PIC X(15)  VALUE ' END OF REPORT '.
              10 FILLER        PIC X(59)  VALUE ALL '='.

           05 WS-TRAILER-1.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(26)  VALUE
                                    'RELATIONSHIPS READ       :'.
              10 WS-TR-READ-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(65)  VALUE SPACES.

           05 WS-TRAILER-2.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(26)  VALUE
                                    'MASTER FAMILIES          :'.
              10 WS-TR-FAM-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(65)  VALUE SPACES.

           05 WS-TRAILER-3.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(26)  VALUE
                                    'SWEPT UP TO MASTER       :'.
              10 WS-TR-UP-CNT  PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(65)  VALUE SPACES.

           05 WS-TRAILER-4.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(26)  VALUE
                                    'TOTAL AMOUNT SWEPT UP    :'.
              10 WS-TR-UP-AMT  PIC Z(10)9.99-.
              10 FILLER        PIC X(61)  VALUE SPACES.

           05 WS-TRAILER-5.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(26)  VALUE
                                    'FUNDED DOWN FROM MASTER  :'.
              10 WS-TR-DOWN-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(65)  VALUE SPACES.

           05 WS-TRAILER-6.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(26)  VALUE
                                    'TOTAL AMOUNT FUNDED DOWN :'.
              10 WS-TR-DOWN-AMT PIC Z(10)9.99-.
              10 FILLER        PIC X(61)  VALUE SPACES.

           05 WS-TRAILER-7.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(26)  VALUE
                                    'SHORTFALLS LEFT UNFUNDED :'.
              10 WS-TR-SHORT-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(65)  VALUE SPACES.

           05 WS-TRAILER-8.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(26)  VALUE
                                    'AT TARGET OR SKIPPED     :'.
              10 WS-TR-SKIP-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(65)  VALUE SPACES.

           05 WS-TRAILER-9.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(26)  VALUE
                                    'RELATIONSHIPS REJECTED   :'.
              10 WS-TR-REJ-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(65)  VALUE SPACES.

       01  WS-VARS.
           05 WS-TOTAL-READ-COUNT      PIC 9(07)       VALUE ZERO.
           05 WS-TOTAL-FAMILY-COUNT    PIC 9(07)       VALUE ZERO.
           05 WS-TOTAL-UP-COUNT        PIC 9(07)       VALUE ZERO.
           05 WS-TOTAL-UP-AMOUNT       PIC S9(13)V99   VALUE ZERO.
           05 WS-TOTAL-DOWN-COUNT      PIC 9(07)       VALUE ZERO.
           05 WS-TOTAL-DOWN-AMOUNT     PIC S9(13)V99   VALUE ZERO.
           05 WS-TOTAL-SHORT-COUNT     PIC 9(07)       VALUE ZERO.
           05 WS-TOTAL-SKIP-COUNT      PIC 9(07)       VALUE ZERO.
           05 WS-TOTAL-REJECT-COUNT    PIC 9(07)       VALUE ZERO.
           05 WS-HOLD-TOTAL            PIC S9(13)V99   VALUE ZERO.
           05 WS-FREEZE-TOTAL          PIC S9(13)V99   VALUE ZERO.
           05 WS-MASKED-SSN            PIC X(09)       VALUE SPACES.
      *    THE FAMILY BEING SWEPT AND THE FIRST RELATIONSHIP OF THE
      *    NEXT ONE, WHERE THE SEQUENTIAL READ PICKS UP AGAIN
           05 WS-MASTER-SSN            PIC X(09)       VALUE SPACES.
           05 WS-MASTER-ACCT           PIC X(10)       VALUE SPACES.
           05 WS-NEXT-SWP-KEY          PIC X(38)       VALUE SPACES.
           05 WS-MASTER-LEDGER         PIC S9(13)V99   VALUE ZERO.
           05 WS-MASTER-AVAIL          PIC S9(13)V99   VALUE ZERO.
           05 WS-MASTER-REASON         PIC X(33)       VALUE SPACES.
           05 WS-FAM-UP-AMOUNT         PIC S9(13)V99   VALUE ZERO.
           05 WS-FAM-DOWN-AMOUNT       PIC S9(13)V99   VALUE ZERO.
      *    ONE TRANSFER FOR 2300-POST-TRANSFER
           05 WS-X-FROM-SSN            PIC X(09)       VALUE SPACES.
           05 WS-X-FROM-ACCT           PIC X(10)       VALUE SPACES.
           05 WS-X-TO-SSN              PIC X(09)       VALUE SPACES.
           05 WS-X-TO-ACCT             PIC X(10)       VALUE SPACES.
           05 WS-X-AMOUNT              PIC S9(13)V99   VALUE ZERO.

       01  WS-DISPLAY-VARS.
           05 ERR-PGM          PIC X(08)  VALUE 'ZBASWEEP'.
           05 ERR-LOC          PIC X(20)  VALUE SPACES.
           05 ERR-MSG          PIC X(30)  VALUE SPACES.
           05 ERR-CODE         PIC 9(09)  VALUE ZERO.

       01  WS-FLAG-VARS.
           05 RCVJRN-STAT      PIC 9(02)  VALUE ZERO.
           05 RPTOUT-STAT      PIC 9(02)  VALUE ZERO.
           05 PARMIN-STAT      PIC 9(02)  VALUE ZERO.
           05 EOF-FLAG         PIC X(01)  VALUE 'N'.
              88 END-OF-FILE              VALUE 'Y'.
           05 ACCT-NOTFND-FLAG PIC X(01)  VALUE 'N'.
              88 ACCT-NOT-FOUND           VALUE 'Y'.
           05 MASTER-OK-FLAG   PIC X(01)  VALUE 'N'.
              88 MASTER-IS-OK             VALUE 'Y'.
           05 MASTER-FROZEN-FLAG PIC X(01) VALUE 'N'.
              88 MASTER-IS-FROZEN         VALUE 'Y'.
           05 HLD-SCAN-FLAG    PIC X(01)  VALUE 'N'.
              88 HOLD-SCAN-DONE           VALUE 'Y'.
           05 LEGAL-AVAIL-FLAG PIC X(01)  VALUE 'N'.
              88 LEGAL-AVAILABLE          VALUE 'Y'.
           05 LGL-SCAN-FLAG    PIC X(01)  VALUE 'N'.
              88 LEGAL-SCAN-DONE          VALUE 'Y'.
           05 FULL-FREEZE-FLAG PIC X(01)  VALUE 'N'.
              88 ACCOUNT-FULLY-FROZEN     VALUE 'Y'.

       01  WS-PARM-VARS.
           05 PARM-FOUND-FLAG     PIC X(01) VALUE 'N'.
              88 PARM-WAS-FOUND             VALUE 'Y'.

       PROCEDURE DIVISION.
      *
      * THIS PROGRAM SWEEPS EVERY BUSINESS ACCOUNT FAMILY ON
      * WBSWEPDB-DD TO ITS TARGET BALANCES, UPDATING WBACCTDB-DD AND
      * RECORDING THE TRANSFERS ON WBTXNDB-DD.
      *
       0000-MAIN.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT

           MOVE SPACES TO EOF-FLAG
           OPEN I-O WBSWEPDB-FILE
           OPEN I-O WBACCTDB-FILE
           OPEN I-O WBTXNDB-FILE
           OPEN INPUT WBHOLDDB-FILE

           MOVE       'ERROR OPENING WBSWEPDB'   TO ERR-MSG
           PERFORM 9995-SWP-ERR-CHK            THRU 9995-EXIT

           MOVE       'ERROR OPENING WBACCTDB'   TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK           THRU 9999-EXIT

           MOVE       'ERROR OPENING WBTXNDB'    TO ERR-MSG
           PERFORM 9996-TXN-ERR-CHK             THRU 9996-EXIT

           MOVE       'ERROR OPENING WBHOLDDB'   TO ERR-MSG
           PERFORM 9997-HLD-ERR-CHK             THRU 9997-EXIT

      *    THE LEGAL ORDER FILE IS OPTIONAL - A REGION WITHOUT IT
      *    FREEZES NOTHING
           OPEN INPUT WBLEGLDB-FILE
           IF WBLEGLDB-FILE-STATUS = '00'
              SET LEGAL-AVAILABLE TO TRUE
           END-IF

           PERFORM 1200-READ-SWP                THRU 1200-EXIT

           PERFORM 2000-PROCESS-ALL-FAMILIES
              THRU 2000-EXIT
             UNTIL END-OF-FILE

           IF LEGAL-AVAILABLE
              CLOSE WBLEGLDB-FILE
           END-IF

           CLOSE WBSWEPDB-FILE
           MOVE      'ERROR CLOSING WBSWEPDB' TO ERR-MSG
           PERFORM 9995-SWP-ERR-CHK         THRU 9995-EXIT

           CLOSE WBACCTDB-FILE
           MOVE      'ERROR CLOSING WBACCTDB' TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK        THRU 9999-EXIT

           CLOSE WBTXNDB-FILE
           MOVE      'ERROR CLOSING WBTXNDB' TO ERR-MSG
           PERFORM 9996-TXN-ERR-CHK         THRU 9996-EXIT

           CLOSE WBHOLDDB-FILE
           MOVE      'ERROR CLOSING WBHOLDDB' TO ERR-MSG
           PERFORM 9997-HLD-ERR-CHK         THRU 9997-EXIT

           PERFORM 3000-HOUSEKEEPING THRU 3000-EXIT
           STOP RUN.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE '1000-INITIALIZE'        TO ERR-LOC

           PERFORM 1070-READ-PARMS       THRU 1070-EXIT

           OPEN OUTPUT RPT-OP
           MOVE    'ERROR OPENING RPT-OP'   TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK       THRU 9998-EXIT

      *    THE FORWARD-RECOVERY JOURNAL IS A SHARED DATASET APPENDED
      *    TO BY EVERY UPDATER - A FIRST-EVER RUN CREATES IT. A
      *    REGION WITHOUT THE DATASET POSTS ON WITHOUT JOURNALING.
           OPEN EXTEND JRN-OP
           IF RCVJRN-STAT = 35
              OPEN OUTPUT JRN-OP
           END-IF

           PERFORM 1100-WRITE-HEADER THRU 1100-EXIT
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
       1100-WRITE-HEADER.
           MOVE '1100-WRITE-HEADER'      TO ERR-LOC

           WRITE RPT-OP-FIELDS          FROM WS-HEADER-TITLE
           WRITE RPT-OP-FIELDS          FROM WS-SPACE
           WRITE RPT-OP-FIELDS          FROM WS-HEADER-LABEL

           MOVE    'ERROR WRITING HEADER' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           .
       1100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       1200-READ-SWP.
           MOVE '1200-READ-SWP' TO ERR-LOC

           READ WBSWEPDB-FILE NEXT
           END-READ

           MOVE    'ERROR READING WBSWEPDB' TO ERR-MSG
           PERFORM 9995-SWP-ERR-CHK THRU 9995-EXIT
           .
       1200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    BUFFER ONE MASTER'S RELATIONSHIPS, SWEEP THE FAMILY, THEN
      *    REPOSITION ON THE NEXT FAMILY'S FIRST RECORD - THE
      *    RELATIONSHIP REWRITES IN BETWEEN LOSE THE SEQUENTIAL PLACE
       2000-PROCESS-ALL-FAMILIES.
           MOVE '2000-PROCESS-ALL-FAMILIES' TO ERR-LOC
           MOVE ZERO                  TO WS-FAM-COUNT
           MOVE SWP-MASTER-SSN        TO WS-MASTER-SSN
           MOVE SWP-MASTER-ACCT-NUM   TO WS-MASTER-ACCT

           PERFORM 2050-BUFFER-ONE-REL THRU 2050-EXIT
              UNTIL END-OF-FILE
                 OR SWP-MASTER-SSN      NOT = WS-MASTER-SSN
                 OR SWP-MASTER-ACCT-NUM NOT = WS-MASTER-ACCT

           IF NOT END-OF-FILE
              MOVE SWP-KEY            TO WS-NEXT-SWP-KEY
           END-IF

           ADD 1 TO WS-TOTAL-FAMILY-COUNT
           PERFORM 2100-PROCESS-FAMILY THRU 2100-EXIT

           IF NOT END-OF-FILE
              MOVE WS-NEXT-SWP-KEY    TO SWP-KEY
              START WBSWEPDB-FILE KEY IS NOT LESS THAN SWP-KEY
              END-START
              MOVE    'ERROR POSITIONING WBSWEPDB' TO ERR-MSG
              PERFORM 9995-SWP-ERR-CHK THRU 9995-EXIT
              PERFORM 1200-READ-SWP    THRU 1200-EXIT
           END-IF
           .
       2000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2050-BUFFER-ONE-REL.
           ADD 1 TO WS-TOTAL-READ-COUNT

           IF WS-FAM-COUNT < 100
              ADD 1 TO WS-FAM-COUNT
              SET FAM-IDX TO WS-FAM-COUNT
              MOVE SWP-SUB-SSN         TO WS-F-SUB-SSN (FAM-IDX)
              MOVE SWP-SUB-ACCT-NUM    TO WS-F-SUB-ACCT (FAM-IDX)
              MOVE SWP-TARGET-BAL      TO WS-F-TARGET (FAM-IDX)
              MOVE SWP-DIRECTION-CODE  TO WS-F-DIRECTION (FAM-IDX)
              MOVE SWP-STATUS-CODE     TO WS-F-REL-STATUS (FAM-IDX)
              MOVE SWP-EFFECTIVE-DATE  TO WS-F-EFFECTIVE-DATE (FAM-IDX)
              MOVE SWP-LAST-SWEEP-DATE TO WS-F-LAST-SWEEP-DATE (FAM-IDX)
           ELSE
              DISPLAY 'ZBASWEEP - FAMILY TABLE FULL, NOT SWEPT: '
                      SWP-MASTER-ACCT-NUM ' ' SWP-SUB-ACCT-NUM
              ADD 1 TO WS-TOTAL-REJECT-COUNT
           END-IF

           PERFORM 1200-READ-SWP THRU 1200-EXIT
           .
       2050-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    EVERY SUBSIDIARY'S EXCESS GOES UP FIRST SO IT IS AVAILABLE
      *    TO FUND THE FAMILY'S SHORTFALLS THE SAME NIGHT
       2100-PROCESS-FAMILY.
           MOVE '2100-PROCESS-FAMILY' TO ERR-LOC
           MOVE ZERO                  TO WS-FAM-UP-AMOUNT
           MOVE ZERO                  TO WS-FAM-DOWN-AMOUNT

           PERFORM 2110-CHECK-MASTER THRU 2110-EXIT

           PERFORM 2120-SWEEP-UP-ONE THRU 2120-EXIT
              VARYING FAM-IDX FROM 1 BY 1
                UNTIL FAM-IDX > WS-FAM-COUNT

           PERFORM 2150-FUND-DOWN-ONE THRU 2150-EXIT
              VARYING FAM-IDX FROM 1 BY 1
                UNTIL FAM-IDX > WS-FAM-COUNT

           PERFORM 2180-REPORT-ONE THRU 2180-EXIT
              VARYING FAM-IDX FROM 1 BY 1
                UNTIL FAM-IDX > WS-FAM-COUNT

           MOVE WS-FAM-UP-AMOUNT      TO WS-FT-UP
           MOVE WS-FAM-DOWN-AMOUNT    TO WS-FT-DOWN
           MOVE WS-MASTER-LEDGER      TO WS-FT-MASTER
           MOVE WS-FAMILY-TOTAL       TO RPT-OP-FIELDS
           PERFORM 2200-WRITE-RECORD THRU 2200-EXIT
           MOVE WS-SPACE              TO RPT-OP-FIELDS
           PERFORM 2200-WRITE-RECORD THRU 2200-EXIT
           .
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE MASTER MUST BE OPEN BUSINESS CHECKING. WHAT IT CAN FUND
      *    IS ITS LEDGER NET OF HOLDS AND PARTIAL FREEZES - NEVER ITS
      *    OVERDRAFT LINE. A FULLY FROZEN MASTER STOPS THE FAMILY:
      *    SWEEPING INTO IT WOULD STRAND THE SUBSIDIARIES' CASH.
       2110-CHECK-MASTER.
           MOVE '2110-CHECK-MASTER'   TO ERR-LOC
           MOVE 'N'                   TO MASTER-OK-FLAG
           MOVE 'N'                   TO MASTER-FROZEN-FLAG
           MOVE 'N'                   TO ACCT-NOTFND-FLAG
           MOVE SPACES                TO WS-MASTER-REASON
           MOVE ZERO                  TO WS-MASTER-LEDGER
           MOVE ZERO                  TO WS-MASTER-AVAIL
           MOVE SPACES                TO WS-FH-STATUS

           MOVE WS-MASTER-SSN         TO ACCOUNT-SSN
           MOVE WS-MASTER-ACCT        TO ACCOUNT-NUMBER
           READ WBACCTDB-FILE
              INVALID KEY SET ACCT-NOT-FOUND TO TRUE
           END-READ

           EVALUATE TRUE
              WHEN ACCT-NOT-FOUND
                 MOVE 'REJECTED - MASTER NOT FOUND' TO WS-MASTER-REASON
              WHEN ACCOUNT-CLOSED
                 MOVE 'REJECTED - MASTER CLOSED' TO WS-MASTER-REASON
              WHEN ACCOUNT-DORMANT
                 MOVE 'REJECTED - MASTER DORMANT' TO WS-MASTER-REASON
              WHEN NOT ACCOUNT-TYPE-CHK
                 MOVE 'REJECTED - MASTER NOT CHECKING'
                   TO WS-MASTER-REASON
              WHEN NOT ACCOUNT-CLASS-BUSINESS
                 MOVE 'REJECTED - MASTER NOT BUSINESS'
                   TO WS-MASTER-REASON
              WHEN OTHER
                 PERFORM 2400-TOTAL-HOLDS THRU 2400-EXIT
                 PERFORM 2410-CHECK-LEGAL-FREEZE THRU 2410-EXIT
                 MOVE ACCOUNT-CHK-BAL TO WS-MASTER-LEDGER
                 IF ACCOUNT-FULLY-FROZEN
                    SET  MASTER-IS-FROZEN TO TRUE
                    MOVE 'NOT SWEPT - MASTER FROZEN'
                      TO WS-MASTER-REASON
                 ELSE
                    SET MASTER-IS-OK TO TRUE
                    COMPUTE WS-MASTER-AVAIL = ACCOUNT-CHK-BAL
                                            - WS-HOLD-TOTAL
                                            - WS-FREEZE-TOTAL
                    IF WS-MASTER-AVAIL < 0
                       MOVE ZERO TO WS-MASTER-AVAIL
                    END-IF
                 END-IF
           END-EVALUATE

           MOVE SPACES                TO WS-MASKED-SSN
           MOVE '*****'               TO WS-MASKED-SSN
           MOVE WS-MASTER-SSN(6:4)    TO WS-MASKED-SSN(6:4)
           MOVE WS-MASKED-SSN         TO WS-FH-SSN
           MOVE WS-MASTER-ACCT        TO WS-FH-ACCT
           MOVE WS-MASTER-AVAIL       TO WS-FH-AVAIL
           MOVE WS-MASTER-REASON      TO WS-FH-STATUS
           MOVE WS-FAMILY-HEADER      TO RPT-OP-FIELDS
           PERFORM 2200-WRITE-RECORD THRU 2200-EXIT
           .
       2110-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    VALIDATE ONE RELATIONSHIP AND SWEEP ITS COLLECTED EXCESS
      *    OVER TARGET UP TO THE MASTER. A SHORTFALL IS ONLY NOTED
      *    HERE AND FUNDED BY 2150-FUND-DOWN-ONE.
       2120-SWEEP-UP-ONE.
           MOVE '2120-SWEEP-UP-ONE'   TO ERR-LOC
           SET  WS-F-DONE (FAM-IDX)   TO TRUE
           MOVE ZERO   TO WS-F-LEDGER-BEFORE (FAM-IDX)
                          WS-F-UNAVAIL (FAM-IDX)
                          WS-F-DIFF (FAM-IDX)
                          WS-F-AMOUNT (FAM-IDX)
                          WS-F-LEDGER-AFTER (FAM-IDX)
           MOVE SPACES TO WS-F-DIR-TEXT (FAM-IDX)
                          WS-F-STATUS (FAM-IDX)
           MOVE 'N'    TO WS-F-BAL-FLAG (FAM-IDX)

           IF NOT MASTER-IS-OK
              IF MASTER-IS-FROZEN
                 SET WS-F-SKIPPED (FAM-IDX) TO TRUE
              ELSE
                 SET WS-F-REJECTED (FAM-IDX) TO TRUE
              END-IF
              MOVE WS-MASTER-REASON   TO WS-F-STATUS (FAM-IDX)
              GO TO 2120-EXIT
           END-IF

           IF NOT WS-F-REL-ACTIVE (FAM-IDX)
              SET  WS-F-SKIPPED (FAM-IDX) TO TRUE
              MOVE 'SKIPPED - SUSPENDED' TO WS-F-STATUS (FAM-IDX)
              GO TO 2120-EXIT
           END-IF

           IF WS-F-EFFECTIVE-DATE (FAM-IDX) > WS-DATE-R
              SET  WS-F-SKIPPED (FAM-IDX) TO TRUE
              MOVE 'SKIPPED - NOT YET EFFECTIVE'
                TO WS-F-STATUS (FAM-IDX)
              GO TO 2120-EXIT
           END-IF

      *    A RERUN FOR THE SAME BUSINESS DATE MUST NOT MOVE THE
      *    MONEY TWICE
           IF WS-F-LAST-SWEEP-DATE (FAM-IDX) = WS-DATE-R
              SET  WS-F-SKIPPED (FAM-IDX) TO TRUE
              MOVE 'SKIPPED - ALREADY SWEPT TODAY'
                TO WS-F-STATUS (FAM-IDX)
              GO TO 2120-EXIT
           END-IF

           IF WS-F-SUB-SSN (FAM-IDX)  = WS-MASTER-SSN
              AND WS-F-SUB-ACCT (FAM-IDX) = WS-MASTER-ACCT
              SET  WS-F-REJECTED (FAM-IDX) TO TRUE
              MOVE 'REJECTED - SUB IS THE MASTER'
                TO WS-F-STATUS (FAM-IDX)
              GO TO 2120-EXIT
           END-IF

           MOVE 'N'                      TO ACCT-NOTFND-FLAG
           MOVE WS-F-SUB-SSN (FAM-IDX)   TO ACCOUNT-SSN
           MOVE WS-F-SUB-ACCT (FAM-IDX)  TO ACCOUNT-NUMBER
           READ WBACCTDB-FILE
              INVALID KEY SET ACCT-NOT-FOUND TO TRUE
           END-READ

           EVALUATE TRUE
              WHEN ACCT-NOT-FOUND
                 MOVE 'REJECTED - SUB NOT FOUND'
                   TO WS-F-STATUS (FAM-IDX)
              WHEN ACCOUNT-CLOSED
                 MOVE 'REJECTED - SUB CLOSED'
                   TO WS-F-STATUS (FAM-IDX)
              WHEN ACCOUNT-DORMANT
                 MOVE 'REJECTED - SUB DORMANT'
                   TO WS-F-STATUS (FAM-IDX)
              WHEN NOT ACCOUNT-TYPE-CHK
                 MOVE 'REJECTED - SUB NOT CHECKING'
                   TO WS-F-STATUS (FAM-IDX)
              WHEN NOT ACCOUNT-CLASS-BUSINESS
                 MOVE 'REJECTED - SUB NOT BUSINESS'
                   TO WS-F-STATUS (FAM-IDX)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WS-F-STATUS (FAM-IDX) NOT = SPACES
              SET WS-F-REJECTED (FAM-IDX) TO TRUE
              GO TO 2120-EXIT
           END-IF

           PERFORM 2400-TOTAL-HOLDS        THRU 2400-EXIT
           PERFORM 2410-CHECK-LEGAL-FREEZE THRU 2410-EXIT
           MOVE ACCOUNT-CHK-BAL   TO WS-F-LEDGER-BEFORE (FAM-IDX)
                                     WS-F-LEDGER-AFTER (FAM-IDX)
           SET  WS-F-BAL-KNOWN (FAM-IDX) TO TRUE
           COMPUTE WS-F-UNAVAIL (FAM-IDX) = WS-HOLD-TOTAL
                                          + WS-FREEZE-TOTAL

           IF ACCOUNT-FULLY-FROZEN
              SET  WS-F-SKIPPED (FAM-IDX) TO TRUE
              MOVE 'NOT SWEPT - SUB FROZEN' TO WS-F-STATUS (FAM-IDX)
              GO TO 2120-EXIT
           END-IF

           COMPUTE WS-F-DIFF (FAM-IDX) = ACCOUNT-CHK-BAL
                                       - WS-F-UNAVAIL (FAM-IDX)
                                       - WS-F-TARGET (FAM-IDX)

           EVALUATE TRUE
              WHEN WS-F-DIFF (FAM-IDX) > 0
                 MOVE WS-F-SUB-SSN (FAM-IDX)  TO WS-X-FROM-SSN
                 MOVE WS-F-SUB-ACCT (FAM-IDX) TO WS-X-FROM-ACCT
                 MOVE WS-MASTER-SSN           TO WS-X-TO-SSN
                 MOVE WS-MASTER-ACCT          TO WS-X-TO-ACCT
                 MOVE WS-F-DIFF (FAM-IDX)     TO WS-X-AMOUNT
                 PERFORM 2300-POST-TRANSFER THRU 2300-EXIT
                 MOVE WS-X-AMOUNT     TO WS-F-AMOUNT (FAM-IDX)
                 SUBTRACT WS-X-AMOUNT FROM WS-F-LEDGER-AFTER (FAM-IDX)
                 ADD  WS-X-AMOUNT     TO WS-MASTER-LEDGER
                                         WS-MASTER-AVAIL
                                         WS-FAM-UP-AMOUNT
                                         WS-TOTAL-UP-AMOUNT
                 ADD  1               TO WS-TOTAL-UP-COUNT
                 MOVE 'UP'            TO WS-F-DIR-TEXT (FAM-IDX)
                 MOVE 'SWEPT UP TO MASTER' TO WS-F-STATUS (FAM-IDX)
              WHEN WS-F-DIFF (FAM-IDX) = 0
                 SET  WS-F-SKIPPED (FAM-IDX) TO TRUE
                 MOVE 'AT TARGET - NO SWEEP' TO WS-F-STATUS (FAM-IDX)
              WHEN WS-F-UP-ONLY (FAM-IDX)
                 SET  WS-F-SKIPPED (FAM-IDX) TO TRUE
                 MOVE 'BELOW TARGET - SWEEP UP ONLY'
                   TO WS-F-STATUS (FAM-IDX)
              WHEN OTHER
                 SET  WS-F-FUND-PENDING (FAM-IDX) TO TRUE
           END-EVALUATE
           .
       2120-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    FUND ONE SHORTFALL FROM WHAT THE MASTER HAS LEFT. A MASTER
      *    THAT RUNS SHORT FUNDS WHAT IT CAN AND THE REST OF THE
      *    FAMILY WAITS FOR TOMORROW NIGHT.
       2150-FUND-DOWN-ONE.
           MOVE '2150-FUND-DOWN-ONE'  TO ERR-LOC

           IF NOT WS-F-FUND-PENDING (FAM-IDX)
              GO TO 2150-EXIT
           END-IF
           SET WS-F-DONE (FAM-IDX)    TO TRUE

           IF WS-MASTER-AVAIL NOT > 0
              ADD  1 TO WS-TOTAL-SHORT-COUNT
              MOVE 'NOT FUNDED - MASTER SHORT' TO WS-F-STATUS (FAM-IDX)
              GO TO 2150-EXIT
           END-IF

           COMPUTE WS-X-AMOUNT = WS-F-DIFF (FAM-IDX) * -1
           IF WS-X-AMOUNT > WS-MASTER-AVAIL
              MOVE WS-MASTER-AVAIL    TO WS-X-AMOUNT
              ADD  1 TO WS-TOTAL-SHORT-COUNT
              MOVE 'PART FUNDED - MASTER SHORT'
                TO WS-F-STATUS (FAM-IDX)
           ELSE
              MOVE 'FUNDED FROM MASTER' TO WS-F-STATUS (FAM-IDX)
           END-IF

           MOVE WS-MASTER-SSN           TO WS-X-FROM-SSN
           MOVE WS-MASTER-ACCT          TO WS-X-FROM-ACCT
           MOVE WS-F-SUB-SSN (FAM-IDX)  TO WS-X-TO-SSN
           MOVE WS-F-SUB-ACCT (FAM-IDX) TO WS-X-TO-ACCT
           PERFORM 2300-POST-TRANSFER THRU 2300-EXIT

           MOVE WS-X-AMOUNT     TO WS-F-AMOUNT (FAM-IDX)
           ADD  WS-X-AMOUNT     TO WS-F-LEDGER-AFTER (FAM-IDX)
                                   WS-FAM-DOWN-AMOUNT
                                   WS-TOTAL-DOWN-AMOUNT
           SUBTRACT WS-X-AMOUNT FROM WS-MASTER-LEDGER
                                     WS-MASTER-AVAIL
           ADD  1               TO WS-TOTAL-DOWN-COUNT
           MOVE 'DOWN'          TO WS-F-DIR-TEXT (FAM-IDX)
           .
       2150-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    PRINT ONE RELATIONSHIP AND STAMP THE SWEEP ON ITS RECORD.
      *    THE STAMPED AMOUNT IS SIGNED FROM THE SUBSIDIARY'S SIDE.
       2180-REPORT-ONE.
           MOVE '2180-REPORT-ONE'     TO ERR-LOC
           MOVE SPACES                TO WS-DETAIL-LINE

           EVALUATE TRUE
              WHEN WS-F-REJECTED (FAM-IDX)
                 ADD 1 TO WS-TOTAL-REJECT-COUNT
              WHEN WS-F-SKIPPED (FAM-IDX)
                 ADD 1 TO WS-TOTAL-SKIP-COUNT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           MOVE SPACES                  TO WS-MASKED-SSN
           MOVE '*****'                 TO WS-MASKED-SSN
           MOVE WS-F-SUB-SSN (FAM-IDX)(6:4) TO WS-MASKED-SSN(6:4)
           MOVE WS-MASKED-SSN           TO WS-D-SSN
           MOVE WS-F-SUB-ACCT (FAM-IDX) TO WS-D-ACCT
           MOVE WS-F-TARGET (FAM-IDX)   TO WS-D-TARGET
           MOVE WS-F-DIR-TEXT (FAM-IDX) TO WS-D-DIR
           MOVE WS-F-STATUS (FAM-IDX)   TO WS-D-STATUS
           IF WS-F-BAL-KNOWN (FAM-IDX)
              MOVE WS-F-LEDGER-BEFORE (FAM-IDX) TO WS-D-BEFORE
              MOVE WS-F-UNAVAIL (FAM-IDX)       TO WS-D-UNAVAIL
              MOVE WS-F-AMOUNT (FAM-IDX)        TO WS-D-AMOUNT
              MOVE WS-F-LEDGER-AFTER (FAM-IDX)  TO WS-D-AFTER
           END-IF
           MOVE WS-DETAIL-LINE          TO RPT-OP-FIELDS
           PERFORM 2200-WRITE-RECORD THRU 2200-EXIT

           IF WS-F-AMOUNT (FAM-IDX) = 0
              GO TO 2180-EXIT
           END-IF

           MOVE WS-MASTER-SSN           TO SWP-MASTER-SSN
           MOVE WS-MASTER-ACCT          TO SWP-MASTER-ACCT-NUM
           MOVE WS-F-SUB-SSN (FAM-IDX)  TO SWP-SUB-SSN
           MOVE WS-F-SUB-ACCT (FAM-IDX) TO SWP-SUB-ACCT-NUM
           READ WBSWEPDB-FILE
           END-READ
           MOVE    'ERROR READING WBSWEPDB' TO ERR-MSG
           PERFORM 9995-SWP-ERR-CHK THRU 9995-EXIT

           MOVE WS-DATE-R               TO SWP-LAST-SWEEP-DATE
           IF WS-F-DIR-TEXT (FAM-IDX) = 'DOWN'
              COMPUTE SWP-LAST-SWEEP-AMT = WS-F-AMOUNT (FAM-IDX) * -1
           ELSE
              MOVE WS-F-AMOUNT (FAM-IDX) TO SWP-LAST-SWEEP-AMT
           END-IF
           REWRITE WBSWP-RECORD
           MOVE    'ERROR REWRITING WBSWEPDB' TO ERR-MSG
           PERFORM 9995-SWP-ERR-CHK THRU 9995-EXIT
           .
       2180-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2200-WRITE-RECORD.
           MOVE '2200-WRITE-RECORD'      TO ERR-LOC

           WRITE   RPT-OP-FIELDS
           MOVE    'ERROR WRITING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           MOVE    SPACES                 TO RPT-OP-FIELDS
           .
       2200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2400-TOTAL-HOLDS.
           MOVE 'N'                TO HLD-SCAN-FLAG
           MOVE ZERO               TO WS-HOLD-TOTAL

           MOVE ACCOUNT-SSN    TO HLD-SSN
           MOVE ACCOUNT-NUMBER TO HLD-ACCT-NUM
           MOVE ZERO           TO HLD-SEQ
           START WBHOLDDB-FILE KEY IS NOT LESS THAN HLD-KEY
              INVALID KEY MOVE 'Y' TO HLD-SCAN-FLAG
           END-START

           PERFORM 2405-SCAN-ONE-HOLD THRU 2405-EXIT
              UNTIL HOLD-SCAN-DONE
           .
       2400-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2405-SCAN-ONE-HOLD.
           READ WBHOLDDB-FILE NEXT
              AT END MOVE 'Y' TO HLD-SCAN-FLAG
           END-READ
           IF HOLD-SCAN-DONE
              GO TO 2405-EXIT
           END-IF

           IF HLD-SSN NOT = ACCOUNT-SSN
              OR HLD-ACCT-NUM NOT = ACCOUNT-NUMBER
              MOVE 'Y' TO HLD-SCAN-FLAG
              GO TO 2405-EXIT
           END-IF

           IF HLD-STATUS-ACTIVE
              ADD HLD-AMOUNT TO WS-HOLD-TOTAL
           END-IF
           .
       2405-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    TOTAL THE LEGAL-ORDER FREEZES IN FORCE AGAINST THE ACCOUNT
      *    IN THE RECORD AREA - A FULL FREEZE STOPS THE SWEEP, A
      *    PARTIAL FREEZE IS AS UNAVAILABLE AS A DEPOSIT HOLD. A
      *    REGION WITHOUT THE FILE FREEZES NOTHING.
       2410-CHECK-LEGAL-FREEZE.
           MOVE ZERO TO WS-FREEZE-TOTAL
           MOVE 'N'  TO FULL-FREEZE-FLAG
           MOVE 'N'  TO LGL-SCAN-FLAG

           IF NOT LEGAL-AVAILABLE
              GO TO 2410-EXIT
           END-IF

           MOVE ACCOUNT-SSN    TO LGL-SSN
           MOVE ACCOUNT-NUMBER TO LGL-ACCT-NUM
           MOVE ZERO           TO LGL-SEQ
           START WBLEGLDB-FILE KEY IS NOT LESS THAN LGL-KEY
              INVALID KEY MOVE 'Y' TO LGL-SCAN-FLAG
           END-START

           PERFORM 2415-SCAN-ONE-ORDER THRU 2415-EXIT
              UNTIL LEGAL-SCAN-DONE
           .
       2410-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2415-SCAN-ONE-ORDER.
           READ WBLEGLDB-FILE NEXT
              AT END MOVE 'Y' TO LGL-SCAN-FLAG
           END-READ
           IF LEGAL-SCAN-DONE
              GO TO 2415-EXIT
           END-IF

           IF LGL-SSN NOT = ACCOUNT-SSN
              OR LGL-ACCT-NUM NOT = ACCOUNT-NUMBER
              MOVE 'Y' TO LGL-SCAN-FLAG
              GO TO 2415-EXIT
           END-IF

           IF LGL-STATUS-ACTIVE
              AND LGL-EFFECTIVE-DATE NOT > WS-DATE-R
              AND (LGL-EXPIRY-DATE = SPACES
                   OR LGL-EXPIRY-DATE NOT < WS-DATE-R)
              IF LGL-FREEZE-FULL
                 SET ACCOUNT-FULLY-FROZEN TO TRUE
              ELSE
                 ADD LGL-AMOUNT TO WS-FREEZE-TOTAL
              END-IF
           END-IF
           .
       2415-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    MOVE WS-X-AMOUNT FROM ONE FAMILY CHECKING ACCOUNT TO THE
      *    OTHER AS A PAIRED DEBIT AND CREDIT. EACH ITEM'S MEMO NAMES
      *    THE OTHER SIDE; ACCTANAL PRICES THE PAIR AS SWEEP ACTIVITY.
       2300-POST-TRANSFER.
           MOVE '2300-POST-TRANSFER'  TO ERR-LOC

           MOVE WS-X-FROM-SSN         TO ACCOUNT-SSN
           MOVE WS-X-FROM-ACCT        TO ACCOUNT-NUMBER
           READ WBACCTDB-FILE
           END-READ
           MOVE    'ERROR READING WBACCTDB - FROM' TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK        THRU 9999-EXIT

           SUBTRACT WS-X-AMOUNT FROM ACCOUNT-CHK-BAL
           ADD  1 TO ACCOUNT-CHK-DETAIL-ITEMS

           REWRITE WBACCT-RECORD
           MOVE    'ERROR REWRITING WBACCTDB' TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK        THRU 9999-EXIT
           PERFORM 8700-JOURNAL-ACCT THRU 8700-EXIT

           MOVE ACCOUNT-SSN              TO TXN-SSN
           MOVE ACCOUNT-NUMBER           TO TXN-ACCT-NUM
           MOVE ACCOUNT-CHK-DETAIL-ITEMS TO TXN-ITEM-NUM
           SET  TXN-TYPE-DEBIT           TO TRUE
           MOVE WS-DATE-R                TO TXN-DATE
           MOVE WS-X-AMOUNT              TO TXN-AMOUNT
           MOVE SPACES                   TO TXN-MEMO
           STRING 'ZBA SWEEP ' WS-X-TO-ACCT
                  DELIMITED BY SIZE INTO TXN-MEMO

           WRITE WBTXN-RECORD
           MOVE    'ERROR WRITING WBTXNDB' TO ERR-MSG
           PERFORM 9996-TXN-ERR-CHK      THRU 9996-EXIT
           PERFORM 8710-JOURNAL-TXN THRU 8710-EXIT

           MOVE WS-X-TO-SSN           TO ACCOUNT-SSN
           MOVE WS-X-TO-ACCT          TO ACCOUNT-NUMBER
           READ WBACCTDB-FILE
           END-READ
           MOVE    'ERROR READING WBACCTDB - TO' TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK        THRU 9999-EXIT

           ADD  WS-X-AMOUNT TO ACCOUNT-CHK-BAL
           ADD  1           TO ACCOUNT-CHK-DETAIL-ITEMS

           REWRITE WBACCT-RECORD
           MOVE    'ERROR REWRITING WBACCTDB' TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK        THRU 9999-EXIT
           PERFORM 8700-JOURNAL-ACCT THRU 8700-EXIT

           MOVE ACCOUNT-SSN              TO TXN-SSN
           MOVE ACCOUNT-NUMBER           TO TXN-ACCT-NUM
           MOVE ACCOUNT-CHK-DETAIL-ITEMS TO TXN-ITEM-NUM
           SET  TXN-TYPE-CREDIT          TO TRUE
           MOVE WS-DATE-R                TO TXN-DATE
           MOVE WS-X-AMOUNT              TO TXN-AMOUNT
           MOVE SPACES                   TO TXN-MEMO
           STRING 'ZBA SWEEP ' WS-X-FROM-ACCT
                  DELIMITED BY SIZE INTO TXN-MEMO

           WRITE WBTXN-RECORD
           MOVE    'ERROR WRITING WBTXNDB' TO ERR-MSG
           PERFORM 9996-TXN-ERR-CHK      THRU 9996-EXIT
           PERFORM 8710-JOURNAL-TXN THRU 8710-EXIT
           .
       2300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       3000-HOUSEKEEPING.
           MOVE '3000-HOUSEKEEPING' TO ERR-LOC
           MOVE WS-TOTAL-READ-COUNT    TO WS-TR-READ-CNT
           MOVE WS-TOTAL-FAMILY-COUNT  TO WS-TR-FAM-CNT
           MOVE WS-TOTAL-UP-COUNT      TO WS-TR-UP-CNT
           MOVE WS-TOTAL-UP-AMOUNT     TO WS-TR-UP-AMT
           MOVE WS-TOTAL-DOWN-COUNT    TO WS-TR-DOWN-CNT
           MOVE WS-TOTAL-DOWN-AMOUNT   TO WS-TR-DOWN-AMT
           MOVE WS-TOTAL-SHORT-COUNT   TO WS-TR-SHORT-CNT
           MOVE WS-TOTAL-SKIP-COUNT    TO WS-TR-SKIP-CNT
           MOVE WS-TOTAL-REJECT-COUNT  TO WS-TR-REJ-CNT
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

           IF RCVJRN-STAT = 0
              CLOSE JRN-OP
           END-IF

           CLOSE  RPT-OP
           MOVE   'ERROR CLOSING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK   THRU 9998-EXIT

      *    A REJECTED RELATIONSHIP NEEDS ITS SETUP CORRECTED
           IF WS-TOTAL-REJECT-COUNT > 0
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

           MOVE 'ZBASWEEP' TO RLG-PROGRAM
           MOVE WS-DATE-R         TO RLG-DATE
           MOVE WS-RUN-START-TIME TO RLG-START-TIME
           STRING FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2) DELIMITED BY SIZE
                  INTO RLG-END-TIME
           MOVE ZERO TO RLG-IN-COUNT RLG-OUT-COUNT
                        RLG-REJ-COUNT RLG-DOLLAR-TOTAL
           MOVE WS-TOTAL-READ-COUNT    TO RLG-IN-COUNT
           COMPUTE RLG-OUT-COUNT = WS-TOTAL-UP-COUNT
                                 + WS-TOTAL-DOWN-COUNT
           MOVE WS-TOTAL-REJECT-COUNT  TO RLG-REJ-COUNT
           COMPUTE RLG-DOLLAR-TOTAL = WS-TOTAL-UP-AMOUNT
                                    + WS-TOTAL-DOWN-AMOUNT
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
       9995-SWP-ERR-CHK.
           MOVE WBSWEPDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBSWEPDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN WBSWEPDB-FILE-STATUS = '10'
                    MOVE 'Y' TO EOF-FLAG

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE SWP-VSAM-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE SWP-VSAM-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE SWP-VSAM-REASON-CODE
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
       9995-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9997-HLD-ERR-CHK.
           MOVE WBHOLDDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBHOLDDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE HLD-VSAM-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE HLD-VSAM-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE HLD-VSAM-REASON-CODE
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
       9999-VSAM-ERR-CHK.
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
       9999-EXIT.
           EXIT.
