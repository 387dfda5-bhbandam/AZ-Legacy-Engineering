      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
        PROGRAM-ID. BALHIST.
      ****************************************************************
      * This program runs at the end of the nightly posting and      *
      * records every open account's closing position for the        *
      * business date on WBBALHST-DD: the ledger balance off         *
      * WBACCTDB-DD, the active WBHOLDDB-DD holds, the collected     *
      * balance net of them and the number of items posted to the    *
      * account that day. SVCCHRG, ACCTANAL and KITERPT take their   *
      * past balances from this file instead of unwinding WBTXNDB-DD *
      * backwards, and the WGRVBHST screen shows an account's daily  *
      * balances for any date range. A rerun for the same date       *
      * replaces that date's records. History older than the         *
      * retention period (400 days by default, PARMIN-overridable)   *
      * is dropped as each account is recorded.                      *
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
           SELECT WBACCTDB-FILE
               ASSIGN       TO WBACCTDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS ACCOUNT-KEY
               FILE STATUS  IS WBACCTDB-FILE-STATUS WBACCTDB-VSAM-CODE.

           SELECT WBTXNDB-FILE
               ASSIGN       TO WBTXNDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS TXN-KEY
               ALTERNATE RECORD KEY IS TXN-DATE WITH DUPLICATES
               FILE STATUS  IS WBTXNDB-FILE-STATUS WBTXNDB-VSAM-CODE.

           SELECT WBHOLDDB-FILE
               ASSIGN       TO WBHOLDDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS HLD-KEY
               FILE STATUS  IS WBHOLDDB-FILE-STATUS WBHOLDDB-VSAM-CODE.

           SELECT WBBALHST-FILE
               ASSIGN       TO WBBALHST
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS BHS-KEY
               FILE STATUS  IS WBBALHST-FILE-STATUS WBBALHST-VSAM-CODE.

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

       FD  WBACCTDB-FILE.
           COPY WBACCTREC.

       FD  WBTXNDB-FILE.
           COPY WBTXNREC.

       FD  WBHOLDDB-FILE.
           COPY WBHLDREC.

       FD  WBBALHST-FILE.
           COPY WBBHSREC.

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
      *    DAYS OF HISTORY KEPT (DEFAULT 400)
           05 PARM-KEEP-DAYS             PIC 9(04).
           05 FILLER                     PIC X(65).

       WORKING-STORAGE SECTION.

       01  WBRUNLOG-FILE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-RUN-START-TIME             PIC X(08) VALUE SPACES.

       01  WBBDATE-FILE-STATUS           PIC X(02) VALUE SPACES.

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

       01  WBBALHST-FILE-STATUS.
           05  STA-BHS-STAT1             PIC X(01).
           05  STA-BHS-STAT2             PIC X(01).
       01  WBBALHST-VSAM-CODE.
           05 BHS-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 BHS-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 BHS-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

       01  WS-VSAM-CODE-DISPLAY.
           05 WS-VSAM-RETURN-CODE-DIS    PIC Z(2)9.
           05 WS-VSAM-COMPONENT-CODE-DIS PIC Z(2)9.
           05 WS-VSAM-REASON-CODE-DIS    PIC Z(3)9.

      *    THE DAY'S POSTED ITEMS COUNTED PER ACCOUNT OFF THE DATE
      *    ALTERNATE INDEX BEFORE THE ACCOUNT PASS
       01  WS-CNT-TABLE.
           05 WS-CNT-COUNT             PIC 9(05)  COMP   VALUE ZERO.
           05 WS-CNT-ENTRY OCCURS 5000 TIMES
                           INDEXED BY CNT-IDX.
              10 WS-CNT-KEY.
                 15 WS-CNT-SSN         PIC X(09).
                 15 WS-CNT-ACCT        PIC X(10).
              10 WS-CNT-ITEMS          PIC 9(07)     COMP.

       01  WS-LABELS.
           05 WS-SPACE.
              10 FILLER        PIC X(1)   VALUE SPACE.

           05 WS-HEADER-TITLE.
              10 FILLER        PIC X(48)  VALUE SPACES.
              10 FILLER        PIC X(33)  VALUE
                                    'NIGHTLY ACCOUNT BALANCE HISTORY'.
              10 FILLER        PIC X(40)  VALUE SPACES.
              10 WS-DATE-R     PIC X(10)  VALUE SPACES.
              10 FILLER        PIC X(01)  VALUE SPACES.

           05 WS-FOOTER.
              10 FILLER        PIC X(58)  VALUE ALL '='.
              10 FILLER        PIC X(15)  VALUE ' END OF REPORT '.
              10 FILLER        PIC X(59)  VALUE ALL '='.

           05 WS-TRAILER-1.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'ACCOUNTS RECORDED         :'.
              10 WS-TR-ACCT-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-2.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'RECORDS REPLACED BY RERUN :'.
              10 WS-TR-RPL-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-3.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'ITEMS POSTED TODAY        :'.
              10 WS-TR-ITEM-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-4.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'EXPIRED RECORDS DROPPED   :'.
              10 WS-TR-PRG-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-5.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'TOTAL LEDGER BALANCE      :'.
              10 WS-TR-LEDGER  PIC Z(10)9.99-.
              10 FILLER        PIC X(61)  VALUE SPACES.

           05 WS-TRAILER-6.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'TOTAL HOLDS               :'.
              10 WS-TR-HOLDS   PIC Z(10)9.99-.
              10 FILLER        PIC X(61)  VALUE SPACES.

           05 WS-TRAILER-7.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'TOTAL COLLECTED BALANCE   :'.
              10 WS-TR-COLLECT PIC Z(10)9.99-.
              10 FILLER        PIC X(61)  VALUE SPACES.

       01  WS-VARS.
           05 WS-KEEP-DAYS             PIC 9(04)       VALUE 400.
           05 WS-RUN-DATE-NUM          PIC 9(08)       VALUE ZERO.
           05 WS-CUTOFF-NUM            PIC 9(08)       VALUE ZERO.
           05 WS-CUTOFF-DATE           PIC X(10)       VALUE SPACES.
           05 WS-DATE-MDY              PIC X(10)       VALUE SPACES.
           05 WS-SCAN-DATE             PIC X(10)       VALUE SPACES.
           05 WS-WORK-KEY.
              10 WS-WORK-SSN           PIC X(09).
              10 WS-WORK-ACCT          PIC X(10).
           05 WS-LEDGER-BAL            PIC S9(13)V99   VALUE ZERO.
           05 WS-HOLD-TOTAL            PIC S9(13)V99   VALUE ZERO.
           05 WS-ITEM-COUNT            PIC 9(07)       VALUE ZERO.
           05 WS-ACCT-COUNT            PIC 9(07)       VALUE ZERO.
           05 WS-REPLACED-COUNT        PIC 9(07)       VALUE ZERO.
           05 WS-PURGED-COUNT          PIC 9(07)       VALUE ZERO.
           05 WS-TOTAL-ITEMS           PIC 9(07)       VALUE ZERO.
           05 WS-TOTAL-LEDGER          PIC S9(13)V99   VALUE ZERO.
           05 WS-TOTAL-HOLDS           PIC S9(13)V99   VALUE ZERO.
           05 WS-TOTAL-COLLECTED       PIC S9(13)V99   VALUE ZERO.

       01  WS-DISPLAY-VARS.
           05 ERR-PGM          PIC X(07)  VALUE 'BALHIST'.
           05 ERR-LOC          PIC X(20)  VALUE SPACES.
           05 ERR-MSG          PIC X(30)  VALUE SPACES.
           05 ERR-CODE         PIC 9(09)  VALUE ZERO.

       01  WS-FLAG-VARS.
           05 RPTOUT-STAT      PIC 9(02)  VALUE ZERO.
           05 PARMIN-STAT      PIC 9(02)  VALUE ZERO.
           05 EOF-FLAG         PIC X(01)  VALUE 'N'.
              88 END-OF-FILE              VALUE 'Y'.
           05 TXN-EOF-FLAG     PIC X(01)  VALUE 'N'.
              88 TXN-END-OF-FILE          VALUE 'Y'.
           05 HLD-SCAN-FLAG    PIC X(01)  VALUE 'N'.
              88 HOLD-SCAN-DONE           VALUE 'Y'.
           05 HOLDS-OPEN-FLAG  PIC X(01)  VALUE 'N'.
              88 HOLDS-ARE-OPEN           VALUE 'Y'.
           05 BHS-SCAN-FLAG    PIC X(01)  VALUE 'N'.
              88 HISTORY-SCAN-DONE        VALUE 'Y'.

       01  WS-PARM-VARS.
           05 PARM-FOUND-FLAG     PIC X(01) VALUE 'N'.
              88 PARM-WAS-FOUND             VALUE 'Y'.

       PROCEDURE DIVISION.
      *
      * THIS PROGRAM WRITES ONE WBBALHST-DD RECORD PER OPEN ACCOUNT
      * FOR THE BUSINESS DATE AND DROPS HISTORY PAST RETENTION.
      *
       0000-MAIN.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT

           PERFORM 2000-COUNT-DAY-ITEMS THRU 2000-EXIT

           MOVE SPACES TO EOF-FLAG
           OPEN INPUT WBACCTDB-FILE
           MOVE       'ERROR OPENING WBACCTDB'   TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK           THRU 9999-EXIT

           OPEN INPUT WBHOLDDB-FILE
           IF WBHOLDDB-FILE-STATUS = '00'
              SET HOLDS-ARE-OPEN TO TRUE
           END-IF

      *    A FIRST-EVER RUN CREATES THE HISTORY FILE
           OPEN I-O WBBALHST-FILE
           IF WBBALHST-FILE-STATUS = '35'
              OPEN OUTPUT WBBALHST-FILE
              CLOSE WBBALHST-FILE
              OPEN I-O WBBALHST-FILE
           END-IF
           MOVE       'ERROR OPENING WBBALHST'   TO ERR-MSG
           PERFORM 9994-BHS-ERR-CHK            THRU 9994-EXIT

           PERFORM 2200-RECORD-ONE-ACCOUNT
              THRU 2200-EXIT
             UNTIL END-OF-FILE

           CLOSE WBBALHST-FILE
           MOVE      'ERROR CLOSING WBBALHST' TO ERR-MSG
           PERFORM 9994-BHS-ERR-CHK         THRU 9994-EXIT

           IF HOLDS-ARE-OPEN
              CLOSE WBHOLDDB-FILE
           END-IF

           CLOSE WBACCTDB-FILE
           MOVE      'ERROR CLOSING WBACCTDB' TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK        THRU 9999-EXIT

           PERFORM 3000-HOUSEKEEPING     THRU 3000-EXIT
           PERFORM 3100-WRITE-RUN-STATS  THRU 3100-EXIT
           STOP RUN.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE '1000-INITIALIZE'        TO ERR-LOC

           PERFORM 1070-READ-PARMS       THRU 1070-EXIT

           OPEN OUTPUT RPT-OP
           MOVE    'ERROR OPENING RPT-OP'   TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK       THRU 9998-EXIT

           WRITE RPT-OP-FIELDS          FROM WS-HEADER-TITLE
           WRITE RPT-OP-FIELDS          FROM WS-SPACE
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
              IF PARM-KEEP-DAYS IS NUMERIC
                 AND PARM-KEEP-DAYS > 0
                 MOVE PARM-KEEP-DAYS      TO WS-KEEP-DAYS
              END-IF
           END-IF

      *    ONLINE ITEMS CARRY MM/DD/YYYY DATES
           STRING WS-DATE-R(6:2) '/' WS-DATE-R(9:2) '/'
                  WS-DATE-R(1:4) DELIMITED BY SIZE
                  INTO WS-DATE-MDY

           STRING WS-DATE-R(1:4) WS-DATE-R(6:2) WS-DATE-R(9:2)
                  DELIMITED BY SIZE
                  INTO WS-RUN-DATE-NUM
           COMPUTE WS-CUTOFF-NUM =
              FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                 - WS-KEEP-DAYS)
           STRING WS-CUTOFF-NUM(1:4) '-' WS-CUTOFF-NUM(5:2) '-'
                  WS-CUTOFF-NUM(7:2) DELIMITED BY SIZE
                  INTO WS-CUTOFF-DATE
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
      *    THE DATE ALTERNATE INDEX TURNS THE DAY'S ITEMS INTO A
      *    POSITIONED READ INSTEAD OF A FULL-FILE SCAN. ONLINE ITEMS
      *    CARRY MM/DD/YYYY DATES AND BATCH ITEMS YYYY-MM-DD, SO THE
      *    DAY IS PICKED UP UNDER BOTH KEY FORMS.
       2000-COUNT-DAY-ITEMS.
           MOVE '2000-COUNT-DAY-ITEMS' TO ERR-LOC

           OPEN INPUT WBTXNDB-FILE
           MOVE    'ERROR OPENING WBTXNDB'   TO ERR-MSG
           PERFORM 9996-TXN-ERR-CHK        THRU 9996-EXIT

           MOVE WS-DATE-R   TO WS-SCAN-DATE
           PERFORM 2050-SCAN-ONE-DATE THRU 2050-EXIT
           MOVE WS-DATE-MDY TO WS-SCAN-DATE
           PERFORM 2050-SCAN-ONE-DATE THRU 2050-EXIT

           CLOSE WBTXNDB-FILE
           MOVE    'ERROR CLOSING WBTXNDB'   TO ERR-MSG
           PERFORM 9996-TXN-ERR-CHK        THRU 9996-EXIT
           .
       2000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2050-SCAN-ONE-DATE.
           MOVE '2050-SCAN-ONE-DATE' TO ERR-LOC

           MOVE SPACES       TO TXN-EOF-FLAG
           MOVE WS-SCAN-DATE TO TXN-DATE
           START WBTXNDB-FILE KEY = TXN-DATE
              INVALID KEY SET TXN-END-OF-FILE TO TRUE
           END-START

           IF NOT TXN-END-OF-FILE
              PERFORM 2100-READ-TXN THRU 2100-EXIT
              PERFORM 2150-COUNT-ONE-ITEM
                 THRU 2150-EXIT
                UNTIL TXN-END-OF-FILE
           END-IF
           .
       2050-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2100-READ-TXN.
           MOVE '2100-READ-TXN' TO ERR-LOC

           READ WBTXNDB-FILE NEXT
               AT END SET TXN-END-OF-FILE TO TRUE
           END-READ

           IF NOT TXN-END-OF-FILE
              MOVE    'ERROR READING WBTXNDB' TO ERR-MSG
              PERFORM 9996-TXN-ERR-CHK THRU 9996-EXIT
           END-IF
           .
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2150-COUNT-ONE-ITEM.
           MOVE '2150-COUNT-ONE-ITEM' TO ERR-LOC

      *    THE BROWSE RUNS IN DATE-KEY ORDER, SO THE FIRST ITEM OFF
      *    THE SCAN DATE ENDS THE PASS
           IF TXN-DATE NOT = WS-SCAN-DATE
              SET TXN-END-OF-FILE TO TRUE
              GO TO 2150-EXIT
           END-IF

           MOVE TXN-SSN      TO WS-WORK-SSN
           MOVE TXN-ACCT-NUM TO WS-WORK-ACCT
           SET CNT-IDX TO 1
           SEARCH WS-CNT-ENTRY
              AT END
                 IF WS-CNT-COUNT < 5000
                    ADD 1 TO WS-CNT-COUNT
                    SET CNT-IDX TO WS-CNT-COUNT
                    MOVE WS-WORK-KEY TO WS-CNT-KEY (CNT-IDX)
                    MOVE 1           TO WS-CNT-ITEMS (CNT-IDX)
                 ELSE
                    DISPLAY 'BALHIST - ITEM COUNT TABLE FULL'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              WHEN WS-CNT-KEY (CNT-IDX) = WS-WORK-KEY
                 ADD 1 TO WS-CNT-ITEMS (CNT-IDX)
           END-SEARCH

           PERFORM 2100-READ-TXN THRU 2100-EXIT
           .
       2150-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2200-RECORD-ONE-ACCOUNT.
           MOVE '2200-RECORD-ONE-ACCOUNT' TO ERR-LOC

           READ WBACCTDB-FILE NEXT
              AT END SET END-OF-FILE TO TRUE
           END-READ
           IF END-OF-FILE
              GO TO 2200-EXIT
           END-IF
           MOVE    'ERROR READING WBACCTDB' TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK THRU 9999-EXIT

           IF ACCOUNT-CLOSED
              GO TO 2200-EXIT
           END-IF

           EVALUATE TRUE
              WHEN ACCOUNT-TYPE-CHK
                 MOVE ACCOUNT-CHK-BAL TO WS-LEDGER-BAL
              WHEN ACCOUNT-TYPE-SAV
                 MOVE ACCOUNT-SAV-BAL TO WS-LEDGER-BAL
              WHEN ACCOUNT-TYPE-CD
                 MOVE ACCOUNT-CD-BAL  TO WS-LEDGER-BAL
              WHEN ACCOUNT-TYPE-LON
                 MOVE ACCOUNT-LON-BAL TO WS-LEDGER-BAL
              WHEN ACCOUNT-TYPE-IRA
                 MOVE ACCOUNT-IRA-BAL TO WS-LEDGER-BAL
              WHEN ACCOUNT-TYPE-LOC
                 MOVE ACCOUNT-LOC-BAL TO WS-LEDGER-BAL
              WHEN OTHER
                 MOVE ZERO            TO WS-LEDGER-BAL
           END-EVALUATE

           PERFORM 2300-SUM-HOLDS THRU 2300-EXIT

           MOVE ZERO           TO WS-ITEM-COUNT
           MOVE ACCOUNT-SSN    TO WS-WORK-SSN
           MOVE ACCOUNT-NUMBER TO WS-WORK-ACCT
           SET CNT-IDX TO 1
           SEARCH WS-CNT-ENTRY
              AT END
                 CONTINUE
              WHEN WS-CNT-KEY (CNT-IDX) = WS-WORK-KEY
                 MOVE WS-CNT-ITEMS (CNT-IDX) TO WS-ITEM-COUNT
           END-SEARCH

           MOVE SPACES            TO WBBHS-RECORD
           MOVE ACCOUNT-SSN       TO BHS-SSN
           MOVE ACCOUNT-NUMBER    TO BHS-ACCT-NUM
           MOVE WS-DATE-R         TO BHS-DATE
           MOVE ACCOUNT-TYPE-CODE TO BHS-ACCT-TYPE-CODE
           MOVE WS-LEDGER-BAL     TO BHS-LEDGER-BAL
           MOVE WS-HOLD-TOTAL     TO BHS-HOLD-AMT
           COMPUTE BHS-COLLECTED-BAL = WS-LEDGER-BAL - WS-HOLD-TOTAL
           MOVE WS-ITEM-COUNT     TO BHS-ITEM-COUNT

           ADD 1                  TO WS-ACCT-COUNT
           ADD WS-ITEM-COUNT      TO WS-TOTAL-ITEMS
           ADD WS-LEDGER-BAL      TO WS-TOTAL-LEDGER
           ADD WS-HOLD-TOTAL      TO WS-TOTAL-HOLDS
           ADD BHS-COLLECTED-BAL  TO WS-TOTAL-COLLECTED

      *    A RERUN FOR THE SAME BUSINESS DATE REPLACES THE RECORD
           WRITE WBBHS-RECORD
              INVALID KEY
                 REWRITE WBBHS-RECORD
                 ADD 1 TO WS-REPLACED-COUNT
           END-WRITE
           MOVE    'ERROR WRITING WBBALHST' TO ERR-MSG
           PERFORM 9994-BHS-ERR-CHK THRU 9994-EXIT

           PERFORM 2400-DROP-EXPIRED THRU 2400-EXIT
           .
       2200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    SUM THE ACCOUNT'S ACTIVE UNCOLLECTED-FUNDS HOLDS
       2300-SUM-HOLDS.
           MOVE '2300-SUM-HOLDS' TO ERR-LOC
           MOVE ZERO             TO WS-HOLD-TOTAL
           MOVE 'N'              TO HLD-SCAN-FLAG

           IF NOT HOLDS-ARE-OPEN
              GO TO 2300-EXIT
           END-IF

           MOVE ACCOUNT-SSN    TO HLD-SSN
           MOVE ACCOUNT-NUMBER TO HLD-ACCT-NUM
           MOVE ZERO           TO HLD-SEQ
           START WBHOLDDB-FILE KEY >= HLD-KEY
              INVALID KEY SET HOLD-SCAN-DONE TO TRUE
           END-START

           PERFORM 2350-SCAN-ONE-HOLD THRU 2350-EXIT
              UNTIL HOLD-SCAN-DONE
           .
       2300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2350-SCAN-ONE-HOLD.
           READ WBHOLDDB-FILE NEXT
              AT END SET HOLD-SCAN-DONE TO TRUE
           END-READ

           IF NOT HOLD-SCAN-DONE
              IF HLD-SSN NOT = ACCOUNT-SSN
                 OR HLD-ACCT-NUM NOT = ACCOUNT-NUMBER
                 SET HOLD-SCAN-DONE TO TRUE
              ELSE
                 IF HLD-STATUS-ACTIVE
                    ADD HLD-AMOUNT TO WS-HOLD-TOTAL
                 END-IF
              END-IF
           END-IF
           .
       2350-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE ACCOUNT'S OLDEST RECORDS COME FIRST IN KEY ORDER, SO
      *    THE SCAN STOPS AT THE FIRST ONE INSIDE THE RETENTION
       2400-DROP-EXPIRED.
           MOVE '2400-DROP-EXPIRED' TO ERR-LOC
           MOVE 'N'                 TO BHS-SCAN-FLAG

           MOVE ACCOUNT-SSN    TO BHS-SSN
           MOVE ACCOUNT-NUMBER TO BHS-ACCT-NUM
           MOVE LOW-VALUES     TO BHS-DATE
           START WBBALHST-FILE KEY >= BHS-KEY
              INVALID KEY SET HISTORY-SCAN-DONE TO TRUE
           END-START

           PERFORM 2450-DROP-ONE-EXPIRED THRU 2450-EXIT
              UNTIL HISTORY-SCAN-DONE
           .
       2400-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2450-DROP-ONE-EXPIRED.
           READ WBBALHST-FILE NEXT
              AT END SET HISTORY-SCAN-DONE TO TRUE
           END-READ
           IF HISTORY-SCAN-DONE
              GO TO 2450-EXIT
           END-IF

           IF BHS-SSN NOT = ACCOUNT-SSN
              OR BHS-ACCT-NUM NOT = ACCOUNT-NUMBER
              OR BHS-DATE NOT < WS-CUTOFF-DATE
              SET HISTORY-SCAN-DONE TO TRUE
              GO TO 2450-EXIT
           END-IF

           DELETE WBBALHST-FILE RECORD
           MOVE    'ERROR DELETING WBBALHST' TO ERR-MSG
           PERFORM 9994-BHS-ERR-CHK THRU 9994-EXIT
           ADD 1 TO WS-PURGED-COUNT
           .
       2450-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       3000-HOUSEKEEPING.
           MOVE '3000-HOUSEKEEPING' TO ERR-LOC

           MOVE WS-ACCT-COUNT      TO WS-TR-ACCT-CNT
           MOVE WS-REPLACED-COUNT  TO WS-TR-RPL-CNT
           MOVE WS-TOTAL-ITEMS     TO WS-TR-ITEM-CNT
           MOVE WS-PURGED-COUNT    TO WS-TR-PRG-CNT
           MOVE WS-TOTAL-LEDGER    TO WS-TR-LEDGER
           MOVE WS-TOTAL-HOLDS     TO WS-TR-HOLDS
           MOVE WS-TOTAL-COLLECTED TO WS-TR-COLLECT
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

           MOVE 'BALHIST' TO RLG-PROGRAM
           MOVE WS-DATE-R         TO RLG-DATE
           MOVE WS-RUN-START-TIME TO RLG-START-TIME
           STRING FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2) DELIMITED BY SIZE
                  INTO RLG-END-TIME
           MOVE ZERO TO RLG-IN-COUNT RLG-OUT-COUNT
                        RLG-REJ-COUNT RLG-DOLLAR-TOTAL
           MOVE WS-ACCT-COUNT     TO RLG-IN-COUNT
           MOVE WS-ACCT-COUNT     TO RLG-OUT-COUNT
           MOVE WS-TOTAL-LEDGER   TO RLG-DOLLAR-TOTAL
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
       9994-BHS-ERR-CHK.
           MOVE WBBALHST-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBBALHST-FILE-STATUS = '00'
                    CONTINUE

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE BHS-VSAM-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE BHS-VSAM-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE BHS-VSAM-REASON-CODE
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
       9994-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9996-TXN-ERR-CHK.
           MOVE WBTXNDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBTXNDB-FILE-STATUS = '00'
                    CONTINUE

      *        STATUS 02 IS NOT AN ERROR - IT SAYS MORE RECORDS
      *        WITH THE SAME ALTERNATE-KEY DATE FOLLOW
               WHEN WBTXNDB-FILE-STATUS = '02'
                    CONTINUE
               WHEN WBTXNDB-FILE-STATUS = '10'
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
      *-----------------------------------------------------------------
