      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
        PROGRAM-ID. CUSTPROF.
      ****************************************************************
      * Monthly customer profitability scoring. Every account on     *
      * WBACCTDB-DD is scored for the report month (the month of the *
      * run date) and rolled up to its customer SSN:                 *
      *   fee income    - the month's 'S' service and 'O' overdraft  *
      *                   charges on WBTXNDB-DD, less the month's    *
      *                   'R' reversals whose original (named in the *
      *                   REV OF ITEM memo) was such a charge;       *
      *   interest paid - the month's INTPOST capitalizations        *
      *                   (INTEREST credits) on deposit accounts     *
      *                   plus interest accrued on WBACCRDB-DD and   *
      *                   not yet capitalized;                       *
      *   loan interest - the month's LOAN INTEREST and LINE         *
      *                   INTEREST debits plus loan and credit-line  *
      *                   accruals not yet billed;                   *
      *   funds credit  - the customer's average deposit balance for *
      *                   the month at the PARMIN-DD transfer rate.  *
      * Profit is fee income plus loan interest plus funds credit    *
      * less interest paid. The report on RPTOUT-DD ranks customers  *
      * by profit within branch (the branch of the customer's first  *
      * account carrying one) and the same figures go to the        *
      * marketing extract on PRFOUT-DD, closed by a control trailer. *
      *                                                              *
      * An account's average deposit balance is the mean of its     *
      * month-opening and month-closing balances, each unwound from  *
      * the current balance by the items posted since - the same     *
      * approximation ACCTANAL uses for business analysis.           *
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
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS ACCOUNT-KEY
               FILE STATUS  IS WBACCTDB-FILE-STATUS WBACCTDB-VSAM-CODE.

           SELECT WBTXNDB-FILE
               ASSIGN       TO WBTXNDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS TXN-KEY
               FILE STATUS  IS WBTXNDB-FILE-STATUS WBTXNDB-VSAM-CODE.

           SELECT WBACCRDB-FILE
               ASSIGN       TO WBACCRDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS ACR-KEY
               FILE STATUS  IS WBACCRDB-FILE-STATUS.

           SELECT WBCUSTDB-FILE
               ASSIGN       TO WBCUSTDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS CUSTOMER-ID
               FILE STATUS  IS WBCUSTDB-FILE-STATUS WBCUSTDB-VSAM-CODE.

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

           SELECT PRF-OP     ASSIGN TO PRFOUT
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS PRFOUT-STAT.

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

       FD  WBACCRDB-FILE.
           COPY WBACRREC.

       FD  WBCUSTDB-FILE.
           COPY WBCUSTREC.

       FD  WBBDATE-FILE.
           COPY WBBDTREC.

       FD  WBRUNLOG-FILE.
           COPY WBRLGREC.

      *    MARKETING EXTRACT - ONE DETAIL PER CUSTOMER SCORED, IN
      *    REPORT ORDER, THEN A CONTROL TRAILER WITH THE COUNT AND
      *    THE PROFIT TOTAL. AMOUNTS CARRY A LEADING SEPARATE SIGN
      *    SO THE LOAD NEEDS NO PACKED-DECIMAL HANDLING.
       FD  PRF-OP
           RECORD CONTAINS 100.
       01  PRF-RECORD.
           05 PRF-RECORD-TYPE            PIC X(01).
              88 PRF-TYPE-DETAIL                VALUE 'D'.
              88 PRF-TYPE-TRAILER               VALUE 'T'.
           05 PRF-REPORT-MONTH           PIC X(07).
           05 PRF-DETAIL-AREA            PIC X(92).
           05 PRF-DETAIL REDEFINES PRF-DETAIL-AREA.
              10 PRF-CUST-ID             PIC X(10).
              10 PRF-SSN                 PIC X(09).
              10 PRF-BRANCH              PIC X(03).
              10 PRF-RANK                PIC 9(05).
              10 PRF-ACCT-COUNT          PIC 9(03).
              10 PRF-FEE-INCOME          PIC S9(09)V99
                                         SIGN IS LEADING SEPARATE.
              10 PRF-LOAN-INTEREST       PIC S9(09)V99
                                         SIGN IS LEADING SEPARATE.
              10 PRF-FUNDS-CREDIT        PIC S9(09)V99
                                         SIGN IS LEADING SEPARATE.
              10 PRF-INTEREST-PAID       PIC S9(09)V99
                                         SIGN IS LEADING SEPARATE.
              10 PRF-PROFIT              PIC S9(09)V99
                                         SIGN IS LEADING SEPARATE.
              10 FILLER                  PIC X(02).
           05 PRF-TRAILER REDEFINES PRF-DETAIL-AREA.
              10 PRF-TRL-COUNT           PIC 9(07).
              10 PRF-TRL-PROFIT          PIC S9(11)V99
                                         SIGN IS LEADING SEPARATE.
              10 FILLER                  PIC X(71).

       FD  RPT-OP
           RECORD CONTAINS 132
           RECORDING MODE F.
       01  RPT-OP-FIELDS                 PIC X(132).

       FD  PARM-FILE
           RECORD CONTAINS 80.
       01  PARM-RECORD.
           05 PARM-RUN-DATE              PIC X(10).
           05 FILLER                     PIC X(01).
           05 PARM-FTP-RATE              PIC 9(02)V99.
           05 FILLER                     PIC X(65).

       WORKING-STORAGE SECTION.

       01  WBRUNLOG-FILE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-RUN-START-TIME             PIC X(08) VALUE SPACES.

       01  WBBDATE-FILE-STATUS           PIC X(02) VALUE SPACES.

       01  WBACCRDB-FILE-STATUS          PIC X(02) VALUE SPACES.

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

       01  WBCUSTDB-FILE-STATUS.
           05  STA-CUST-STAT1            PIC X(01).
           05  STA-CUST-STAT2            PIC X(01).
       01  WBCUSTDB-VSAM-CODE.
           05 CUST-VSAM-RETURN-CODE      PIC S9(2) USAGE BINARY.
           05 CUST-VSAM-COMPONENT-CODE   PIC S9(1) USAGE BINARY.
           05 CUST-VSAM-REASON-CODE      PIC S9(3) USAGE BINARY.

       01  WS-VSAM-CODE-DISPLAY.
           05 WS-VSAM-RETURN-CODE-DIS    PIC Z(2)9.
           05 WS-VSAM-COMPONENT-CODE-DIS PIC Z(2)9.
           05 WS-VSAM-REASON-CODE-DIS    PIC Z(3)9.

       01  WS-LABELS.
           05 WS-SPACE.
              10 FILLER        PIC X(1)   VALUE SPACE.

           05 WS-HEADER-TITLE.
              10 FILLER        PIC X(40)  VALUE SPACES.
              10 FILLER        PIC X(31)  VALUE
                               'CUSTOMER PROFITABILITY - MONTH '.
              10 WS-HT-MONTH   PIC X(07)  VALUE SPACES.
              10 FILLER        PIC X(43)  VALUE SPACES.
              10 WS-DATE-R     PIC X(10)  VALUE SPACES.
              10 FILLER        PIC X(01)  VALUE SPACES.

           05 WS-BRANCH-HEADER.
              10 FILLER        PIC X(08)  VALUE 'BRANCH: '.
              10 WS-BH-BRANCH  PIC X(03).
              10 FILLER        PIC X(121) VALUE SPACES.

           05 WS-HEADER-LABEL.
              10 FILLER        PIC X(07)  VALUE ' RANK'.
              10 FILLER        PIC X(12)  VALUE 'CUSTOMER'.
              10 FILLER        PIC X(25)  VALUE 'NAME'.
              10 FILLER        PIC X(10)  VALUE 'SSN'.
              10 FILLER        PIC X(06)  VALUE 'ACCTS'.
              10 FILLER        PIC X(13)  VALUE '  FEE INCOME'.
              10 FILLER        PIC X(13)  VALUE '   LOAN INT'.
              10 FILLER        PIC X(13)  VALUE ' FUNDS CREDIT'.
              10 FILLER        PIC X(13)  VALUE '   INT PAID'.
              10 FILLER        PIC X(13)  VALUE '       PROFIT'.
              10 FILLER        PIC X(07)  VALUE SPACES.

           05 WS-DETAIL-LINE.
              10 WS-D-RANK     PIC ZZZZ9.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-CUST-ID  PIC X(10).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-NAME     PIC X(24).
              10 FILLER        PIC X(01)  VALUE SPACES.
              10 WS-D-SSN      PIC X(09).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-ACCTS    PIC ZZ9.
              10 FILLER        PIC X(01)  VALUE SPACES.
              10 WS-D-FEES     PIC Z(7)9.99-.
              10 FILLER        PIC X(01)  VALUE SPACES.
              10 WS-D-LOAN-INT PIC Z(7)9.99-.
              10 FILLER        PIC X(01)  VALUE SPACES.
              10 WS-D-FUNDS    PIC Z(7)9.99-.
              10 FILLER        PIC X(01)  VALUE SPACES.
              10 WS-D-INT-PAID PIC Z(7)9.99-.
              10 FILLER        PIC X(01)  VALUE SPACES.
              10 WS-D-PROFIT   PIC Z(7)9.99-.
              10 FILLER        PIC X(09)  VALUE SPACES.

           05 WS-BRANCH-TOTAL-LINE.
              10 FILLER        PIC X(07)  VALUE SPACES.
              10 FILLER        PIC X(14)  VALUE 'BRANCH TOTAL: '.
              10 WS-BT-COUNT   PIC ZZ,ZZ9.
              10 FILLER        PIC X(11)  VALUE ' CUSTOMERS '.
              10 FILLER        PIC X(14)  VALUE SPACES.
              10 FILLER        PIC X(16)  VALUE 'BRANCH PROFIT:  '.
              10 WS-BT-PROFIT  PIC Z(10)9.99-.
              10 FILLER        PIC X(49)  VALUE SPACES.

           05 WS-NONE-LINE.
              10 FILLER        PIC X(40)  VALUE
                                  'NO ACCOUNTS ON FILE TO SCORE'.
              10 FILLER        PIC X(92)  VALUE SPACES.

           05 WS-PAGE-BREAK.
              10 FILLER        PIC X(131) VALUE ALL '-'.
              10 FILLER        PIC X(001) VALUE SPACES.

           05 WS-FOOTER.
              10 FILLER        PIC X(58)  VALUE ALL '='.
              10 FILLER        PIC X(15)  VALUE ' END OF REPORT '.
              10 FILLER        PIC X(59)  VALUE ALL '='.

           05 WS-TRAILER-1.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'ACCOUNTS SCORED           :'.
              10 WS-TR-ACT-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-2.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'CUSTOMERS RANKED          :'.
              10 WS-TR-CUS-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 WS-TR-PRF-AMT PIC Z(10)9.99-.
              10 FILLER        PIC X(45)  VALUE SPACES.

           05 WS-TRAILER-3.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'CUSTOMERS NOT PROFITABLE  :'.
              10 WS-TR-LOS-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-4.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'FEE REVERSALS NETTED      :'.
              10 WS-TR-REV-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 WS-TR-REV-AMT PIC Z(10)9.99-.
              10 FILLER        PIC X(45)  VALUE SPACES.

      *****************************************************************
      *  ONE ENTRY PER CUSTOMER SSN SCORED - THE ACCOUNT FILE IS IN   *
      *  SSN ORDER, SO A CUSTOMER'S ACCOUNTS ARRIVE TOGETHER AND THE  *
      *  CURRENT CUSTOMER IS ALWAYS THE LAST ENTRY                    *
      *****************************************************************
       01  WS-PRF-TABLE.
           05 WS-PRF-COUNT             PIC 9(05)  COMP   VALUE ZERO.
           05 WS-PRF-ENTRY OCCURS 2000 TIMES
                           INDEXED BY PRF-IDX BST-IDX.
              10 WS-PRF-SSN            PIC X(09).
              10 WS-PRF-BRANCH         PIC X(03).
              10 WS-PRF-ACCT-COUNT     PIC 9(03)     COMP.
              10 WS-PRF-FEES           PIC S9(11)V99 COMP-3.
              10 WS-PRF-INT-PAID       PIC S9(11)V99 COMP-3.
              10 WS-PRF-LOAN-INT       PIC S9(11)V99 COMP-3.
              10 WS-PRF-AVG-DEPOSIT    PIC S9(13)V99 COMP-3.
              10 WS-PRF-FUNDS-CREDIT   PIC S9(11)V99 COMP-3.
              10 WS-PRF-PROFIT         PIC S9(11)V99 COMP-3.
              10 WS-PRF-PRINTED        PIC X(01).

      *****************************************************************
      *  THE MONTH'S REVERSAL ITEMS, COLLECTED DURING THE BROWSE AND  *
      *  RESOLVED AGAINST THEIR ORIGINALS AFTERWARD SO THE KEYED      *
      *  READS DO NOT DISTURB THE BROWSE POSITION                     *
      *****************************************************************
       01  WS-REV-TABLE.
           05 WS-REV-COUNT             PIC 9(05)  COMP   VALUE ZERO.
           05 WS-REV-ENTRY OCCURS 2000 TIMES
                           INDEXED BY REV-IDX.
              10 WS-REV-SSN            PIC X(09).
              10 WS-REV-ACCT           PIC X(10).
              10 WS-REV-ORIG-ITEM      PIC S9(7)     COMP-3.
              10 WS-REV-AMOUNT         PIC S9(13)V99 COMP-3.

      *****************************************************************
      *  CUSTOMER ID AND NAME FOR THE REPORT AND EXTRACT, LOADED ONCE *
      *  FROM WBCUSTDB                                                *
      *****************************************************************
       01  WS-CUST-TABLE.
           05 WS-CUST-COUNT     PIC 9(05)  COMP  VALUE ZERO.
           05 WS-CUST-ENTRY     OCCURS 2000 TIMES
                                INDEXED BY CUS-IDX.
              10 WS-CUST-ID     PIC X(10).
              10 WS-CUST-SSN    PIC X(09).
              10 WS-CUST-NAME   PIC X(30).

       01  WS-VARS.
           05 WS-FTP-RATE              PIC S9(2)V99    VALUE 2.50.
           05 WS-REPORT-MONTH          PIC X(07)       VALUE SPACES.
           05 WS-MONTH-START-NUM       PIC 9(08)       VALUE ZERO.
           05 WS-MONTH-END-NUM         PIC 9(08)       VALUE ZERO.
           05 WS-NEXT-MONTH-NUM        PIC 9(08)       VALUE ZERO.
           05 WS-MONTH-DAYS            PIC 9(03)       VALUE ZERO.
           05 WS-TXN-DATE-NUM          PIC 9(08)       VALUE ZERO.
           05 WS-MEMO-ITEM-X           PIC X(07)       VALUE SPACES.
           05 WS-MEMO-ITEM-NUM REDEFINES WS-MEMO-ITEM-X
                                       PIC 9(07).
           05 WS-CURR-SSN              PIC X(09)       VALUE SPACES.
           05 WS-ACCT-BAL              PIC S9(13)V99   VALUE ZERO.
           05 WS-NET-SINCE-START       PIC S9(13)V99   VALUE ZERO.
           05 WS-NET-AFTER-END         PIC S9(13)V99   VALUE ZERO.
           05 WS-OPENING-BAL           PIC S9(13)V99   VALUE ZERO.
           05 WS-CLOSING-BAL           PIC S9(13)V99   VALUE ZERO.
           05 WS-AVG-BAL               PIC S9(13)V99   VALUE ZERO.
           05 WS-CURR-BRANCH           PIC X(03)       VALUE SPACES.
           05 WS-BEST-PROFIT           PIC S9(11)V99   VALUE ZERO.
           05 WS-RANK                  PIC 9(05)       VALUE ZERO.
           05 WS-BRANCH-COUNT          PIC 9(05)       VALUE ZERO.
           05 WS-BRANCH-PROFIT         PIC S9(13)V99   VALUE ZERO.
           05 WS-ACCOUNT-COUNT         PIC 9(07)       VALUE ZERO.
           05 WS-RANKED-COUNT          PIC 9(07)       VALUE ZERO.
           05 WS-LOSS-COUNT            PIC 9(07)       VALUE ZERO.
           05 WS-TOTAL-PROFIT          PIC S9(13)V99   VALUE ZERO.
           05 WS-FEE-REV-COUNT         PIC 9(07)       VALUE ZERO.
           05 WS-FEE-REV-TOTAL         PIC S9(13)V99   VALUE ZERO.

       01  WS-SSN-MASK-VARS.
      *    SSNS PRINT MASKED TO THE LAST FOUR DIGITS - ONLY THE
      *    EXTRACT FILES CARRY THE FULL VALUE
           05 WS-SSN-TO-MASK   PIC X(09)  VALUE SPACES.
           05 WS-MASKED-SSN    PIC X(09)  VALUE SPACES.

       01  WS-DISPLAY-VARS.
           05 ERR-PGM          PIC X(08)  VALUE 'CUSTPROF'.
           05 ERR-LOC          PIC X(20)  VALUE SPACES.
           05 ERR-MSG          PIC X(30)  VALUE SPACES.
           05 ERR-CODE         PIC 9(09)  VALUE ZERO.

       01  WS-FLAG-VARS.
           05 RPTOUT-STAT      PIC 9(02)  VALUE ZERO.
           05 PRFOUT-STAT      PIC 9(02)  VALUE ZERO.
           05 PARMIN-STAT      PIC 9(02)  VALUE ZERO.
           05 EOF-FLAG         PIC X(01)  VALUE 'N'.
              88 END-OF-FILE              VALUE 'Y'.
           05 CUST-EOF-FLAG    PIC X(01)  VALUE 'N'.
              88 CUST-END-OF-FILE         VALUE 'Y'.
           05 TXN-SCAN-FLAG    PIC X(01)  VALUE 'N'.
              88 TXN-SCAN-DONE            VALUE 'Y'.
           05 ACCRUAL-OPEN-FLAG PIC X(01) VALUE 'N'.
              88 ACCRUALS-ARE-OPEN        VALUE 'Y'.
           05 ORIG-FOUND-FLAG  PIC X(01)  VALUE 'N'.
              88 ORIGINAL-WAS-FOUND       VALUE 'Y'.
           05 ALL-RANKED-FLAG  PIC X(01)  VALUE 'N'.
              88 ALL-BRANCHES-RANKED      VALUE 'Y'.
           05 BRANCH-DONE-FLAG PIC X(01)  VALUE 'N'.
              88 BRANCH-IS-RANKED         VALUE 'Y'.
           05 BEST-FOUND-FLAG  PIC X(01)  VALUE 'N'.
              88 BEST-WAS-FOUND           VALUE 'Y'.

       01  WS-PARM-VARS.
           05 PARM-FOUND-FLAG     PIC X(01) VALUE 'N'.
              88 PARM-WAS-FOUND             VALUE 'Y'.

       PROCEDURE DIVISION.
      *
      * THIS PROGRAM SCORES EVERY CUSTOMER'S PROFITABILITY FOR THE
      * MONTH ACROSS ALL OF THEIR ACCOUNTS AND RANKS THEM BY BRANCH.
      *
       0000-MAIN.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT

           PERFORM 1300-LOAD-CUSTOMERS THRU 1300-EXIT

           MOVE SPACES TO EOF-FLAG
           OPEN INPUT WBACCTDB-FILE
           MOVE       'ERROR OPENING WBACCTDB'   TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK           THRU 9999-EXIT

           OPEN INPUT WBTXNDB-FILE
           MOVE       'ERROR OPENING WBTXNDB'    TO ERR-MSG
           PERFORM 9996-TXN-ERR-CHK             THRU 9996-EXIT

      *    THE ACCRUAL FILE IS OPTIONAL - WITHOUT IT ONLY POSTED
      *    INTEREST IS COUNTED
           OPEN INPUT WBACCRDB-FILE
           IF WBACCRDB-FILE-STATUS = '00'
              SET ACCRUALS-ARE-OPEN TO TRUE
           END-IF

           MOVE LOW-VALUES TO ACCOUNT-KEY
           START WBACCTDB-FILE KEY >= ACCOUNT-KEY
              INVALID KEY SET END-OF-FILE TO TRUE
           END-START

           PERFORM 2000-SCORE-ONE-ACCOUNT
              THRU 2000-EXIT
             UNTIL END-OF-FILE

           PERFORM 2300-RESOLVE-ONE-REVERSAL THRU 2300-EXIT
              VARYING REV-IDX FROM 1 BY 1
              UNTIL REV-IDX > WS-REV-COUNT

           CLOSE WBACCTDB-FILE
           MOVE      'ERROR CLOSING WBACCTDB' TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK        THRU 9999-EXIT

           CLOSE WBTXNDB-FILE
           MOVE      'ERROR CLOSING WBTXNDB' TO ERR-MSG
           PERFORM 9996-TXN-ERR-CHK         THRU 9996-EXIT

           IF ACCRUALS-ARE-OPEN
              CLOSE WBACCRDB-FILE
           END-IF

           PERFORM 2500-COMPUTE-PROFIT THRU 2500-EXIT
              VARYING PRF-IDX FROM 1 BY 1
              UNTIL PRF-IDX > WS-PRF-COUNT

           IF WS-PRF-COUNT = ZERO
              WRITE RPT-OP-FIELDS FROM WS-NONE-LINE
              SET ALL-BRANCHES-RANKED TO TRUE
           END-IF

      *    BRANCHES PRINT IN CODE ORDER AND CUSTOMERS BY PROFIT,
      *    HIGHEST FIRST - EACH PASS SWEEPS THE TABLE FOR THE NEXT
      *    ONE INSTEAD OF SORTING IT
           PERFORM 2600-RANK-NEXT-BRANCH THRU 2600-EXIT
              UNTIL ALL-BRANCHES-RANKED

           PERFORM 2900-WRITE-PRF-TRAILER THRU 2900-EXIT

           PERFORM 3000-HOUSEKEEPING THRU 3000-EXIT
           STOP RUN.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE '1000-INITIALIZE'        TO ERR-LOC

           PERFORM 1070-READ-PARMS       THRU 1070-EXIT
           MOVE WS-DATE-R(1:7)           TO WS-REPORT-MONTH
           MOVE WS-REPORT-MONTH          TO WS-HT-MONTH

      *    THE MONTH RUNS FROM THE FIRST TO THE DAY BEFORE THE FIRST
      *    OF THE NEXT MONTH
           MOVE WS-DATE-R(1:4)           TO WS-MONTH-START-NUM(1:4)
           MOVE WS-DATE-R(6:2)           TO WS-MONTH-START-NUM(5:2)
           MOVE '01'                     TO WS-MONTH-START-NUM(7:2)
           IF WS-DATE-R(6:2) = '12'
              COMPUTE WS-NEXT-MONTH-NUM = WS-MONTH-START-NUM + 8900
           ELSE
              COMPUTE WS-NEXT-MONTH-NUM = WS-MONTH-START-NUM + 100
           END-IF
           COMPUTE WS-MONTH-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-NUM)
                 - FUNCTION INTEGER-OF-DATE(WS-MONTH-START-NUM)
           COMPUTE WS-MONTH-END-NUM =
                   FUNCTION DATE-OF-INTEGER(
                      FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-NUM) - 1)

           OPEN OUTPUT RPT-OP
           MOVE    'ERROR OPENING RPT-OP'   TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK       THRU 9998-EXIT

           OPEN OUTPUT PRF-OP
           MOVE    'ERROR OPENING PRFOUT'   TO ERR-MSG
           PERFORM 9997-PRF-ERR-CHK        THRU 9997-EXIT

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
              IF PARM-FTP-RATE IS NUMERIC AND PARM-FTP-RATE > 0
                 MOVE PARM-FTP-RATE       TO WS-FTP-RATE
              END-IF
           END-IF
           .
       1070-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE BANK BUSINESS DATE (WBBDATE) OVERRIDES THE SYSTEM DATE
      *    WHEN THE CONTROL FILE IS PRESENT; THE PARM RUN DATE STILL
      *    OVERRIDES BOTH FOR BACKDATED RERUNS
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
       1300-LOAD-CUSTOMERS.
           MOVE '1300-LOAD-CUSTOMERS' TO ERR-LOC
           MOVE 'N'                   TO CUST-EOF-FLAG

           OPEN INPUT WBCUSTDB-FILE
           MOVE    'ERROR OPENING WBCUSTDB' TO ERR-MSG
           PERFORM 9994-CUST-ERR-CHK      THRU 9994-EXIT

           PERFORM 1310-LOAD-ONE-CUSTOMER THRU 1310-EXIT
              UNTIL CUST-END-OF-FILE

           CLOSE WBCUSTDB-FILE
           MOVE    'ERROR CLOSING WBCUSTDB' TO ERR-MSG
           PERFORM 9994-CUST-ERR-CHK      THRU 9994-EXIT
           .
       1300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    A FULL TABLE ONLY COSTS NAMES ON THE REPORT - THE SCORING
      *    ITSELF RUNS OFF THE ACCOUNT FILE
       1310-LOAD-ONE-CUSTOMER.
           MOVE '1310-LOAD-ONE-CUSTOMER' TO ERR-LOC

           READ WBCUSTDB-FILE NEXT
              AT END SET CUST-END-OF-FILE TO TRUE
           END-READ

           IF NOT CUST-END-OF-FILE
              IF WS-CUST-COUNT < 2000
                 ADD 1 TO WS-CUST-COUNT
                 SET CUS-IDX TO WS-CUST-COUNT
                 MOVE CUSTOMER-ID     TO WS-CUST-ID (CUS-IDX)
                 MOVE CUSTOMER-SSN    TO WS-CUST-SSN (CUS-IDX)
                 MOVE CUSTOMER-NAME   TO WS-CUST-NAME (CUS-IDX)
              ELSE
                 DISPLAY 'CUSTPROF - CUSTOMER TABLE FULL'
                 SET CUST-END-OF-FILE TO TRUE
              END-IF
           END-IF
           .
       1310-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2000-SCORE-ONE-ACCOUNT.
           MOVE '2000-SCORE-ONE-ACCOUNT' TO ERR-LOC

           READ WBACCTDB-FILE NEXT
              AT END SET END-OF-FILE TO TRUE
           END-READ
           IF END-OF-FILE
              GO TO 2000-EXIT
           END-IF
           MOVE    'ERROR READING WBACCTDB' TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK      THRU 9999-EXIT

           IF ACCOUNT-SSN NOT = WS-CURR-SSN
              PERFORM 2050-START-CUSTOMER THRU 2050-EXIT
           END-IF

           IF WS-PRF-BRANCH (PRF-IDX) = SPACES
              MOVE ACCOUNT-BRANCH TO WS-PRF-BRANCH (PRF-IDX)
           END-IF

           PERFORM 2100-COLLECT-MONTH  THRU 2100-EXIT
           PERFORM 2200-ADD-ACCRUAL    THRU 2200-EXIT
           PERFORM 2250-AVERAGE-DEPOSIT THRU 2250-EXIT

           ADD 1 TO WS-PRF-ACCT-COUNT (PRF-IDX)
           ADD 1 TO WS-ACCOUNT-COUNT
           .
       2000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2050-START-CUSTOMER.
           MOVE '2050-START-CUSTOMER' TO ERR-LOC

           IF WS-PRF-COUNT NOT < 2000
              DISPLAY 'CUSTPROF - CUSTOMER PROFIT TABLE FULL'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           ADD 1 TO WS-PRF-COUNT
           SET PRF-IDX TO WS-PRF-COUNT
           MOVE ACCOUNT-SSN TO WS-CURR-SSN
           MOVE ACCOUNT-SSN TO WS-PRF-SSN (PRF-IDX)
           MOVE SPACES      TO WS-PRF-BRANCH (PRF-IDX)
           MOVE 'N'         TO WS-PRF-PRINTED (PRF-IDX)
           MOVE ZERO        TO WS-PRF-ACCT-COUNT (PRF-IDX)
                               WS-PRF-FEES (PRF-IDX)
                               WS-PRF-INT-PAID (PRF-IDX)
                               WS-PRF-LOAN-INT (PRF-IDX)
                               WS-PRF-AVG-DEPOSIT (PRF-IDX)
                               WS-PRF-FUNDS-CREDIT (PRF-IDX)
                               WS-PRF-PROFIT (PRF-IDX)
           .
       2050-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    ONE BROWSE OF THE ACCOUNT'S ITEMS GATHERS THE MONTH'S FEES,
      *    INTEREST AND REVERSALS, AND THE NET LEDGER MOVEMENT SINCE
      *    THE MONTH OPENED AND SINCE IT CLOSED FOR THE AVERAGE
       2100-COLLECT-MONTH.
           MOVE '2100-COLLECT-MONTH' TO ERR-LOC
           MOVE 'N'                  TO TXN-SCAN-FLAG
           MOVE ZERO TO WS-NET-SINCE-START WS-NET-AFTER-END

           MOVE ACCOUNT-SSN    TO TXN-SSN
           MOVE ACCOUNT-NUMBER TO TXN-ACCT-NUM
           MOVE ZERO           TO TXN-ITEM-NUM
           START WBTXNDB-FILE KEY >= TXN-KEY
              INVALID KEY SET TXN-SCAN-DONE TO TRUE
           END-START

           PERFORM 2150-COLLECT-ONE-TXN THRU 2150-EXIT
              UNTIL TXN-SCAN-DONE
           .
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2150-COLLECT-ONE-TXN.
           READ WBTXNDB-FILE NEXT
              AT END SET TXN-SCAN-DONE TO TRUE
           END-READ
           IF TXN-SCAN-DONE
              GO TO 2150-EXIT
           END-IF

           IF TXN-SSN NOT = ACCOUNT-SSN
              OR TXN-ACCT-NUM NOT = ACCOUNT-NUMBER
              SET TXN-SCAN-DONE TO TRUE
              GO TO 2150-EXIT
           END-IF

      *    THE BATCH JOBS STAMP YYYY-MM-DD AND THE ONLINE PROGRAMS
      *    MM/DD/YYYY - BOTH NORMALIZE TO YYYYMMDD
           IF TXN-DATE(5:1) = '-'
              STRING TXN-DATE(1:4) TXN-DATE(6:2) TXN-DATE(9:2)
                     DELIMITED BY SIZE INTO WS-TXN-DATE-NUM
           ELSE
              STRING TXN-DATE(7:4) TXN-DATE(1:2) TXN-DATE(4:2)
                     DELIMITED BY SIZE INTO WS-TXN-DATE-NUM
           END-IF
           IF WS-TXN-DATE-NUM < WS-MONTH-START-NUM
              GO TO 2150-EXIT
           END-IF

           EVALUATE TRUE
              WHEN TXN-TYPE-DEBIT
              WHEN TXN-TYPE-SVCCHG
              WHEN TXN-TYPE-ODCHG
                 SUBTRACT TXN-AMOUNT FROM WS-NET-SINCE-START
                 IF WS-TXN-DATE-NUM > WS-MONTH-END-NUM
                    SUBTRACT TXN-AMOUNT FROM WS-NET-AFTER-END
                 END-IF
              WHEN TXN-TYPE-CREDIT
              WHEN TXN-TYPE-PROV-CREDIT
              WHEN TXN-TYPE-INITIAL-BALANCE
              WHEN TXN-TYPE-REVERSAL
                 ADD TXN-AMOUNT TO WS-NET-SINCE-START
                 IF WS-TXN-DATE-NUM > WS-MONTH-END-NUM
                    ADD TXN-AMOUNT TO WS-NET-AFTER-END
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF WS-TXN-DATE-NUM > WS-MONTH-END-NUM
              GO TO 2150-EXIT
           END-IF

           EVALUATE TRUE
              WHEN TXN-TYPE-SVCCHG
              WHEN TXN-TYPE-ODCHG
                 ADD TXN-AMOUNT TO WS-PRF-FEES (PRF-IDX)
              WHEN TXN-TYPE-CREDIT
                 IF TXN-MEMO(1:8) = 'INTEREST'
                    ADD TXN-AMOUNT TO WS-PRF-INT-PAID (PRF-IDX)
                 END-IF
              WHEN TXN-TYPE-DEBIT
                 IF TXN-MEMO = 'LOAN INTEREST'
                    OR TXN-MEMO = 'LINE INTEREST'
                    ADD TXN-AMOUNT TO WS-PRF-LOAN-INT (PRF-IDX)
                 END-IF
              WHEN TXN-TYPE-REVERSAL
                 PERFORM 2160-SAVE-REVERSAL THRU 2160-EXIT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
       2150-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2160-SAVE-REVERSAL.
           IF TXN-MEMO(1:11) NOT = 'REV OF ITEM'
              OR TXN-MEMO(13:7) NOT NUMERIC
              GO TO 2160-EXIT
           END-IF

           IF WS-REV-COUNT < 2000
              ADD 1 TO WS-REV-COUNT
              SET REV-IDX TO WS-REV-COUNT
              MOVE TXN-SSN          TO WS-REV-SSN (REV-IDX)
              MOVE TXN-ACCT-NUM     TO WS-REV-ACCT (REV-IDX)
              MOVE TXN-MEMO(13:7)   TO WS-MEMO-ITEM-X
              MOVE WS-MEMO-ITEM-NUM TO WS-REV-ORIG-ITEM (REV-IDX)
              MOVE TXN-AMOUNT       TO WS-REV-AMOUNT (REV-IDX)
           ELSE
              DISPLAY 'CUSTPROF - REVERSAL TABLE FULL'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .
       2160-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    INTEREST ACCRUED AND NOT YET CAPITALIZED OR BILLED - ON A
      *    LOAN OR CREDIT LINE IT IS EARNED, ON A DEPOSIT IT IS OWED.
      *    CAPITALIZATION ZEROES THE ACCRUAL, SO NOTHING COUNTS TWICE.
       2200-ADD-ACCRUAL.
           MOVE '2200-ADD-ACCRUAL' TO ERR-LOC

           IF NOT ACCRUALS-ARE-OPEN
              GO TO 2200-EXIT
           END-IF

           MOVE ACCOUNT-KEY TO ACR-KEY
           READ WBACCRDB-FILE
              INVALID KEY GO TO 2200-EXIT
           END-READ

           IF ACCOUNT-TYPE-LON OR ACCOUNT-TYPE-LOC
              ADD ACR-ACCRUED-AMT TO WS-PRF-LOAN-INT (PRF-IDX)
           ELSE
              ADD ACR-ACCRUED-AMT TO WS-PRF-INT-PAID (PRF-IDX)
           END-IF
           .
       2200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    DEPOSIT ACCOUNTS ONLY - THE MONTH-CLOSING BALANCE IS THE
      *    CURRENT BALANCE LESS WHAT POSTED AFTER THE MONTH, THE
      *    OPENING BALANCE LESS EVERYTHING SINCE IT BEGAN
       2250-AVERAGE-DEPOSIT.
           MOVE '2250-AVERAGE-DEPOSIT' TO ERR-LOC

           EVALUATE TRUE
              WHEN ACCOUNT-TYPE-CHK
                 MOVE ACCOUNT-CHK-BAL TO WS-ACCT-BAL
              WHEN ACCOUNT-TYPE-SAV
                 MOVE ACCOUNT-SAV-BAL TO WS-ACCT-BAL
              WHEN ACCOUNT-TYPE-CD
                 MOVE ACCOUNT-CD-BAL  TO WS-ACCT-BAL
              WHEN ACCOUNT-TYPE-IRA
                 MOVE ACCOUNT-IRA-BAL TO WS-ACCT-BAL
              WHEN OTHER
                 GO TO 2250-EXIT
           END-EVALUATE

           COMPUTE WS-CLOSING-BAL = WS-ACCT-BAL - WS-NET-AFTER-END
           COMPUTE WS-OPENING-BAL = WS-ACCT-BAL - WS-NET-SINCE-START
           COMPUTE WS-AVG-BAL ROUNDED =
                   (WS-OPENING-BAL + WS-CLOSING-BAL) / 2
           IF WS-AVG-BAL < ZERO
              MOVE ZERO TO WS-AVG-BAL
           END-IF

           ADD WS-AVG-BAL TO WS-PRF-AVG-DEPOSIT (PRF-IDX)
           .
       2250-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    READ THE REVERSAL'S ORIGINAL BACK - ONLY A REVERSED 'S' OR
      *    'O' CHARGE COMES OFF THE CUSTOMER'S FEE INCOME
       2300-RESOLVE-ONE-REVERSAL.
           MOVE '2300-RESOLVE-ONE-REVERSAL' TO ERR-LOC
           MOVE 'N'                         TO ORIG-FOUND-FLAG

           MOVE WS-REV-SSN (REV-IDX)       TO TXN-SSN
           MOVE WS-REV-ACCT (REV-IDX)      TO TXN-ACCT-NUM
           MOVE WS-REV-ORIG-ITEM (REV-IDX) TO TXN-ITEM-NUM
           READ WBTXNDB-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY SET ORIGINAL-WAS-FOUND TO TRUE
           END-READ

           IF NOT ORIGINAL-WAS-FOUND
              GO TO 2300-EXIT
           END-IF

           IF NOT TXN-TYPE-SVCCHG AND NOT TXN-TYPE-ODCHG
              GO TO 2300-EXIT
           END-IF

           SET PRF-IDX TO 1
           SEARCH WS-PRF-ENTRY
              AT END CONTINUE
              WHEN WS-PRF-SSN (PRF-IDX) = WS-REV-SSN (REV-IDX)
                 SUBTRACT WS-REV-AMOUNT (REV-IDX)
                     FROM WS-PRF-FEES (PRF-IDX)
           END-SEARCH

           ADD 1                       TO WS-FEE-REV-COUNT
           ADD WS-REV-AMOUNT (REV-IDX) TO WS-FEE-REV-TOTAL
           .
       2300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2500-COMPUTE-PROFIT.
           MOVE '2500-COMPUTE-PROFIT' TO ERR-LOC

           COMPUTE WS-PRF-FUNDS-CREDIT (PRF-IDX) ROUNDED =
                   WS-PRF-AVG-DEPOSIT (PRF-IDX) * WS-FTP-RATE / 100
                 * WS-MONTH-DAYS / 365

           COMPUTE WS-PRF-PROFIT (PRF-IDX) =
                   WS-PRF-FEES (PRF-IDX)
                 + WS-PRF-LOAN-INT (PRF-IDX)
                 + WS-PRF-FUNDS-CREDIT (PRF-IDX)
                 - WS-PRF-INT-PAID (PRF-IDX)

           IF WS-PRF-BRANCH (PRF-IDX) = SPACES
              MOVE '---' TO WS-PRF-BRANCH (PRF-IDX)
           END-IF
           .
       2500-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE LOWEST BRANCH CODE STILL UNPRINTED IS NEXT; ITS
      *    CUSTOMERS THEN PRINT HIGHEST PROFIT FIRST
       2600-RANK-NEXT-BRANCH.
           MOVE '2600-RANK-NEXT-BRANCH' TO ERR-LOC
           MOVE HIGH-VALUES             TO WS-CURR-BRANCH

           PERFORM 2610-FIND-LOW-BRANCH THRU 2610-EXIT
              VARYING PRF-IDX FROM 1 BY 1
              UNTIL PRF-IDX > WS-PRF-COUNT

           IF WS-CURR-BRANCH = HIGH-VALUES
              SET ALL-BRANCHES-RANKED TO TRUE
              GO TO 2600-EXIT
           END-IF

           MOVE WS-CURR-BRANCH TO WS-BH-BRANCH
           WRITE RPT-OP-FIELDS FROM WS-PAGE-BREAK
           WRITE RPT-OP-FIELDS FROM WS-BRANCH-HEADER
           WRITE RPT-OP-FIELDS FROM WS-SPACE
           WRITE RPT-OP-FIELDS FROM WS-HEADER-LABEL
           WRITE RPT-OP-FIELDS FROM WS-SPACE

           MOVE ZERO TO WS-RANK WS-BRANCH-COUNT WS-BRANCH-PROFIT
           MOVE 'N'  TO BRANCH-DONE-FLAG
           PERFORM 2620-PRINT-NEXT-RANK THRU 2620-EXIT
              UNTIL BRANCH-IS-RANKED

           MOVE WS-BRANCH-COUNT  TO WS-BT-COUNT
           MOVE WS-BRANCH-PROFIT TO WS-BT-PROFIT
           WRITE RPT-OP-FIELDS FROM WS-SPACE
           WRITE RPT-OP-FIELDS FROM WS-BRANCH-TOTAL-LINE
           MOVE    'ERROR WRITING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           .
       2600-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2610-FIND-LOW-BRANCH.
           IF WS-PRF-PRINTED (PRF-IDX) = 'N'
              AND WS-PRF-BRANCH (PRF-IDX) < WS-CURR-BRANCH
              MOVE WS-PRF-BRANCH (PRF-IDX) TO WS-CURR-BRANCH
           END-IF
           .
       2610-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2620-PRINT-NEXT-RANK.
           MOVE '2620-PRINT-NEXT-RANK' TO ERR-LOC
           MOVE 'N'                    TO BEST-FOUND-FLAG

           PERFORM 2630-FIND-BEST THRU 2630-EXIT
              VARYING PRF-IDX FROM 1 BY 1
              UNTIL PRF-IDX > WS-PRF-COUNT

           IF NOT BEST-WAS-FOUND
              SET BRANCH-IS-RANKED TO TRUE
              GO TO 2620-EXIT
           END-IF

           SET PRF-IDX TO BST-IDX
           MOVE 'Y' TO WS-PRF-PRINTED (PRF-IDX)
           ADD 1    TO WS-RANK
           ADD 1    TO WS-BRANCH-COUNT
           ADD 1    TO WS-RANKED-COUNT
           ADD WS-PRF-PROFIT (PRF-IDX) TO WS-BRANCH-PROFIT
           ADD WS-PRF-PROFIT (PRF-IDX) TO WS-TOTAL-PROFIT
           IF WS-PRF-PROFIT (PRF-IDX) < ZERO
              ADD 1 TO WS-LOSS-COUNT
           END-IF

           MOVE SPACES                      TO WS-D-CUST-ID
           MOVE 'NAME NOT ON CUSTOMER FILE' TO WS-D-NAME
           SET CUS-IDX TO 1
           SEARCH WS-CUST-ENTRY
              AT END CONTINUE
              WHEN WS-CUST-SSN (CUS-IDX) = WS-PRF-SSN (PRF-IDX)
                 MOVE WS-CUST-ID (CUS-IDX)   TO WS-D-CUST-ID
                 MOVE WS-CUST-NAME (CUS-IDX) TO WS-D-NAME
           END-SEARCH

           MOVE WS-RANK                     TO WS-D-RANK
           MOVE WS-PRF-SSN (PRF-IDX)        TO WS-SSN-TO-MASK
           PERFORM 8500-MASK-SSN          THRU 8500-EXIT
           MOVE WS-MASKED-SSN               TO WS-D-SSN
           MOVE WS-PRF-ACCT-COUNT (PRF-IDX) TO WS-D-ACCTS
           MOVE WS-PRF-FEES (PRF-IDX)       TO WS-D-FEES
           MOVE WS-PRF-LOAN-INT (PRF-IDX)   TO WS-D-LOAN-INT
           MOVE WS-PRF-FUNDS-CREDIT (PRF-IDX) TO WS-D-FUNDS
           MOVE WS-PRF-INT-PAID (PRF-IDX)   TO WS-D-INT-PAID
           MOVE WS-PRF-PROFIT (PRF-IDX)     TO WS-D-PROFIT
           WRITE RPT-OP-FIELDS FROM WS-DETAIL-LINE
           MOVE    'ERROR WRITING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT

           PERFORM 2700-WRITE-PRF-DETAIL THRU 2700-EXIT
           .
       2620-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2630-FIND-BEST.
           IF WS-PRF-PRINTED (PRF-IDX) NOT = 'N'
              OR WS-PRF-BRANCH (PRF-IDX) NOT = WS-CURR-BRANCH
              GO TO 2630-EXIT
           END-IF

           IF NOT BEST-WAS-FOUND
              OR WS-PRF-PROFIT (PRF-IDX) > WS-BEST-PROFIT
              SET BEST-WAS-FOUND TO TRUE
              SET BST-IDX        TO PRF-IDX
              MOVE WS-PRF-PROFIT (PRF-IDX) TO WS-BEST-PROFIT
           END-IF
           .
       2630-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2700-WRITE-PRF-DETAIL.
           MOVE '2700-WRITE-PRF-DETAIL' TO ERR-LOC

           MOVE SPACES                      TO PRF-RECORD
           SET  PRF-TYPE-DETAIL             TO TRUE
           MOVE WS-REPORT-MONTH             TO PRF-REPORT-MONTH
           MOVE WS-D-CUST-ID                TO PRF-CUST-ID
           MOVE WS-PRF-SSN (PRF-IDX)        TO PRF-SSN
           MOVE WS-PRF-BRANCH (PRF-IDX)     TO PRF-BRANCH
           MOVE WS-RANK                     TO PRF-RANK
           MOVE WS-PRF-ACCT-COUNT (PRF-IDX) TO PRF-ACCT-COUNT
           MOVE WS-PRF-FEES (PRF-IDX)       TO PRF-FEE-INCOME
           MOVE WS-PRF-LOAN-INT (PRF-IDX)   TO PRF-LOAN-INTEREST
           MOVE WS-PRF-FUNDS-CREDIT (PRF-IDX) TO PRF-FUNDS-CREDIT
           MOVE WS-PRF-INT-PAID (PRF-IDX)   TO PRF-INTEREST-PAID
           MOVE WS-PRF-PROFIT (PRF-IDX)     TO PRF-PROFIT
           WRITE PRF-RECORD
           MOVE    'ERROR WRITING PRFOUT' TO ERR-MSG
           PERFORM 9997-PRF-ERR-CHK     THRU 9997-EXIT
           .
       2700-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2900-WRITE-PRF-TRAILER.
           MOVE '2900-WRITE-PRF-TRAILER' TO ERR-LOC

           MOVE SPACES                 TO PRF-RECORD
           SET  PRF-TYPE-TRAILER       TO TRUE
           MOVE WS-REPORT-MONTH        TO PRF-REPORT-MONTH
           MOVE WS-RANKED-COUNT        TO PRF-TRL-COUNT
           MOVE WS-TOTAL-PROFIT        TO PRF-TRL-PROFIT
           WRITE PRF-RECORD
           MOVE    'ERROR WRITING PRFOUT' TO ERR-MSG
           PERFORM 9997-PRF-ERR-CHK     THRU 9997-EXIT

           CLOSE PRF-OP
           MOVE    'ERROR CLOSING PRFOUT' TO ERR-MSG
           PERFORM 9997-PRF-ERR-CHK     THRU 9997-EXIT
           .
       2900-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       3000-HOUSEKEEPING.
           MOVE '3000-HOUSEKEEPING' TO ERR-LOC
           MOVE WS-ACCOUNT-COUNT  TO WS-TR-ACT-CNT
           MOVE WS-RANKED-COUNT   TO WS-TR-CUS-CNT
           MOVE WS-TOTAL-PROFIT   TO WS-TR-PRF-AMT
           MOVE WS-LOSS-COUNT     TO WS-TR-LOS-CNT
           MOVE WS-FEE-REV-COUNT  TO WS-TR-REV-CNT
           MOVE WS-FEE-REV-TOTAL  TO WS-TR-REV-AMT
           WRITE RPT-OP-FIELDS      FROM WS-PAGE-BREAK
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-1
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-2
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-3
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-4
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

           MOVE 'CUSTPROF' TO RLG-PROGRAM
           MOVE WS-DATE-R         TO RLG-DATE
           MOVE WS-RUN-START-TIME TO RLG-START-TIME
           STRING FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2) DELIMITED BY SIZE
                  INTO RLG-END-TIME
           MOVE ZERO TO RLG-IN-COUNT RLG-OUT-COUNT
                        RLG-REJ-COUNT RLG-DOLLAR-TOTAL
           MOVE WS-ACCOUNT-COUNT  TO RLG-IN-COUNT
           MOVE WS-RANKED-COUNT   TO RLG-OUT-COUNT
           MOVE WS-TOTAL-PROFIT   TO RLG-DOLLAR-TOTAL
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
       9994-CUST-ERR-CHK.
           MOVE WBCUSTDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBCUSTDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN WBCUSTDB-FILE-STATUS = '10'
                    SET CUST-END-OF-FILE TO TRUE

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE CUST-VSAM-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE CUST-VSAM-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE CUST-VSAM-REASON-CODE
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
       9997-PRF-ERR-CHK.
           EVALUATE TRUE
               WHEN PRFOUT-STAT = 0
                    CONTINUE

               WHEN OTHER
                    DISPLAY 'FILE ERROR'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' PRFOUT-STAT
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
           MOVE WBACCTDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBACCTDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN WBACCTDB-FILE-STATUS = '10'
                    MOVE 'Y' TO EOF-FLAG

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
