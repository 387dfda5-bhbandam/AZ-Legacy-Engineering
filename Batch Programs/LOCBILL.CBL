      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
        PROGRAM-ID. LOCBILL.
      ****************************************************************
      * Monthly billing run over the revolving credit lines ('R'     *
      * accounts) on WBACCTDB-DD. For every open line the interest   *
      * accrued nightly by LOANPOST on WBACCRDB-DD is capitalized    *
      * onto the drawn balance as a debit item on WBTXNDB-DD (memo   *
      * LINE INTEREST), the minimum payment is set - a percentage of *
      * the balance with a floor, never more than the balance - and  *
      * a billing statement is printed listing the items posted      *
      * since the last bill, the previous and new balance, the       *
      * credit limit, the available credit and the payment due. A    *
      * billing notice goes on the shared NTFQUEUE-DD.               *
      *                                                              *
      * A line whose last minimum is still unpaid after its due date *
      * has missed it: the unpaid amount is carried into the new     *
      * minimum as past due, the due date is left standing so the    *
      * line stays past due until the whole amount is paid, and the  *
      * line is put on the WBCOLLDB-DD collections queue, where the  *
      * nightly LOANPOST run ages it like a delinquent loan.         *
      *                                                              *
      * PARMIN (all optional): run date, minimum payment percent,    *
      * minimum payment floor and days from the bill to the due      *
      * date. A second run on the same business date skips lines     *
      * already billed.                                              *
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
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS ACR-KEY
               FILE STATUS  IS WBACCRDB-FILE-STATUS WBACCRDB-VSAM-CODE.

           SELECT WBCOLLDB-FILE
               ASSIGN       TO WBCOLLDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CLQ-KEY
               FILE STATUS  IS WBCOLLDB-FILE-STATUS WBCOLLDB-VSAM-CODE.

           SELECT WBCUSTDB-FILE
               ASSIGN       TO WBCUSTDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS CUSTOMER-ID
               FILE STATUS  IS WBCUSTDB-FILE-STATUS WBCUSTDB-VSAM-CODE.

           SELECT NTF-FILE   ASSIGN TO NTFQUEUE
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS NTFQUE-STAT.

           SELECT WBBDATE-FILE
               ASSIGN       TO WBBDATE
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS BDT-KEY
               FILE STATUS  IS WBBDATE-FILE-STATUS.

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

       FD  WBACCTDB-FILE.
           COPY WBACCTREC.

       FD  WBTXNDB-FILE.
           COPY WBTXNREC.

       FD  WBACCRDB-FILE.
           COPY WBACRREC.

       FD  WBCOLLDB-FILE.
           COPY WBCLQREC.

       FD  WBCUSTDB-FILE.
           COPY WBCUSTREC.

       FD  NTF-FILE
           RECORD CONTAINS 100.
           COPY WBNTFREC.

       FD  WBBDATE-FILE.
           COPY WBBDTREC.

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
           05 FILLER                     PIC X(01).
      *    MINIMUM PAYMENT AS A PERCENT OF THE BALANCE, E.G. 0200
           05 PARM-MIN-PCT               PIC 9(02)V99.
           05 FILLER                     PIC X(01).
      *    MINIMUM PAYMENT FLOOR, E.G. 0002500 FOR 25.00
           05 PARM-MIN-FLOOR             PIC 9(05)V99.
           05 FILLER                     PIC X(01).
           05 PARM-DUE-DAYS              PIC 9(03).
           05 FILLER                     PIC X(53).

       WORKING-STORAGE SECTION.

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

       01  WBACCRDB-FILE-STATUS.
           05  STA-ACR-STAT1             PIC X(01).
           05  STA-ACR-STAT2             PIC X(01).
       01  WBACCRDB-VSAM-CODE.
           05 ACR-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 ACR-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 ACR-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

       01  WBCOLLDB-FILE-STATUS.
           05  STA-CLQ-STAT1             PIC X(01).
           05  STA-CLQ-STAT2             PIC X(01).
       01  WBCOLLDB-VSAM-CODE.
           05 CLQ-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 CLQ-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 CLQ-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

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
              10 FILLER        PIC X(48)  VALUE SPACES.
              10 FILLER        PIC X(30)  VALUE
                                    'CREDIT LINE BILLING STATEMENTS'.
              10 FILLER        PIC X(43)  VALUE SPACES.
              10 WS-DATE-R     PIC X(10)  VALUE SPACES.
              10 FILLER        PIC X(01)  VALUE SPACES.

           05 WS-STMT-RULE.
              10 FILLER        PIC X(132) VALUE ALL '-'.

           05 WS-STMT-HEADER-1.
              10 FILLER        PIC X(13)  VALUE 'CREDIT LINE '.
              10 WS-SH-ACCT    PIC X(10).
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 WS-SH-NAME    PIC X(30).
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 FILLER        PIC X(06)  VALUE 'SSN '.
              10 WS-SH-SSN     PIC X(09).
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 FILLER        PIC X(13)  VALUE 'STATEMENT OF '.
              10 WS-SH-DATE    PIC X(10).
              10 FILLER        PIC X(29)  VALUE SPACES.

           05 WS-STMT-HEADER-2.
              10 FILLER        PIC X(27)  VALUE SPACES.
              10 WS-SH-STREET  PIC X(20).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-SH-CITY    PIC X(10).
              10 FILLER        PIC X(01)  VALUE SPACES.
              10 WS-SH-STATE   PIC X(04).
              10 FILLER        PIC X(01)  VALUE SPACES.
              10 WS-SH-ZIP     PIC X(05).
              10 FILLER        PIC X(62)  VALUE SPACES.

           05 WS-ITEM-LABEL.
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 FILLER        PIC X(12)  VALUE 'DATE'.
              10 FILLER        PIC X(10)  VALUE 'ITEM'.
              10 FILLER        PIC X(24)  VALUE 'DESCRIPTION'.
              10 FILLER        PIC X(19)  VALUE '   CHARGES/DRAWS'.
              10 FILLER        PIC X(19)  VALUE '   PAYMENTS/CREDITS'.
              10 FILLER        PIC X(44)  VALUE SPACES.

           05 WS-ITEM-LINE.
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 WS-I-DATE     PIC X(10).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-I-ITEM     PIC Z(06)9.
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-I-MEMO     PIC X(20).
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 WS-I-DEBIT    PIC Z(12)9.99.
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-I-CREDIT   PIC Z(12)9.99.
              10 FILLER        PIC X(47)  VALUE SPACES.

           05 WS-NO-ITEMS-LINE.
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 FILLER        PIC X(40)  VALUE
                           'NO ACTIVITY SINCE THE LAST STATEMENT'.
              10 FILLER        PIC X(88)  VALUE SPACES.

           05 WS-SUMMARY-LINE.
              10 FILLER        PIC X(50)  VALUE SPACES.
              10 WS-S-LABEL    PIC X(24).
              10 WS-S-AMOUNT   PIC Z(12)9.99-.
              10 FILLER        PIC X(41)  VALUE SPACES.

           05 WS-DUE-LINE.
              10 FILLER        PIC X(50)  VALUE SPACES.
              10 FILLER        PIC X(24)  VALUE
                                    'PAYMENT DUE DATE'.
              10 FILLER        PIC X(07)  VALUE SPACES.
              10 WS-S-DUE-DATE PIC X(10).
              10 FILLER        PIC X(41)  VALUE SPACES.

           05 WS-PAST-DUE-MSG.
              10 FILLER        PIC X(50)  VALUE SPACES.
              10 FILLER        PIC X(50)  VALUE
                   '*** MINIMUM PAYMENT MISSED - PAST DUE NOW ***'.
              10 FILLER        PIC X(32)  VALUE SPACES.

           05 WS-FOOTER.
              10 FILLER        PIC X(58)  VALUE ALL '='.
              10 FILLER        PIC X(15)  VALUE ' END OF REPORT '.
              10 FILLER        PIC X(59)  VALUE ALL '='.

           05 WS-TRAILER-1.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'CREDIT LINES BILLED       :'.
              10 WS-TR-BIL-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-2.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'LINES PAST DUE            :'.
              10 WS-TR-PDU-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-3.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'LINES ALREADY BILLED      :'.
              10 WS-TR-SKP-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-4.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'INTEREST BILLED           :'.
              10 WS-TR-INT-AMT PIC ZZZ,ZZZ,ZZ9.99.
              10 FILLER        PIC X(61)  VALUE SPACES.

           05 WS-TRAILER-5.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'MINIMUM PAYMENTS DUE      :'.
              10 WS-TR-MIN-AMT PIC ZZZ,ZZZ,ZZ9.99.
              10 FILLER        PIC X(61)  VALUE SPACES.

       01  WS-VARS.
           05 WS-INTEREST-AMT          PIC S9(13)V99 VALUE ZERO.
           05 WS-PAST-DUE-AMT          PIC S9(7)V99  VALUE ZERO.
           05 WS-CURRENT-MIN           PIC S9(13)V99 VALUE ZERO.
           05 WS-PERIOD-DEBITS         PIC S9(13)V99 VALUE ZERO.
           05 WS-PERIOD-CREDITS        PIC S9(13)V99 VALUE ZERO.
           05 WS-PREV-BALANCE          PIC S9(13)V99 VALUE ZERO.
           05 WS-ITEM-NUM              PIC S9(7)     VALUE ZERO.
           05 WS-ITEMS-PRINTED         PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-BILL-COUNT      PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-PASTDUE-COUNT   PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-SKIP-COUNT      PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-INTEREST        PIC S9(11)V99 VALUE ZERO.
           05 WS-TOTAL-MIN-DUE         PIC S9(11)V99 VALUE ZERO.
           05 WS-NTF-AMT               PIC Z(6)9.99.

      *    BILLING TERMS - THE MINIMUM PAYMENT PERCENT AND FLOOR AND
      *    THE DAYS FROM THE BILL TO THE DUE DATE (ALL PARM-OVERRIDABLE)
       01  WS-BILL-TERMS.
           05 WS-MIN-PCT               PIC S9(2)V99 COMP-3 VALUE +2.00.
           05 WS-MIN-FLOOR             PIC S9(5)V99 COMP-3
                                                        VALUE +25.00.
           05 WS-DUE-DAYS              PIC S9(3)    COMP-3 VALUE +25.

       01  WS-DATE-VARS.
           05 WS-RUN-DATE-NUM          PIC 9(08)     VALUE ZERO.
           05 WS-DUE-DATE-NUM          PIC 9(08)     VALUE ZERO.
           05 WS-NEW-DUE-NUM           PIC 9(08)     VALUE ZERO.
           05 WS-NEW-DUE-DATE          PIC X(10)     VALUE SPACES.
           05 WS-DAYS-LATE             PIC S9(05)    VALUE ZERO.

      *****************************************************************
      *  CUSTOMER NAME/ADDRESS TABLE, LOADED ONCE FROM WBCUSTDB SO    *
      *  EACH STATEMENT HEADER IS A TABLE LOOKUP INSTEAD OF A SCAN    *
      *****************************************************************
       01  WS-CUST-TABLE.
           05 WS-CUST-COUNT     PIC 9(05)  COMP  VALUE ZERO.
           05 WS-CUST-ENTRY     OCCURS 2000 TIMES
                                INDEXED BY CUS-IDX.
              10 WS-CUST-SSN    PIC X(09).
              10 WS-CUST-NAME   PIC X(30).
              10 WS-CUST-STREET PIC X(20).
              10 WS-CUST-CITY   PIC X(10).
              10 WS-CUST-STATE  PIC X(04).
              10 WS-CUST-ZIP    PIC 9(05).

       01  WS-DISPLAY-VARS.
           05 ERR-PGM          PIC X(08)  VALUE 'LOCBILL'.
           05 ERR-LOC          PIC X(20)  VALUE SPACES.
           05 ERR-MSG          PIC X(30)  VALUE SPACES.
           05 ERR-CODE         PIC 9(09)  VALUE ZERO.

       01  WS-FLAG-VARS.
           05 RCVJRN-STAT      PIC 9(02)  VALUE ZERO.
           05 RPTOUT-STAT      PIC 9(02)  VALUE ZERO.
           05 PARMIN-STAT      PIC 9(02)  VALUE ZERO.
           05 NTFQUE-STAT      PIC 9(02)  VALUE ZERO.
           05 EOF-FLAG         PIC X(01)  VALUE 'N'.
              88 END-OF-FILE              VALUE 'Y'.
           05 CUST-EOF-FLAG    PIC X(01)  VALUE 'N'.
              88 CUST-END-OF-FILE         VALUE 'Y'.
           05 ACR-FOUND-FLAG   PIC X(01)  VALUE 'N'.
              88 ACCRUAL-REC-FOUND        VALUE 'Y'.
           05 CLQ-FOUND-FLAG   PIC X(01)  VALUE 'N'.
              88 COLLQ-REC-FOUND          VALUE 'Y'.
           05 TXN-FOUND-FLAG   PIC X(01)  VALUE 'N'.
              88 TXN-REC-FOUND            VALUE 'Y'.

       01  WS-PARM-VARS.
           05 PARM-FOUND-FLAG     PIC X(01) VALUE 'N'.
              88 PARM-WAS-FOUND             VALUE 'Y'.

       PROCEDURE DIVISION.
      *
      * THIS PROGRAM BILLS THE REVOLVING CREDIT LINES ONCE A MONTH -
      * INTEREST, MINIMUM PAYMENT, DUE DATE AND BILLING STATEMENT.
      *
       0000-MAIN.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT

           PERFORM 1300-LOAD-CUSTOMERS THRU 1300-EXIT

           MOVE SPACES TO EOF-FLAG
           OPEN I-O WBACCTDB-FILE
           MOVE       'ERROR OPENING WBACCTDB'   TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK           THRU 9999-EXIT

           OPEN I-O WBTXNDB-FILE
           MOVE       'ERROR OPENING WBTXNDB'   TO ERR-MSG
           PERFORM 9996-TXN-ERR-CHK           THRU 9996-EXIT

           OPEN I-O WBACCRDB-FILE
           MOVE       'ERROR OPENING WBACCRDB'   TO ERR-MSG
           PERFORM 9995-ACR-ERR-CHK            THRU 9995-EXIT

           OPEN I-O WBCOLLDB-FILE
           IF WBCOLLDB-FILE-STATUS = '35'
              OPEN OUTPUT WBCOLLDB-FILE
              CLOSE WBCOLLDB-FILE
              OPEN I-O WBCOLLDB-FILE
           END-IF
           MOVE       'ERROR OPENING WBCOLLDB'   TO ERR-MSG
           PERFORM 9994-CLQ-ERR-CHK            THRU 9994-EXIT

      *    THE NOTIFICATION QUEUE IS A SHARED DATASET APPENDED TO BY
      *    EVERY BATCH WRITER - A FIRST-EVER RUN CREATES IT
           OPEN EXTEND NTF-FILE
           IF NTFQUE-STAT = 35
              OPEN OUTPUT NTF-FILE
           END-IF
           MOVE       'ERROR OPENING NTFQUEUE'   TO ERR-MSG
           PERFORM 9993-NTF-ERR-CHK             THRU 9993-EXIT

           PERFORM 1200-READ-ACCOUNT THRU 1200-EXIT
           PERFORM 2000-PROCESS-ALL-ACCOUNTS
              THRU 2000-EXIT
             UNTIL END-OF-FILE

           CLOSE WBACCTDB-FILE
           MOVE      'ERROR CLOSING WBACCTDB' TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK        THRU 9999-EXIT

           CLOSE WBTXNDB-FILE
           MOVE      'ERROR CLOSING WBTXNDB' TO ERR-MSG
           PERFORM 9996-TXN-ERR-CHK        THRU 9996-EXIT

           CLOSE WBACCRDB-FILE
           MOVE      'ERROR CLOSING WBACCRDB' TO ERR-MSG
           PERFORM 9995-ACR-ERR-CHK         THRU 9995-EXIT

           CLOSE WBCOLLDB-FILE
           MOVE      'ERROR CLOSING WBCOLLDB' TO ERR-MSG
           PERFORM 9994-CLQ-ERR-CHK         THRU 9994-EXIT

           CLOSE NTF-FILE
           MOVE      'ERROR CLOSING NTFQUEUE' TO ERR-MSG
           PERFORM 9993-NTF-ERR-CHK         THRU 9993-EXIT

           PERFORM 3000-HOUSEKEEPING THRU 3000-EXIT
           STOP RUN.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE '1000-INITIALIZE'        TO ERR-LOC

           PERFORM 1070-READ-PARMS       THRU 1070-EXIT

           MOVE WS-DATE-R(1:4) TO WS-RUN-DATE-NUM(1:4)
           MOVE WS-DATE-R(6:2) TO WS-RUN-DATE-NUM(5:2)
           MOVE WS-DATE-R(9:2) TO WS-RUN-DATE-NUM(7:2)

      *    EVERY LINE BILLED TODAY FALLS DUE ON THE SAME DATE
           COMPUTE WS-NEW-DUE-NUM =
              FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                 + WS-DUE-DAYS)
           STRING WS-NEW-DUE-NUM(1:4) '-'
                  WS-NEW-DUE-NUM(5:2) '-'
                  WS-NEW-DUE-NUM(7:2)
                  DELIMITED BY SIZE
                  INTO WS-NEW-DUE-DATE

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
              IF PARM-MIN-PCT IS NUMERIC AND PARM-MIN-PCT > 0
                 MOVE PARM-MIN-PCT        TO WS-MIN-PCT
              END-IF
              IF PARM-MIN-FLOOR IS NUMERIC
                 MOVE PARM-MIN-FLOOR      TO WS-MIN-FLOOR
              END-IF
              IF PARM-DUE-DAYS IS NUMERIC AND PARM-DUE-DAYS > 0
                 MOVE PARM-DUE-DAYS       TO WS-DUE-DAYS
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

           MOVE    'ERROR WRITING HEADER' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           .
       1100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       1200-READ-ACCOUNT.
           MOVE '1200-READ-ACCOUNT' TO ERR-LOC

           READ WBACCTDB-FILE NEXT
           END-READ

           MOVE    'ERROR READING WBACCTDB' TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK THRU 9999-EXIT
           .
       1200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       1300-LOAD-CUSTOMERS.
           MOVE '1300-LOAD-CUSTOMERS' TO ERR-LOC
           MOVE 'N'                   TO CUST-EOF-FLAG

           OPEN INPUT WBCUSTDB-FILE
           MOVE    'ERROR OPENING WBCUSTDB' TO ERR-MSG
           PERFORM 9997-CUST-ERR-CHK      THRU 9997-EXIT

           PERFORM 1310-LOAD-ONE-CUSTOMER THRU 1310-EXIT
              UNTIL CUST-END-OF-FILE

           CLOSE WBCUSTDB-FILE
           MOVE    'ERROR CLOSING WBCUSTDB' TO ERR-MSG
           PERFORM 9997-CUST-ERR-CHK      THRU 9997-EXIT
           .
       1300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       1310-LOAD-ONE-CUSTOMER.
           MOVE '1310-LOAD-ONE-CUSTOMER' TO ERR-LOC

           READ WBCUSTDB-FILE NEXT
              AT END SET CUST-END-OF-FILE TO TRUE
           END-READ

           IF NOT CUST-END-OF-FILE
              IF WS-CUST-COUNT < 2000
                 ADD 1 TO WS-CUST-COUNT
                 SET CUS-IDX TO WS-CUST-COUNT
                 MOVE CUSTOMER-SSN    TO WS-CUST-SSN (CUS-IDX)
                 MOVE CUSTOMER-NAME   TO WS-CUST-NAME (CUS-IDX)
                 MOVE CUSTOMER-STREET TO WS-CUST-STREET (CUS-IDX)
                 MOVE CUSTOMER-CITY   TO WS-CUST-CITY (CUS-IDX)
                 MOVE CUSTOMER-STATE  TO WS-CUST-STATE (CUS-IDX)
                 MOVE CUSTOMER-ZIP    TO WS-CUST-ZIP (CUS-IDX)
              ELSE
                 DISPLAY 'LOCBILL - CUSTOMER TABLE FULL'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           .
       1310-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2000-PROCESS-ALL-ACCOUNTS.
           MOVE '2000-PROCESS-ALL-ACCOUNTS' TO ERR-LOC

           IF NOT END-OF-FILE
              AND ACCOUNT-TYPE-LOC
              AND NOT ACCOUNT-CLOSED
              PERFORM 2100-BILL-LINE THRU 2100-EXIT
           END-IF

           PERFORM 1200-READ-ACCOUNT THRU 1200-EXIT.

       2000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    BILL ONE CREDIT LINE - MISSED MINIMUM FIRST, THEN THE
      *    INTEREST, THE NEW MINIMUM AND DUE DATE, THE STATEMENT,
      *    AND THE BILLING NOTICE
       2100-BILL-LINE.
           MOVE '2100-BILL-LINE' TO ERR-LOC

           PERFORM 2110-READ-ACCRUAL THRU 2110-EXIT
           IF ACCRUAL-REC-FOUND
              AND ACR-LAST-BILL-DATE = WS-DATE-R
              ADD 1 TO WS-TOTAL-SKIP-COUNT
              GO TO 2100-EXIT
           END-IF

      *    A MINIMUM STILL OWED AFTER ITS DUE DATE WAS MISSED
           MOVE ZERO TO WS-PAST-DUE-AMT
           IF ACCOUNT-LOC-MIN-DUE > 0
              AND ACCOUNT-LOC-NEXT-DUE NOT = SPACES
              AND ACCOUNT-LOC-NEXT-DUE < WS-DATE-R
              MOVE ACCOUNT-LOC-MIN-DUE TO WS-PAST-DUE-AMT
              ADD 1 TO WS-TOTAL-PASTDUE-COUNT
              PERFORM 2200-QUEUE-DELINQUENT THRU 2200-EXIT
           END-IF

           PERFORM 2300-BILL-INTEREST THRU 2300-EXIT
           PERFORM 2400-SET-MINIMUM   THRU 2400-EXIT
           PERFORM 2500-PRINT-STATEMENT THRU 2500-EXIT

      *    THE NEXT STATEMENT LISTS ONLY THE ITEMS POSTED AFTER THIS
           MOVE ACCOUNT-LOC-DETAIL-ITEMS TO ACCOUNT-LOC-STMT-ITEMS

           REWRITE WBACCT-RECORD
           MOVE    'ERROR REWRITING WBACCTDB' TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK        THRU 9999-EXIT
           PERFORM 8700-JOURNAL-ACCT THRU 8700-EXIT

      *    STAMP THE BILL ON THE ACCRUAL RECORD SO A RERUN SKIPS IT
           MOVE WS-DATE-R TO ACR-LAST-BILL-DATE
           IF ACCRUAL-REC-FOUND
              REWRITE WBACR-RECORD
              MOVE    'ERROR REWRITING WBACCRDB' TO ERR-MSG
              PERFORM 9995-ACR-ERR-CHK         THRU 9995-EXIT
           ELSE
              WRITE WBACR-RECORD
              MOVE    'ERROR WRITING WBACCRDB' TO ERR-MSG
              PERFORM 9995-ACR-ERR-CHK       THRU 9995-EXIT
           END-IF

           PERFORM 2600-QUEUE-NOTICE THRU 2600-EXIT

           ADD 1                   TO WS-TOTAL-BILL-COUNT
           ADD ACCOUNT-LOC-MIN-DUE TO WS-TOTAL-MIN-DUE
           .
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    FETCH THE LINE'S ACCRUAL RECORD; A LINE THAT HAS NEVER
      *    ACCRUED GETS A FRESH ONE (WRITTEN WHEN THE BILL IS STAMPED)
       2110-READ-ACCRUAL.
           MOVE '2110-READ-ACCRUAL' TO ERR-LOC
           MOVE 'N'                 TO ACR-FOUND-FLAG

           MOVE ACCOUNT-SSN    TO ACR-SSN
           MOVE ACCOUNT-NUMBER TO ACR-ACCT-NUM
           READ WBACCRDB-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY SET ACCRUAL-REC-FOUND TO TRUE
           END-READ

           IF NOT ACCRUAL-REC-FOUND
              MOVE SPACES         TO WBACR-RECORD
              MOVE ACCOUNT-SSN    TO ACR-SSN
              MOVE ACCOUNT-NUMBER TO ACR-ACCT-NUM
              MOVE ZERO           TO ACR-ACCRUED-AMT
           END-IF
           .
       2110-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    PUT THE LINE ON THE COLLECTIONS QUEUE FOR THE MISSED
      *    MINIMUM. A LINE ALREADY BEING AGED IS LEFT TO LOANPOST; A
      *    NEW OR CURED ENTRY STARTS ITS CYCLE AT THE DAYS SINCE THE
      *    MISSED DUE DATE
       2200-QUEUE-DELINQUENT.
           MOVE '2200-QUEUE-DELINQUENT' TO ERR-LOC
           MOVE 'N'                     TO CLQ-FOUND-FLAG

           MOVE ACCOUNT-SSN    TO CLQ-SSN
           MOVE ACCOUNT-NUMBER TO CLQ-ACCT-NUM
           READ WBCOLLDB-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY SET COLLQ-REC-FOUND TO TRUE
           END-READ

           IF COLLQ-REC-FOUND
              AND NOT CLQ-STATUS-CURED
              GO TO 2200-EXIT
           END-IF

           MOVE ACCOUNT-LOC-NEXT-DUE(1:4) TO WS-DUE-DATE-NUM(1:4)
           MOVE ACCOUNT-LOC-NEXT-DUE(6:2) TO WS-DUE-DATE-NUM(5:2)
           MOVE ACCOUNT-LOC-NEXT-DUE(9:2) TO WS-DUE-DATE-NUM(7:2)
           COMPUTE WS-DAYS-LATE =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) -
              FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-NUM)

           IF NOT COLLQ-REC-FOUND
              MOVE SPACES         TO WBCLQ-RECORD
              MOVE ACCOUNT-SSN    TO CLQ-SSN
              MOVE ACCOUNT-NUMBER TO CLQ-ACCT-NUM
              MOVE ZERO           TO CLQ-PROMISE-AMT
           END-IF
           SET  CLQ-STATUS-DELINQUENT TO TRUE
           MOVE WS-DAYS-LATE          TO CLQ-DAYS-PAST-DUE
           MOVE WS-DATE-R             TO CLQ-LAST-AGED-DATE
           SET  CLQ-LATE-FEE-NOT-YET  TO TRUE
           MOVE ZERO                  TO CLQ-NOTICE-LEVEL

           IF COLLQ-REC-FOUND
              REWRITE WBCLQ-RECORD
              MOVE    'ERROR REWRITING WBCOLLDB' TO ERR-MSG
              PERFORM 9994-CLQ-ERR-CHK         THRU 9994-EXIT
           ELSE
              WRITE WBCLQ-RECORD
              MOVE    'ERROR WRITING WBCOLLDB' TO ERR-MSG
              PERFORM 9994-CLQ-ERR-CHK       THRU 9994-EXIT
           END-IF
           .
       2200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE INTEREST ACCRUED SINCE THE LAST BILL CAPITALIZES ONTO
      *    THE DRAWN BALANCE AS A DEBIT ITEM
       2300-BILL-INTEREST.
           MOVE '2300-BILL-INTEREST' TO ERR-LOC
           MOVE ZERO                 TO WS-INTEREST-AMT

           IF NOT ACCRUAL-REC-FOUND OR ACR-ACCRUED-AMT NOT > 0
              GO TO 2300-EXIT
           END-IF

           MOVE ACR-ACCRUED-AMT  TO WS-INTEREST-AMT
           ADD  WS-INTEREST-AMT  TO ACCOUNT-LOC-BAL
           ADD  1                TO ACCOUNT-LOC-DETAIL-ITEMS

           MOVE ACCOUNT-SSN              TO TXN-SSN
           MOVE ACCOUNT-NUMBER           TO TXN-ACCT-NUM
           MOVE ACCOUNT-LOC-DETAIL-ITEMS TO TXN-ITEM-NUM
           SET  TXN-TYPE-DEBIT           TO TRUE
           MOVE WS-DATE-R                TO TXN-DATE
           MOVE WS-INTEREST-AMT          TO TXN-AMOUNT
           MOVE 'LINE INTEREST'          TO TXN-MEMO

           WRITE WBTXN-RECORD
           MOVE    'ERROR WRITING WBTXNDB' TO ERR-MSG
           PERFORM 9996-TXN-ERR-CHK      THRU 9996-EXIT
           PERFORM 8710-JOURNAL-TXN THRU 8710-EXIT

           MOVE ZERO TO ACR-ACCRUED-AMT
           ADD WS-INTEREST-AMT TO WS-TOTAL-INTEREST
           .
       2300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE CURRENT MINIMUM IS THE PERCENT OF THE BALANCE OR THE
      *    FLOOR, WHICHEVER IS MORE, ON TOP OF ANY PAST-DUE AMOUNT -
      *    NEVER MORE THAN THE WHOLE BALANCE. A NEW DUE DATE IS SET
      *    ONLY WHEN NOTHING IS PAST DUE; OTHERWISE THE MISSED DATE
      *    STANDS AND THE LINE STAYS PAST DUE UNTIL IT IS PAID
       2400-SET-MINIMUM.
           MOVE '2400-SET-MINIMUM' TO ERR-LOC

           IF ACCOUNT-LOC-BAL NOT > 0
              MOVE ZERO TO ACCOUNT-LOC-MIN-DUE
              GO TO 2400-EXIT
           END-IF

           COMPUTE WS-CURRENT-MIN ROUNDED =
                   ACCOUNT-LOC-BAL * WS-MIN-PCT / 100
           IF WS-CURRENT-MIN < WS-MIN-FLOOR
              MOVE WS-MIN-FLOOR TO WS-CURRENT-MIN
           END-IF

           IF WS-PAST-DUE-AMT + WS-CURRENT-MIN > ACCOUNT-LOC-BAL
              MOVE ACCOUNT-LOC-BAL TO ACCOUNT-LOC-MIN-DUE
           ELSE
              COMPUTE ACCOUNT-LOC-MIN-DUE =
                      WS-PAST-DUE-AMT + WS-CURRENT-MIN
           END-IF

           IF WS-PAST-DUE-AMT = 0
              MOVE WS-NEW-DUE-DATE TO ACCOUNT-LOC-NEXT-DUE
           END-IF
           .
       2400-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    PRINT THE BILLING STATEMENT - HEADER, THE ITEMS POSTED
      *    SINCE THE LAST BILL, AND THE BALANCE AND PAYMENT SUMMARY.
      *    THE PREVIOUS BALANCE IS BACKED OUT OF THE NEW ONE FROM THE
      *    PERIOD'S ITEMS
       2500-PRINT-STATEMENT.
           MOVE '2500-PRINT-STATEMENT' TO ERR-LOC

           MOVE ACCOUNT-NUMBER TO WS-SH-ACCT
           MOVE ACCOUNT-SSN    TO WS-SH-SSN
           MOVE WS-DATE-R      TO WS-SH-DATE
           MOVE SPACES         TO WS-SH-NAME WS-SH-STREET WS-SH-CITY
                                  WS-SH-STATE WS-SH-ZIP
           SET CUS-IDX TO 1
           SEARCH WS-CUST-ENTRY
              AT END CONTINUE
              WHEN WS-CUST-SSN (CUS-IDX) = ACCOUNT-SSN
                 MOVE WS-CUST-NAME (CUS-IDX)   TO WS-SH-NAME
                 MOVE WS-CUST-STREET (CUS-IDX) TO WS-SH-STREET
                 MOVE WS-CUST-CITY (CUS-IDX)   TO WS-SH-CITY
                 MOVE WS-CUST-STATE (CUS-IDX)  TO WS-SH-STATE
                 MOVE WS-CUST-ZIP (CUS-IDX)    TO WS-SH-ZIP
           END-SEARCH

           WRITE RPT-OP-FIELDS FROM WS-STMT-RULE
           WRITE RPT-OP-FIELDS FROM WS-STMT-HEADER-1
           WRITE RPT-OP-FIELDS FROM WS-STMT-HEADER-2
           WRITE RPT-OP-FIELDS FROM WS-SPACE
           WRITE RPT-OP-FIELDS FROM WS-ITEM-LABEL
           MOVE    'ERROR WRITING STATEMENT' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK       THRU 9998-EXIT

           MOVE ZERO TO WS-PERIOD-DEBITS WS-PERIOD-CREDITS
                        WS-ITEMS-PRINTED
           COMPUTE WS-ITEM-NUM = ACCOUNT-LOC-STMT-ITEMS + 1
           PERFORM 2510-PRINT-ONE-ITEM THRU 2510-EXIT
              UNTIL WS-ITEM-NUM > ACCOUNT-LOC-DETAIL-ITEMS

           IF WS-ITEMS-PRINTED = 0
              MOVE WS-NO-ITEMS-LINE TO RPT-OP-FIELDS
              PERFORM 2900-WRITE-RECORD THRU 2900-EXIT
           END-IF

           COMPUTE WS-PREV-BALANCE = ACCOUNT-LOC-BAL
                                   - WS-PERIOD-DEBITS
                                   + WS-PERIOD-CREDITS

           WRITE RPT-OP-FIELDS FROM WS-SPACE
           MOVE 'PREVIOUS BALANCE'   TO WS-S-LABEL
           MOVE WS-PREV-BALANCE      TO WS-S-AMOUNT
           PERFORM 2520-WRITE-SUMMARY THRU 2520-EXIT
           MOVE 'CHARGES AND DRAWS'  TO WS-S-LABEL
           MOVE WS-PERIOD-DEBITS     TO WS-S-AMOUNT
           PERFORM 2520-WRITE-SUMMARY THRU 2520-EXIT
           MOVE 'PAYMENTS AND CREDITS' TO WS-S-LABEL
           MOVE WS-PERIOD-CREDITS    TO WS-S-AMOUNT
           PERFORM 2520-WRITE-SUMMARY THRU 2520-EXIT
           MOVE 'INTEREST CHARGED'   TO WS-S-LABEL
           MOVE WS-INTEREST-AMT      TO WS-S-AMOUNT
           PERFORM 2520-WRITE-SUMMARY THRU 2520-EXIT
           MOVE 'NEW BALANCE'        TO WS-S-LABEL
           MOVE ACCOUNT-LOC-BAL      TO WS-S-AMOUNT
           PERFORM 2520-WRITE-SUMMARY THRU 2520-EXIT
           MOVE 'CREDIT LIMIT'       TO WS-S-LABEL
           MOVE ACCOUNT-LOC-CREDIT-LIMIT TO WS-S-AMOUNT
           PERFORM 2520-WRITE-SUMMARY THRU 2520-EXIT
           MOVE 'AVAILABLE CREDIT'   TO WS-S-LABEL
           COMPUTE WS-S-AMOUNT = ACCOUNT-LOC-CREDIT-LIMIT
                               - ACCOUNT-LOC-BAL
           PERFORM 2520-WRITE-SUMMARY THRU 2520-EXIT
           IF WS-PAST-DUE-AMT > 0
              MOVE 'PAST DUE AMOUNT'    TO WS-S-LABEL
              MOVE WS-PAST-DUE-AMT      TO WS-S-AMOUNT
              PERFORM 2520-WRITE-SUMMARY THRU 2520-EXIT
           END-IF
           MOVE 'MINIMUM PAYMENT DUE' TO WS-S-LABEL
           MOVE ACCOUNT-LOC-MIN-DUE  TO WS-S-AMOUNT
           PERFORM 2520-WRITE-SUMMARY THRU 2520-EXIT

           IF ACCOUNT-LOC-MIN-DUE > 0
              MOVE ACCOUNT-LOC-NEXT-DUE TO WS-S-DUE-DATE
              MOVE WS-DUE-LINE          TO RPT-OP-FIELDS
              PERFORM 2900-WRITE-RECORD THRU 2900-EXIT
           END-IF
           IF WS-PAST-DUE-AMT > 0
              MOVE WS-PAST-DUE-MSG      TO RPT-OP-FIELDS
              PERFORM 2900-WRITE-RECORD THRU 2900-EXIT
           END-IF
           WRITE RPT-OP-FIELDS FROM WS-SPACE
           .
       2500-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    ONE PERIOD ITEM, READ BY KEY. DRAWS, CHARGES AND THE
      *    OPENING DRAW ADD TO WHAT IS OWED; PAYMENTS, CREDITS AND A
      *    REVERSAL OF A DRAW TAKE FROM IT
       2510-PRINT-ONE-ITEM.
           MOVE '2510-PRINT-ONE-ITEM' TO ERR-LOC
           MOVE 'N'                   TO TXN-FOUND-FLAG

           MOVE ACCOUNT-SSN    TO TXN-SSN
           MOVE ACCOUNT-NUMBER TO TXN-ACCT-NUM
           MOVE WS-ITEM-NUM    TO TXN-ITEM-NUM
           READ WBTXNDB-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY SET TXN-REC-FOUND TO TRUE
           END-READ

           ADD 1 TO WS-ITEM-NUM
           IF NOT TXN-REC-FOUND
              GO TO 2510-EXIT
           END-IF

           MOVE SPACES       TO WS-ITEM-LINE
           MOVE TXN-DATE     TO WS-I-DATE
           MOVE TXN-ITEM-NUM TO WS-I-ITEM
           MOVE TXN-MEMO     TO WS-I-MEMO
           EVALUATE TRUE
              WHEN TXN-TYPE-CREDIT
              WHEN TXN-TYPE-PROV-CREDIT
                 MOVE TXN-AMOUNT TO WS-I-CREDIT
                 ADD  TXN-AMOUNT TO WS-PERIOD-CREDITS
              WHEN TXN-TYPE-REVERSAL
                 IF TXN-AMOUNT > 0
                    MOVE TXN-AMOUNT TO WS-I-CREDIT
                    ADD  TXN-AMOUNT TO WS-PERIOD-CREDITS
                 ELSE
                    COMPUTE WS-I-DEBIT = TXN-AMOUNT * -1
                    SUBTRACT TXN-AMOUNT FROM WS-PERIOD-DEBITS
                 END-IF
              WHEN OTHER
                 MOVE TXN-AMOUNT TO WS-I-DEBIT
                 ADD  TXN-AMOUNT TO WS-PERIOD-DEBITS
           END-EVALUATE
           IF WS-I-MEMO = SPACES
              MOVE 'OPENING DRAW' TO WS-I-MEMO
           END-IF

           MOVE WS-ITEM-LINE TO RPT-OP-FIELDS
           PERFORM 2900-WRITE-RECORD THRU 2900-EXIT
           ADD 1 TO WS-ITEMS-PRINTED
           .
       2510-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2520-WRITE-SUMMARY.
           MOVE WS-SUMMARY-LINE TO RPT-OP-FIELDS
           PERFORM 2900-WRITE-RECORD THRU 2900-EXIT
           .
       2520-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2600-QUEUE-NOTICE.
           MOVE '2600-QUEUE-NOTICE' TO ERR-LOC

           MOVE ACCOUNT-SSN        TO NTF-SSN
           MOVE ACCOUNT-NUMBER     TO NTF-ACCT-NUM
           MOVE WS-DATE-R          TO NTF-DATE
           SET  NTF-TYPE-LINE-BILL TO TRUE
           MOVE SPACES             TO NTF-TEXT
           MOVE ACCOUNT-LOC-MIN-DUE TO WS-NTF-AMT
           IF ACCOUNT-LOC-MIN-DUE > 0
              STRING 'CREDIT LINE ' ACCOUNT-NUMBER
                     ' MINIMUM ' WS-NTF-AMT
                     ' DUE ' ACCOUNT-LOC-NEXT-DUE
                     DELIMITED BY SIZE INTO NTF-TEXT
           ELSE
              STRING 'CREDIT LINE ' ACCOUNT-NUMBER
                     ' STATEMENT - NO PAYMENT DUE'
                     DELIMITED BY SIZE INTO NTF-TEXT
           END-IF

           WRITE WBNTF-RECORD
           MOVE    'ERROR WRITING NTFQUEUE' TO ERR-MSG
           PERFORM 9993-NTF-ERR-CHK       THRU 9993-EXIT
           .
       2600-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2900-WRITE-RECORD.
           MOVE '2900-WRITE-RECORD'      TO ERR-LOC

           WRITE   RPT-OP-FIELDS
           MOVE    'ERROR WRITING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           MOVE    SPACES                 TO RPT-OP-FIELDS
           .
       2900-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       3000-HOUSEKEEPING.
           MOVE '3000-HOUSEKEEPING' TO ERR-LOC
           MOVE WS-TOTAL-BILL-COUNT    TO WS-TR-BIL-CNT
           MOVE WS-TOTAL-PASTDUE-COUNT TO WS-TR-PDU-CNT
           MOVE WS-TOTAL-SKIP-COUNT    TO WS-TR-SKP-CNT
           MOVE WS-TOTAL-INTEREST      TO WS-TR-INT-AMT
           MOVE WS-TOTAL-MIN-DUE       TO WS-TR-MIN-AMT
           WRITE RPT-OP-FIELDS      FROM WS-STMT-RULE
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-1
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-2
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-3
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-4
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-5
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-FOOTER

           IF RCVJRN-STAT = 0
              CLOSE JRN-OP
           END-IF

           CLOSE  RPT-OP
           MOVE   'ERROR CLOSING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK   THRU 9998-EXIT
           .
       3000-EXIT.
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
       9994-CLQ-ERR-CHK.
           MOVE WBCOLLDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBCOLLDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE CLQ-VSAM-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE CLQ-VSAM-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE CLQ-VSAM-REASON-CODE
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
       9995-ACR-ERR-CHK.
           MOVE WBACCRDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBACCRDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE ACR-VSAM-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE ACR-VSAM-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE ACR-VSAM-REASON-CODE
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
       9997-CUST-ERR-CHK.
           MOVE WBCUSTDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBCUSTDB-FILE-STATUS = '00'
                    CONTINUE

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
