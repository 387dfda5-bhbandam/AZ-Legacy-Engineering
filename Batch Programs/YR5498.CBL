      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
        PROGRAM-ID. YR5498.
      ****************************************************************
      * Year-end IRA tax statements - the retirement-account         *
      * companion to YR1099 and YR1098. Sweeps the IRA activity log  *
      * on WBIRADB-DD, summing each account's contributions for the  *
      * tax year (including prior-year contributions taken up to     *
      * April 15) and each account's distributions by distribution   *
      * code. The year-end fair market value is taken from the       *
      * WBACCTDB-DD balance, backed out for any activity dated after *
      * December 31. Prints the 5498 (contribution) and 1099-R       *
      * (distribution) notices with the WBCUSTDB-DD name and         *
      * address, and writes the electronic-filing records on         *
      * IRS5498-DD with a control trailer the way IRSOUT carries one.*
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
           SELECT WBIRADB-FILE
               ASSIGN       TO WBIRADB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS IRA-KEY
               FILE STATUS  IS WBIRADB-FILE-STATUS WBIRADB-VSAM-CODE.

           SELECT WBACCTDB-FILE
               ASSIGN       TO WBACCTDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS ACCOUNT-KEY
               FILE STATUS  IS WBACCTDB-FILE-STATUS WBACCTDB-VSAM-CODE.

           SELECT WBCUSTDB-FILE
               ASSIGN       TO WBCUSTDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS CUSTOMER-ID
               FILE STATUS  IS WBCUSTDB-FILE-STATUS WBCUSTDB-VSAM-CODE.

           SELECT IRS-OP     ASSIGN TO IRS5498
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS IRS5498-STAT.

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

       FD  WBIRADB-FILE.
           COPY WBIRAREC.

       FD  WBACCTDB-FILE.
           COPY WBACCTREC.

       FD  WBCUSTDB-FILE.
           COPY WBCUSTREC.

      *    ONE 'A' RECORD PER 5498 AND ONE 'R' RECORD PER 1099-R,
      *    THEN A SINGLE CONTROL TRAILER CARRYING BOTH FORMS' COUNTS
      *    AND TOTALS
       FD  IRS-OP
           RECORD CONTAINS 100.
       01  IRS-RECORD.
           05 IRS-RECORD-TYPE            PIC X(01).
              88 IRS-TYPE-5498                  VALUE 'A'.
              88 IRS-TYPE-1099R                 VALUE 'R'.
              88 IRS-TYPE-TRAILER               VALUE 'T'.
           05 IRS-TAX-YEAR               PIC X(04).
           05 IRS-SSN                    PIC X(09).
           05 IRS-ACCT-NUM               PIC X(10).
           05 IRS-NAME                   PIC X(30).
      *       5498 - CONTRIBUTIONS / 1099-R - GROSS DISTRIBUTION
           05 IRS-AMOUNT-1               PIC 9(11)V99.
      *       5498 - FAIR MARKET VALUE / 1099-R - FEDERAL WITHHOLDING
           05 IRS-AMOUNT-2               PIC 9(11)V99.
      *       1099-R - TAXABLE AMOUNT (ZERO ON A 5498)
           05 IRS-AMOUNT-3               PIC 9(11)V99.
           05 IRS-PLAN-CODE              PIC X(01).
           05 IRS-DIST-CODE              PIC X(01).
           05 FILLER                     PIC X(05).
       01  IRS-TRAILER-RECORD REDEFINES IRS-RECORD.
           05 FILLER                     PIC X(05).
           05 IRS-TR-5498-COUNT          PIC 9(09).
           05 IRS-TR-1099R-COUNT         PIC 9(09).
           05 IRS-TR-CONTRIB-TOTAL       PIC 9(11)V99.
           05 IRS-TR-FMV-TOTAL           PIC 9(11)V99.
           05 IRS-TR-GROSS-TOTAL         PIC 9(11)V99.
           05 IRS-TR-WH-TOTAL            PIC 9(11)V99.
           05 FILLER                     PIC X(25).

       FD  RPT-OP
           RECORD CONTAINS 132
           RECORDING MODE F.
       01  RPT-OP-FIELDS                 PIC X(132).

       FD  PARM-FILE
           RECORD CONTAINS 80.
       01  PARM-RECORD.
           05 PARM-TAX-YEAR              PIC X(04).
           05 FILLER                     PIC X(76).

       WORKING-STORAGE SECTION.

       01  WBIRADB-FILE-STATUS.
           05  STA-IRA-STAT1             PIC X(01).
           05  STA-IRA-STAT2             PIC X(01).
       01  WBIRADB-VSAM-CODE.
           05 IRA-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 IRA-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 IRA-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

       01  WBACCTDB-FILE-STATUS.
           05  STA-ACCT-STAT1            PIC X(01).
           05  STA-ACCT-STAT2            PIC X(01).
       01  WBACCTDB-VSAM-CODE.
           05 ACCT-VSAM-RETURN-CODE      PIC S9(2) USAGE BINARY.
           05 ACCT-VSAM-COMPONENT-CODE   PIC S9(1) USAGE BINARY.
           05 ACCT-VSAM-REASON-CODE      PIC S9(3) USAGE BINARY.

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
              10 FILLER        PIC X(42)  VALUE SPACES.
              10 FILLER        PIC X(38)  VALUE
                        'YEAR-END 5498 / 1099-R IRA NOTICES'.
              10 FILLER        PIC X(37)  VALUE SPACES.
              10 FILLER        PIC X(09)  VALUE 'TAX YEAR '.
              10 WS-H-YEAR     PIC X(04)  VALUE SPACES.
              10 FILLER        PIC X(02)  VALUE SPACES.

           05 WS-FORM-TITLE.
              10 FILLER        PIC X(10)  VALUE 'FORM:     '.
              10 WS-F-FORM     PIC X(40).
              10 FILLER        PIC X(09)  VALUE '  ACCT:  '.
              10 WS-F-ACCT     PIC X(10).
              10 FILLER        PIC X(63)  VALUE SPACES.

           05 WS-NOTICE-1.
              10 FILLER        PIC X(10)  VALUE 'TO:       '.
              10 WS-N-NAME     PIC X(30).
              10 FILLER        PIC X(09)  VALUE '  SSN:   '.
              10 WS-N-SSN      PIC X(09).
              10 FILLER        PIC X(74)  VALUE SPACES.

           05 WS-NOTICE-2.
              10 FILLER        PIC X(10)  VALUE 'ADDRESS:  '.
              10 WS-N-STREET   PIC X(20).
              10 FILLER        PIC X(01)  VALUE SPACES.
              10 WS-N-CITY     PIC X(10).
              10 FILLER        PIC X(01)  VALUE SPACES.
              10 WS-N-STATE    PIC X(04).
              10 FILLER        PIC X(01)  VALUE SPACES.
              10 WS-N-ZIP      PIC 9(05).
              10 FILLER        PIC X(80)  VALUE SPACES.

           05 WS-NOTICE-AMT.
              10 WS-N-LABEL    PIC X(32).
              10 FILLER        PIC X(02)  VALUE ': '.
              10 WS-N-AMOUNT   PIC Z(10)9.99.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-N-REMARK   PIC X(30).
              10 FILLER        PIC X(52)  VALUE SPACES.

           05 WS-NOTICE-CODE.
              10 FILLER        PIC X(32)  VALUE
                          'DISTRIBUTION CODE        (BOX 7)'.
              10 FILLER        PIC X(02)  VALUE ': '.
              10 WS-N-DIST-CODE
                               PIC X(01).
              10 FILLER        PIC X(05)  VALUE SPACES.
              10 FILLER        PIC X(18)  VALUE
                          'IRA/SEP/SIMPLE: X '.
              10 FILLER        PIC X(74)  VALUE SPACES.

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
                                    '5498 NOTICES ISSUED       :'.
              10 WS-TR-5498-CNT
                               PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-2.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'TOTAL CONTRIBUTIONS       :'.
              10 WS-TR-CONTRIB-TOT
                               PIC Z(10)9.99-.
              10 FILLER        PIC X(59)  VALUE SPACES.

           05 WS-TRAILER-3.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'TOTAL FAIR MARKET VALUE   :'.
              10 WS-TR-FMV-TOT PIC Z(10)9.99-.
              10 FILLER        PIC X(59)  VALUE SPACES.

           05 WS-TRAILER-4.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    '1099-R NOTICES ISSUED     :'.
              10 WS-TR-1099R-CNT
                               PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-5.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'TOTAL GROSS DISTRIBUTIONS :'.
              10 WS-TR-GROSS-TOT
                               PIC Z(10)9.99-.
              10 FILLER        PIC X(59)  VALUE SPACES.

           05 WS-TRAILER-6.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'TOTAL FEDERAL TAX WITHHELD:'.
              10 WS-TR-WH-TOT  PIC Z(10)9.99-.
              10 FILLER        PIC X(59)  VALUE SPACES.

      *****************************************************************
      *  PER-ACCOUNT CONTRIBUTIONS AND YEAR-END VALUE (FORM 5498)     *
      *****************************************************************
       01  WS-IRA-TABLE.
           05 WS-IRA-COUNT             PIC 9(05)  COMP   VALUE ZERO.
           05 WS-IRA-ENTRY OCCURS 5000 TIMES
                           INDEXED BY IRA-IDX.
              10 WS-IRA-SSN            PIC X(09).
              10 WS-IRA-ACCT           PIC X(10).
              10 WS-IRA-PLAN           PIC X(01).
                 88 WS-IRA-ROTH                      VALUE 'R'.
              10 WS-IRA-CONTRIB        PIC S9(13)V99 COMP-3.
      *          CONTRIBUTIONS LESS DISTRIBUTIONS DATED AFTER THE
      *          TAX YEAR - BACKED OUT OF TODAY'S BALANCE FOR THE FMV
              10 WS-IRA-LATER-NET      PIC S9(13)V99 COMP-3.
              10 WS-IRA-FMV            PIC S9(13)V99 COMP-3.

      *****************************************************************
      *  PER-ACCOUNT, PER-CODE DISTRIBUTIONS (FORM 1099-R)            *
      *****************************************************************
       01  WS-DIST-TABLE.
           05 WS-DIST-COUNT            PIC 9(05)  COMP   VALUE ZERO.
           05 WS-DIST-ENTRY OCCURS 5000 TIMES
                            INDEXED BY DST-IDX.
              10 WS-DIST-SSN           PIC X(09).
              10 WS-DIST-ACCT          PIC X(10).
              10 WS-DIST-CODE          PIC X(01).
              10 WS-DIST-PLAN          PIC X(01).
                 88 WS-DIST-ROTH                     VALUE 'R'.
              10 WS-DIST-GROSS         PIC S9(13)V99 COMP-3.
              10 WS-DIST-WH            PIC S9(11)V99 COMP-3.

      *****************************************************************
      *  CUSTOMER NAME/ADDRESS TABLE LOADED ONCE FROM WBCUSTDB        *
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

       01  WS-VARS.
           05 WS-TAX-YEAR              PIC X(04)     VALUE SPACES.
           05 WS-YEAR-END-DATE         PIC X(10)     VALUE SPACES.
           05 WS-5498-COUNT            PIC 9(07)     VALUE ZERO.
           05 WS-1099R-COUNT           PIC 9(07)     VALUE ZERO.
           05 WS-TOTAL-CONTRIB         PIC S9(13)V99 VALUE ZERO.
           05 WS-TOTAL-FMV             PIC S9(13)V99 VALUE ZERO.
           05 WS-TOTAL-GROSS           PIC S9(13)V99 VALUE ZERO.
           05 WS-TOTAL-WH              PIC S9(13)V99 VALUE ZERO.
           05 WS-WORK-SSN              PIC X(09)     VALUE SPACES.
           05 WS-WORK-ACCT             PIC X(10)     VALUE SPACES.
           05 WS-WORK-PLAN             PIC X(01)     VALUE SPACES.
           05 WS-TAXABLE-AMT           PIC S9(13)V99 VALUE ZERO.

       01  WS-SSN-MASK-VARS.
      *    SSNS PRINT MASKED TO THE LAST FOUR DIGITS - ONLY THE
      *    REGULATOR EXTRACT FILE CARRIES THE FULL VALUE
           05 WS-SSN-TO-MASK   PIC X(09)  VALUE SPACES.
           05 WS-MASKED-SSN    PIC X(09)  VALUE SPACES.

       01  WS-DISPLAY-VARS.
           05 ERR-PGM          PIC X(07)  VALUE 'YR5498'.
           05 ERR-LOC          PIC X(20)  VALUE SPACES.
           05 ERR-MSG          PIC X(30)  VALUE SPACES.
           05 ERR-CODE         PIC 9(09)  VALUE ZERO.

       01  WS-FLAG-VARS.
           05 RPTOUT-STAT      PIC 9(02)  VALUE ZERO.
           05 PARMIN-STAT      PIC 9(02)  VALUE ZERO.
           05 IRS5498-STAT     PIC 9(02)  VALUE ZERO.
           05 EOF-FLAG         PIC X(01)  VALUE 'N'.
              88 END-OF-FILE              VALUE 'Y'.
           05 ACCT-EOF-FLAG    PIC X(01)  VALUE 'N'.
              88 ACCT-END-OF-FILE         VALUE 'Y'.
           05 CUST-EOF-FLAG    PIC X(01)  VALUE 'N'.
              88 CUST-END-OF-FILE         VALUE 'Y'.

       01  WS-PARM-VARS.
           05 PARM-FOUND-FLAG     PIC X(01) VALUE 'N'.
              88 PARM-WAS-FOUND             VALUE 'Y'.

       PROCEDURE DIVISION.
      *
      * THIS PROGRAM SUMS THE TAX YEAR'S IRA CONTRIBUTIONS AND
      * DISTRIBUTIONS FROM THE IRA ACTIVITY LOG, VALUES EACH IRA AT
      * YEAR END, PRINTS THE 5498 AND 1099-R NOTICES, AND WRITES THE
      * ELECTRONIC-FILING RECORDS WITH A CONTROL TRAILER.
      *
       0000-MAIN.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT
           PERFORM 1300-LOAD-CUSTOMERS THRU 1300-EXIT

           MOVE 'N' TO EOF-FLAG
           OPEN INPUT WBIRADB-FILE
      *    NO IRA HAS EVER BEEN FUNDED UNTIL THE LOG IS FIRST WRITTEN
           IF WBIRADB-FILE-STATUS = '35'
              SET END-OF-FILE TO TRUE
           ELSE
              MOVE    'ERROR OPENING WBIRADB'    TO ERR-MSG
              PERFORM 9996-IRA-ERR-CHK          THRU 9996-EXIT

              PERFORM 2000-PROCESS-ALL-ACTIVITY
                 THRU 2000-EXIT
                UNTIL END-OF-FILE

              CLOSE WBIRADB-FILE
              MOVE      'ERROR CLOSING WBIRADB' TO ERR-MSG
              PERFORM 9996-IRA-ERR-CHK         THRU 9996-EXIT
           END-IF

           PERFORM 2400-VALUE-ACCOUNTS THRU 2400-EXIT

           PERFORM 2600-WRITE-ONE-5498 THRU 2600-EXIT
              VARYING IRA-IDX FROM 1 BY 1
              UNTIL IRA-IDX > WS-IRA-COUNT

           PERFORM 2700-WRITE-ONE-1099R THRU 2700-EXIT
              VARYING DST-IDX FROM 1 BY 1
              UNTIL DST-IDX > WS-DIST-COUNT

           PERFORM 2900-WRITE-IRS-TRAILER THRU 2900-EXIT
           PERFORM 3000-HOUSEKEEPING THRU 3000-EXIT
           STOP RUN.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE '1000-INITIALIZE'        TO ERR-LOC

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TAX-YEAR

           OPEN INPUT PARM-FILE
           IF PARMIN-STAT = 0
              READ PARM-FILE
                 AT END     CONTINUE
                 NOT AT END SET PARM-WAS-FOUND TO TRUE
              END-READ
              CLOSE PARM-FILE
           END-IF

           IF PARM-WAS-FOUND
              IF PARM-TAX-YEAR NOT = SPACES
                 MOVE PARM-TAX-YEAR TO WS-TAX-YEAR
              END-IF
           END-IF

      *    THE LOG CARRIES ISO DATES, SO ANYTHING AFTER THIS SORTS
      *    HIGH AND WAS POSTED AFTER THE VALUATION DATE
           STRING WS-TAX-YEAR '-12-31' DELIMITED BY SIZE
             INTO WS-YEAR-END-DATE
           END-STRING

           OPEN OUTPUT RPT-OP
           MOVE    'ERROR OPENING RPT-OP'   TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK       THRU 9998-EXIT

           OPEN OUTPUT IRS-OP
           MOVE    'ERROR OPENING IRS5498'  TO ERR-MSG
           PERFORM 9997-IRS-ERR-CHK        THRU 9997-EXIT

           MOVE WS-TAX-YEAR TO WS-H-YEAR
           WRITE RPT-OP-FIELDS          FROM WS-HEADER-TITLE
           WRITE RPT-OP-FIELDS          FROM WS-SPACE
           MOVE    'ERROR WRITING HEADER' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           .
       1000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       1300-LOAD-CUSTOMERS.
           MOVE '1300-LOAD-CUSTOMERS' TO ERR-LOC
           MOVE 'N'                   TO CUST-EOF-FLAG

           OPEN INPUT WBCUSTDB-FILE
           MOVE    'ERROR OPENING WBCUSTDB' TO ERR-MSG
           PERFORM 9995-CUST-ERR-CHK      THRU 9995-EXIT

           PERFORM 1310-LOAD-ONE-CUSTOMER THRU 1310-EXIT
              UNTIL CUST-END-OF-FILE

           CLOSE WBCUSTDB-FILE
           MOVE    'ERROR CLOSING WBCUSTDB' TO ERR-MSG
           PERFORM 9995-CUST-ERR-CHK      THRU 9995-EXIT
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
                 DISPLAY 'YR5498 - CUSTOMER TABLE FULL'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           .
       1310-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    A CONTRIBUTION COUNTS TOWARD THE TAX YEAR IT WAS TAKEN FOR,
      *    WHICH FOR ONE MADE BY APRIL 15 MAY BE THE YEAR BEFORE IT
      *    POSTED. A DISTRIBUTION IS REPORTED FOR THE YEAR IT WAS PAID.
      *    ANYTHING DATED AFTER DECEMBER 31 IS ALSO NETTED SO THE
      *    YEAR-END VALUE CAN BE BACKED OUT OF THE CURRENT BALANCE.
       2000-PROCESS-ALL-ACTIVITY.
           MOVE '2000-PROCESS-ALL-ACTIVITY' TO ERR-LOC

           READ WBIRADB-FILE NEXT
              AT END SET END-OF-FILE TO TRUE
           END-READ

           IF END-OF-FILE
              GO TO 2000-EXIT
           END-IF

           MOVE IRA-SSN       TO WS-WORK-SSN
           MOVE IRA-ACCT-NUM  TO WS-WORK-ACCT
           MOVE IRA-PLAN-CODE TO WS-WORK-PLAN
           IF WS-WORK-PLAN = SPACE
              MOVE 'T' TO WS-WORK-PLAN
           END-IF

           IF IRA-CONTRIBUTION
              IF IRA-TAX-YEAR = WS-TAX-YEAR
                 PERFORM 2200-FIND-IRA-ENTRY THRU 2200-EXIT
                 ADD IRA-AMOUNT TO WS-IRA-CONTRIB (IRA-IDX)
              END-IF
              IF IRA-ACTIVITY-DATE > WS-YEAR-END-DATE
                 PERFORM 2200-FIND-IRA-ENTRY THRU 2200-EXIT
                 ADD IRA-AMOUNT TO WS-IRA-LATER-NET (IRA-IDX)
              END-IF
           END-IF

           IF IRA-DISTRIBUTION
              IF IRA-ACTIVITY-DATE(1:4) = WS-TAX-YEAR
                 PERFORM 2300-ADD-DISTRIBUTION THRU 2300-EXIT
              END-IF
              IF IRA-ACTIVITY-DATE > WS-YEAR-END-DATE
                 PERFORM 2200-FIND-IRA-ENTRY THRU 2200-EXIT
                 SUBTRACT IRA-AMOUNT FROM WS-IRA-LATER-NET (IRA-IDX)
              END-IF
           END-IF
           .
       2000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    LEAVES IRA-IDX ON THE ACCOUNT'S ENTRY, ADDING IT IF NEW
       2200-FIND-IRA-ENTRY.
           MOVE '2200-FIND-IRA-ENTRY' TO ERR-LOC

           SET IRA-IDX TO 1
           SEARCH WS-IRA-ENTRY
              AT END
                 IF WS-IRA-COUNT < 5000
                    ADD 1 TO WS-IRA-COUNT
                    SET IRA-IDX TO WS-IRA-COUNT
                    MOVE WS-WORK-SSN  TO WS-IRA-SSN (IRA-IDX)
                    MOVE WS-WORK-ACCT TO WS-IRA-ACCT (IRA-IDX)
                    MOVE WS-WORK-PLAN TO WS-IRA-PLAN (IRA-IDX)
                    MOVE ZERO         TO WS-IRA-CONTRIB (IRA-IDX)
                                         WS-IRA-LATER-NET (IRA-IDX)
                                         WS-IRA-FMV (IRA-IDX)
                 ELSE
                    DISPLAY 'YR5498 - IRA ACCOUNT TABLE FULL'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              WHEN WS-IRA-SSN (IRA-IDX)  = WS-WORK-SSN
               AND WS-IRA-ACCT (IRA-IDX) = WS-WORK-ACCT
                 CONTINUE
           END-SEARCH
           .
       2200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2300-ADD-DISTRIBUTION.
           MOVE '2300-ADD-DISTRIBUTION' TO ERR-LOC

           SET DST-IDX TO 1
           SEARCH WS-DIST-ENTRY
              AT END
                 IF WS-DIST-COUNT < 5000
                    ADD 1 TO WS-DIST-COUNT
                    SET DST-IDX TO WS-DIST-COUNT
                    MOVE WS-WORK-SSN   TO WS-DIST-SSN (DST-IDX)
                    MOVE WS-WORK-ACCT  TO WS-DIST-ACCT (DST-IDX)
                    MOVE IRA-DIST-CODE TO WS-DIST-CODE (DST-IDX)
                    MOVE WS-WORK-PLAN  TO WS-DIST-PLAN (DST-IDX)
                    MOVE IRA-AMOUNT    TO WS-DIST-GROSS (DST-IDX)
                    MOVE IRA-FED-WH    TO WS-DIST-WH (DST-IDX)
                 ELSE
                    DISPLAY 'YR5498 - DISTRIBUTION TABLE FULL'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
              WHEN WS-DIST-SSN (DST-IDX)  = WS-WORK-SSN
               AND WS-DIST-ACCT (DST-IDX) = WS-WORK-ACCT
               AND WS-DIST-CODE (DST-IDX) = IRA-DIST-CODE
                 ADD IRA-AMOUNT TO WS-DIST-GROSS (DST-IDX)
                 ADD IRA-FED-WH TO WS-DIST-WH (DST-IDX)
           END-SEARCH
           .
       2300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    EVERY IRA ON FILE GETS A YEAR-END VALUE, WHETHER OR NOT IT
      *    SAW ACTIVITY - A 5498 IS DUE FOR ANY IRA WITH A BALANCE
       2400-VALUE-ACCOUNTS.
           MOVE '2400-VALUE-ACCOUNTS' TO ERR-LOC
           MOVE 'N'                   TO ACCT-EOF-FLAG

           OPEN INPUT WBACCTDB-FILE
           MOVE    'ERROR OPENING WBACCTDB' TO ERR-MSG
           PERFORM 9999-ACCT-ERR-CHK      THRU 9999-EXIT

           PERFORM 2450-VALUE-ONE-ACCOUNT THRU 2450-EXIT
              UNTIL ACCT-END-OF-FILE

           CLOSE WBACCTDB-FILE
           MOVE    'ERROR CLOSING WBACCTDB' TO ERR-MSG
           PERFORM 9999-ACCT-ERR-CHK      THRU 9999-EXIT
           .
       2400-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2450-VALUE-ONE-ACCOUNT.
           MOVE '2450-VALUE-ONE-ACCOUNT' TO ERR-LOC

           READ WBACCTDB-FILE NEXT
              AT END SET ACCT-END-OF-FILE TO TRUE
           END-READ

           IF ACCT-END-OF-FILE
              GO TO 2450-EXIT
           END-IF

           IF NOT ACCOUNT-TYPE-IRA
              GO TO 2450-EXIT
           END-IF

           MOVE ACCOUNT-SSN            TO WS-WORK-SSN
           MOVE ACCOUNT-NUMBER         TO WS-WORK-ACCT
           MOVE ACCOUNT-IRA-PLAN-CODE  TO WS-WORK-PLAN
           IF WS-WORK-PLAN = SPACE
              MOVE 'T' TO WS-WORK-PLAN
           END-IF
           PERFORM 2200-FIND-IRA-ENTRY THRU 2200-EXIT

      *    THE ACCOUNT'S OWN PLAN CODE GOVERNS THE FORM BOXES
           MOVE WS-WORK-PLAN TO WS-IRA-PLAN (IRA-IDX)
           COMPUTE WS-IRA-FMV (IRA-IDX) =
                   ACCOUNT-IRA-BAL - WS-IRA-LATER-NET (IRA-IDX)
           IF WS-IRA-FMV (IRA-IDX) < 0
              MOVE ZERO TO WS-IRA-FMV (IRA-IDX)
           END-IF
           .
       2450-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2500-FIND-CUSTOMER.
           MOVE SPACES TO WS-N-NAME WS-N-STREET
                          WS-N-CITY WS-N-STATE
           MOVE ZERO   TO WS-N-ZIP
           MOVE 'NAME NOT ON CUSTOMER FILE' TO WS-N-NAME
           MOVE WS-WORK-SSN          TO WS-SSN-TO-MASK
           PERFORM 8500-MASK-SSN THRU 8500-EXIT
           MOVE WS-MASKED-SSN        TO WS-N-SSN
           SET CUS-IDX TO 1
           SEARCH WS-CUST-ENTRY
              AT END CONTINUE
              WHEN WS-CUST-SSN (CUS-IDX) = WS-WORK-SSN
                 MOVE WS-CUST-NAME (CUS-IDX)   TO WS-N-NAME
                 MOVE WS-CUST-STREET (CUS-IDX) TO WS-N-STREET
                 MOVE WS-CUST-CITY (CUS-IDX)   TO WS-N-CITY
                 MOVE WS-CUST-STATE (CUS-IDX)  TO WS-N-STATE
                 MOVE WS-CUST-ZIP (CUS-IDX)    TO WS-N-ZIP
           END-SEARCH
           .
       2500-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    TRADITIONAL CONTRIBUTIONS REPORT IN BOX 1, ROTH IN BOX 10;
      *    THE YEAR-END VALUE IS BOX 5 EITHER WAY
       2600-WRITE-ONE-5498.
           MOVE '2600-WRITE-ONE-5498' TO ERR-LOC

           IF WS-IRA-CONTRIB (IRA-IDX) NOT > 0
              AND WS-IRA-FMV (IRA-IDX) NOT > 0
              GO TO 2600-EXIT
           END-IF

           MOVE WS-IRA-SSN (IRA-IDX)  TO WS-WORK-SSN
           PERFORM 2500-FIND-CUSTOMER THRU 2500-EXIT

           IF WS-IRA-ROTH (IRA-IDX)
              MOVE '5498 IRA CONTRIBUTION INFO - ROTH' TO WS-F-FORM
           ELSE
              MOVE '5498 IRA CONTRIBUTION INFORMATION' TO WS-F-FORM
           END-IF
           MOVE WS-IRA-ACCT (IRA-IDX) TO WS-F-ACCT

           WRITE RPT-OP-FIELDS FROM WS-PAGE-BREAK
           WRITE RPT-OP-FIELDS FROM WS-FORM-TITLE
           WRITE RPT-OP-FIELDS FROM WS-NOTICE-1
           WRITE RPT-OP-FIELDS FROM WS-NOTICE-2

           IF WS-IRA-ROTH (IRA-IDX)
              MOVE 'ROTH IRA CONTRIBUTIONS  (BOX 10)' TO WS-N-LABEL
           ELSE
              MOVE 'IRA CONTRIBUTIONS        (BOX 1)' TO WS-N-LABEL
           END-IF
           MOVE WS-IRA-CONTRIB (IRA-IDX) TO WS-N-AMOUNT
           MOVE SPACES                   TO WS-N-REMARK
           WRITE RPT-OP-FIELDS FROM WS-NOTICE-AMT

           MOVE 'FAIR MARKET VALUE        (BOX 5)' TO WS-N-LABEL
           MOVE WS-IRA-FMV (IRA-IDX)     TO WS-N-AMOUNT
           MOVE 'AS OF'                  TO WS-N-REMARK
           MOVE WS-YEAR-END-DATE         TO WS-N-REMARK(7:10)
           WRITE RPT-OP-FIELDS FROM WS-NOTICE-AMT
           WRITE RPT-OP-FIELDS FROM WS-SPACE
           MOVE    'ERROR WRITING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT

           MOVE SPACES                   TO IRS-RECORD
           SET  IRS-TYPE-5498            TO TRUE
           MOVE WS-TAX-YEAR              TO IRS-TAX-YEAR
           MOVE WS-IRA-SSN (IRA-IDX)     TO IRS-SSN
           MOVE WS-IRA-ACCT (IRA-IDX)    TO IRS-ACCT-NUM
           MOVE WS-N-NAME                TO IRS-NAME
           MOVE WS-IRA-CONTRIB (IRA-IDX) TO IRS-AMOUNT-1
           MOVE WS-IRA-FMV (IRA-IDX)     TO IRS-AMOUNT-2
           MOVE ZERO                     TO IRS-AMOUNT-3
           MOVE WS-IRA-PLAN (IRA-IDX)    TO IRS-PLAN-CODE
           WRITE IRS-RECORD
           MOVE    'ERROR WRITING IRS5498' TO ERR-MSG
           PERFORM 9997-IRS-ERR-CHK      THRU 9997-EXIT

           ADD 1                         TO WS-5498-COUNT
           ADD WS-IRA-CONTRIB (IRA-IDX)  TO WS-TOTAL-CONTRIB
           ADD WS-IRA-FMV (IRA-IDX)      TO WS-TOTAL-FMV
           .
       2600-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    A TRADITIONAL DISTRIBUTION IS FULLY TAXABLE - THE BANK
      *    HOLDS NO BASIS RECORDS. A ROTH DISTRIBUTION'S TAXABLE PART
      *    DEPENDS ON THE OWNER'S BASIS, SO BOX 2A IS LEFT AT ZERO
      *    AND MARKED NOT DETERMINED.
       2700-WRITE-ONE-1099R.
           MOVE '2700-WRITE-ONE-1099R' TO ERR-LOC

           IF WS-DIST-GROSS (DST-IDX) NOT > 0
              GO TO 2700-EXIT
           END-IF

           MOVE WS-DIST-SSN (DST-IDX)  TO WS-WORK-SSN
           PERFORM 2500-FIND-CUSTOMER THRU 2500-EXIT

           IF WS-DIST-ROTH (DST-IDX)
              MOVE ZERO                    TO WS-TAXABLE-AMT
           ELSE
              MOVE WS-DIST-GROSS (DST-IDX) TO WS-TAXABLE-AMT
           END-IF

           MOVE '1099-R IRA DISTRIBUTIONS'  TO WS-F-FORM
           MOVE WS-DIST-ACCT (DST-IDX) TO WS-F-ACCT

           WRITE RPT-OP-FIELDS FROM WS-PAGE-BREAK
           WRITE RPT-OP-FIELDS FROM WS-FORM-TITLE
           WRITE RPT-OP-FIELDS FROM WS-NOTICE-1
           WRITE RPT-OP-FIELDS FROM WS-NOTICE-2

           MOVE 'GROSS DISTRIBUTION       (BOX 1)' TO WS-N-LABEL
           MOVE WS-DIST-GROSS (DST-IDX)  TO WS-N-AMOUNT
           MOVE SPACES                   TO WS-N-REMARK
           WRITE RPT-OP-FIELDS FROM WS-NOTICE-AMT

           MOVE 'TAXABLE AMOUNT          (BOX 2A)' TO WS-N-LABEL
           MOVE WS-TAXABLE-AMT           TO WS-N-AMOUNT
           IF WS-DIST-ROTH (DST-IDX)
              MOVE 'TAXABLE AMT NOT DETERMINED' TO WS-N-REMARK
           END-IF
           WRITE RPT-OP-FIELDS FROM WS-NOTICE-AMT

           MOVE 'FEDERAL TAX WITHHELD     (BOX 4)' TO WS-N-LABEL
           MOVE WS-DIST-WH (DST-IDX)     TO WS-N-AMOUNT
           MOVE SPACES                   TO WS-N-REMARK
           WRITE RPT-OP-FIELDS FROM WS-NOTICE-AMT

           MOVE WS-DIST-CODE (DST-IDX)   TO WS-N-DIST-CODE
           WRITE RPT-OP-FIELDS FROM WS-NOTICE-CODE
           WRITE RPT-OP-FIELDS FROM WS-SPACE
           MOVE    'ERROR WRITING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT

           MOVE SPACES                   TO IRS-RECORD
           SET  IRS-TYPE-1099R           TO TRUE
           MOVE WS-TAX-YEAR              TO IRS-TAX-YEAR
           MOVE WS-DIST-SSN (DST-IDX)    TO IRS-SSN
           MOVE WS-DIST-ACCT (DST-IDX)   TO IRS-ACCT-NUM
           MOVE WS-N-NAME                TO IRS-NAME
           MOVE WS-DIST-GROSS (DST-IDX)  TO IRS-AMOUNT-1
           MOVE WS-DIST-WH (DST-IDX)     TO IRS-AMOUNT-2
           MOVE WS-TAXABLE-AMT           TO IRS-AMOUNT-3
           MOVE WS-DIST-PLAN (DST-IDX)   TO IRS-PLAN-CODE
           MOVE WS-DIST-CODE (DST-IDX)   TO IRS-DIST-CODE
           WRITE IRS-RECORD
           MOVE    'ERROR WRITING IRS5498' TO ERR-MSG
           PERFORM 9997-IRS-ERR-CHK      THRU 9997-EXIT

           ADD 1                         TO WS-1099R-COUNT
           ADD WS-DIST-GROSS (DST-IDX)   TO WS-TOTAL-GROSS
           ADD WS-DIST-WH (DST-IDX)      TO WS-TOTAL-WH
           .
       2700-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2900-WRITE-IRS-TRAILER.
           MOVE '2900-WRITE-IRS-TRAILER' TO ERR-LOC

           MOVE SPACES            TO IRS-RECORD
           SET  IRS-TYPE-TRAILER  TO TRUE
           MOVE WS-TAX-YEAR       TO IRS-TAX-YEAR
           MOVE WS-5498-COUNT     TO IRS-TR-5498-COUNT
           MOVE WS-1099R-COUNT    TO IRS-TR-1099R-COUNT
           MOVE WS-TOTAL-CONTRIB  TO IRS-TR-CONTRIB-TOTAL
           MOVE WS-TOTAL-FMV      TO IRS-TR-FMV-TOTAL
           MOVE WS-TOTAL-GROSS    TO IRS-TR-GROSS-TOTAL
           MOVE WS-TOTAL-WH       TO IRS-TR-WH-TOTAL
           WRITE IRS-RECORD
           MOVE    'ERROR WRITING IRS5498' TO ERR-MSG
           PERFORM 9997-IRS-ERR-CHK      THRU 9997-EXIT
           .
       2900-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       3000-HOUSEKEEPING.
           MOVE '3000-HOUSEKEEPING' TO ERR-LOC
           MOVE WS-5498-COUNT     TO WS-TR-5498-CNT
           MOVE WS-TOTAL-CONTRIB  TO WS-TR-CONTRIB-TOT
           MOVE WS-TOTAL-FMV      TO WS-TR-FMV-TOT
           MOVE WS-1099R-COUNT    TO WS-TR-1099R-CNT
           MOVE WS-TOTAL-GROSS    TO WS-TR-GROSS-TOT
           MOVE WS-TOTAL-WH       TO WS-TR-WH-TOT
           WRITE RPT-OP-FIELDS      FROM WS-PAGE-BREAK
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

           CLOSE  IRS-OP
           MOVE   'ERROR CLOSING IRS5498' TO ERR-MSG
           PERFORM 9997-IRS-ERR-CHK    THRU 9997-EXIT
           .
       3000-EXIT.
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
       9995-CUST-ERR-CHK.
           MOVE WBCUSTDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBCUSTDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN WBCUSTDB-FILE-STATUS = '10'
                    MOVE 'Y' TO CUST-EOF-FLAG

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
       9995-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9996-IRA-ERR-CHK.
           MOVE WBIRADB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBIRADB-FILE-STATUS = '00'
                    CONTINUE

               WHEN WBIRADB-FILE-STATUS = '10'
                    MOVE 'Y' TO EOF-FLAG

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE IRA-VSAM-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE IRA-VSAM-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE IRA-VSAM-REASON-CODE
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
       9997-IRS-ERR-CHK.
           EVALUATE TRUE
               WHEN IRS5498-STAT = 0
                    CONTINUE

               WHEN OTHER
                    DISPLAY 'FILE ERROR'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' IRS5498-STAT
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
       9999-ACCT-ERR-CHK.
           MOVE WBACCTDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBACCTDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN WBACCTDB-FILE-STATUS = '10'
                    MOVE 'Y' TO ACCT-EOF-FLAG

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
