      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
        PROGRAM-ID. LNDISCL.
      ****************************************************************
      * Loan booking disclosure. Every loan booked today on WGRVADDA *
      * (its opening 'LOAN PRINCIPAL' item on WBTXNDB-DD, picked up  *
      * through the date index) gets a truth-in-lending disclosure   *
      * on DISCLOUT-DD from the account's rate and payment: annual   *
      * percentage rate, finance charge, amount financed and total   *
      * of payments, followed by the month-by-month amortization     *
      * schedule with its interest/principal split. Each disclosure  *
      * is also written to the statement archive (STMARCH-DD, same   *
      * layout as STMTGEN's) under the booking date, so a WGRVSTRQ   *
      * reprint request for the loan and that date brings it back    *
      * through STMRECAL. The generation's manifest on MANIFEST-DD   *
      * (see WBMANREC) names each loan archived and carries the line *
      * count. A register of the loans disclosed goes to RPTOUT-DD.  *
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
           SELECT WBTXNDB-FILE
               ASSIGN       TO WBTXNDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS TXN-KEY
               ALTERNATE RECORD KEY IS TXN-DATE WITH DUPLICATES
               FILE STATUS  IS WBTXNDB-FILE-STATUS WBTXNDB-VSAM-CODE.

           SELECT WBACCTDB-FILE
               ASSIGN       TO WBACCTDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS ACCOUNT-KEY
               FILE STATUS  IS WBACCTDB-FILE-STATUS WBACCTDB-VSAM-CODE.

           SELECT WBCUSTDB-FILE
               ASSIGN       TO WBCUSTDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS CUSTOMER-ID
               FILE STATUS  IS WBCUSTDB-FILE-STATUS WBCUSTDB-VSAM-CODE.

           SELECT DSC-OP     ASSIGN TO DISCLOUT
                             ACCESS MODE IS SEQUENTIAL
                             FILE STATUS IS DISCLOUT-STAT.

           SELECT SARC-OP    ASSIGN TO STMARCH
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS STMARCH-STAT.

           SELECT MANIFEST-OP
                             ASSIGN TO MANIFEST
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS MANIFST-STAT.

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

       FD  WBTXNDB-FILE.
           COPY WBTXNREC.

       FD  WBACCTDB-FILE.
           COPY WBACCTREC.

       FD  WBCUSTDB-FILE.
           COPY WBCUSTREC.

       FD  DSC-OP
           RECORD CONTAINS 132
           RECORDING MODE F.
       01  DSC-OP-FIELDS                 PIC X(132).

      *    STATEMENT ARCHIVE - THE STMTGEN LAYOUT, ONE RECORD PER
      *    RENDERED LINE KEYED BY ACCOUNT AND DATE WITH A LINE
      *    SEQUENCE. THE JCL WRITES A NEW GENERATION OF THE SAME
      *    ARCHIVE, SO STMRECAL SEES DISCLOSURES AND STATEMENTS ALIKE.
       FD  SARC-OP
           RECORD CONTAINS 168.
       01  SARC-RECORD.
           05 SRC-SSN                    PIC X(09).
           05 SRC-ACCT-NUM               PIC X(10).
           05 SRC-STMT-DATE              PIC X(10).
           05 SRC-LINE-NO                PIC 9(07).
           05 SRC-IMAGE                  PIC X(132).

       FD  MANIFEST-OP
           RECORD CONTAINS 80.
           COPY WBMANREC.

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

       01  WBTXNDB-FILE-STATUS.
           05  STA-TXN-STAT1             PIC X(01).
           05  STA-TXN-STAT2             PIC X(01).
       01  WBTXNDB-VSAM-CODE.
           05 TXN-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 TXN-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 TXN-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

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

      *    REGISTER OF THE LOANS DISCLOSED TONIGHT
       01  WS-LABELS.
           05 WS-SPACE.
              10 FILLER        PIC X(1)   VALUE SPACE.

           05 WS-HEADER-TITLE.
              10 FILLER        PIC X(44)  VALUE SPACES.
              10 FILLER        PIC X(37)  VALUE
                               'LOAN BOOKING DISCLOSURE REGISTER'.
              10 FILLER        PIC X(40)  VALUE SPACES.
              10 WS-DATE-R     PIC X(10)  VALUE SPACES.
              10 FILLER        PIC X(01)  VALUE SPACES.

           05 WS-HEADER-LABEL.
              10 FILLER        PIC X(11)  VALUE 'SSN'.
              10 FILLER        PIC X(12)  VALUE 'LOAN'.
              10 FILLER        PIC X(17)  VALUE 'AMOUNT FINANCED'.
              10 FILLER        PIC X(09)  VALUE 'APR'.
              10 FILLER        PIC X(17)  VALUE 'FINANCE CHARGE'.
              10 FILLER        PIC X(17)  VALUE 'TOTAL OF PAYMENTS'.
              10 FILLER        PIC X(06)  VALUE 'PMTS'.
              10 FILLER        PIC X(43)  VALUE 'STATUS'.

           05 WS-DETAIL-LINE.
              10 WS-D-SSN      PIC X(11).
              10 WS-D-ACCT     PIC X(12).
              10 WS-D-FINANCED PIC Z(11)9.99.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-APR      PIC ZZ9.99.
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-D-FIN-CHG  PIC Z(11)9.99.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-TOTAL    PIC Z(11)9.99.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-PMTS     PIC ZZ9.
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-D-STATUS   PIC X(43).

           05 WS-FOOTER.
              10 FILLER        PIC X(58)  VALUE ALL '='.
              10 FILLER        PIC X(15)  VALUE ' END OF REPORT '.
              10 FILLER        PIC X(59)  VALUE ALL '='.

           05 WS-TRAILER-1.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'LOANS BOOKED              :'.
              10 WS-TR-LOAN-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-2.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'DISCLOSURES PRINTED       :'.
              10 WS-TR-DSC-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-3.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'REFERRED TO LENDING       :'.
              10 WS-TR-REJ-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-4.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'TOTAL AMOUNT FINANCED     :'.
              10 WS-TR-FIN-AMT PIC Z(10)9.99-.
              10 FILLER        PIC X(61)  VALUE SPACES.

           05 WS-TRAILER-5.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'TOTAL FINANCE CHARGE      :'.
              10 WS-TR-CHG-AMT PIC Z(10)9.99-.
              10 FILLER        PIC X(61)  VALUE SPACES.

      *    THE DISCLOSURE ITSELF - ONE PER LOAN ON DISCLOUT
       01  WS-DISCLOSURE-LINES.
           05 WS-DSC-TITLE.
              10 FILLER        PIC X(44)  VALUE SPACES.
              10 FILLER        PIC X(37)  VALUE
                               'TRUTH IN LENDING DISCLOSURE'.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(10)  VALUE 'BOOKED ON '.
              10 WS-DSC-DATE   PIC X(10)  VALUE SPACES.
              10 FILLER        PIC X(01)  VALUE SPACES.

           05 WS-DSC-BANK.
              10 FILLER        PIC X(10)  VALUE 'CREDITOR: '.
              10 FILLER        PIC X(30)  VALUE 'WOODGROVE BANK'.
              10 FILLER        PIC X(10)  VALUE 'LOAN NO: '.
              10 WS-DSC-ACCT   PIC X(10).
              10 FILLER        PIC X(05)  VALUE SPACES.
              10 FILLER        PIC X(06)  VALUE 'SSN: '.
              10 WS-DSC-SSN    PIC X(09).
              10 FILLER        PIC X(52)  VALUE SPACES.

           05 WS-DSC-NAME-LINE.
              10 FILLER        PIC X(10)  VALUE 'BORROWER: '.
              10 WS-DSC-NAME   PIC X(30).
              10 FILLER        PIC X(92)  VALUE SPACES.

           05 WS-DSC-STREET-LINE.
              10 FILLER        PIC X(10)  VALUE SPACES.
              10 WS-DSC-STREET PIC X(20).
              10 FILLER        PIC X(102) VALUE SPACES.

           05 WS-DSC-CITY-LINE.
              10 FILLER        PIC X(10)  VALUE SPACES.
              10 WS-DSC-CITY   PIC X(10).
              10 FILLER        PIC X(01)  VALUE SPACES.
              10 WS-DSC-STATE  PIC X(04).
              10 FILLER        PIC X(01)  VALUE SPACES.
              10 WS-DSC-ZIP    PIC 9(05).
              10 FILLER        PIC X(101) VALUE SPACES.

           05 WS-DSC-RULE.
              10 FILLER        PIC X(132) VALUE ALL '-'.

           05 WS-DSC-BOX-LABEL.
              10 FILLER        PIC X(33)  VALUE
                                    'ANNUAL PERCENTAGE RATE'.
              10 FILLER        PIC X(33)  VALUE 'FINANCE CHARGE'.
              10 FILLER        PIC X(33)  VALUE 'AMOUNT FINANCED'.
              10 FILLER        PIC X(33)  VALUE 'TOTAL OF PAYMENTS'.

           05 WS-DSC-BOX-TEXT-1.
              10 FILLER        PIC X(33)  VALUE
                                    'THE COST OF YOUR CREDIT AS A'.
              10 FILLER        PIC X(33)  VALUE
                                    'THE DOLLAR AMOUNT THE CREDIT'.
              10 FILLER        PIC X(33)  VALUE
                                    'THE AMOUNT OF CREDIT PROVIDED'.
              10 FILLER        PIC X(33)  VALUE
                                    'THE AMOUNT YOU WILL HAVE PAID'.

           05 WS-DSC-BOX-TEXT-2.
              10 FILLER        PIC X(33)  VALUE 'YEARLY RATE.'.
              10 FILLER        PIC X(33)  VALUE 'WILL COST YOU.'.
              10 FILLER        PIC X(33)  VALUE
                                    'TO YOU OR ON YOUR BEHALF.'.
              10 FILLER        PIC X(33)  VALUE
                                    'AFTER ALL PAYMENTS ARE MADE.'.

           05 WS-DSC-BOX-FIGURES.
              10 FILLER        PIC X(05)  VALUE SPACES.
              10 WS-DSC-APR    PIC ZZ9.99.
              10 FILLER        PIC X(22)  VALUE '%'.
              10 FILLER        PIC X(01)  VALUE '$'.
              10 WS-DSC-FIN-CHG PIC Z,ZZZ,ZZZ,ZZ9.99.
              10 FILLER        PIC X(15)  VALUE SPACES.
              10 FILLER        PIC X(01)  VALUE '$'.
              10 WS-DSC-FINANCED PIC Z,ZZZ,ZZZ,ZZ9.99.
              10 FILLER        PIC X(15)  VALUE SPACES.
              10 FILLER        PIC X(01)  VALUE '$'.
              10 WS-DSC-TOTAL  PIC Z,ZZZ,ZZZ,ZZ9.99.
              10 FILLER        PIC X(15)  VALUE SPACES.

           05 WS-DSC-SCHED-SUMMARY.
              10 FILLER        PIC X(22)  VALUE
                                    'YOUR PAYMENT SCHEDULE:'.
              10 WS-DSC-REG-CNT PIC ZZ9.
              10 FILLER        PIC X(17)  VALUE
                                    ' PAYMENTS OF $'.
              10 WS-DSC-REG-PMT PIC Z,ZZZ,ZZ9.99.
              10 FILLER        PIC X(27)  VALUE
                                    ' DUE MONTHLY BEGINNING '.
              10 WS-DSC-FIRST-DUE PIC X(10).
              10 FILLER        PIC X(41)  VALUE SPACES.

           05 WS-DSC-FINAL-SUMMARY.
              10 FILLER        PIC X(22)  VALUE SPACES.
              10 FILLER        PIC X(23)  VALUE
                                    '1 FINAL PAYMENT OF $'.
              10 WS-DSC-FINAL-PMT PIC Z,ZZZ,ZZ9.99.
              10 FILLER        PIC X(08)  VALUE ' DUE ON '.
              10 WS-DSC-FINAL-DUE PIC X(10).
              10 FILLER        PIC X(57)  VALUE SPACES.

           05 WS-DSC-RATE-NOTE.
              10 FILLER        PIC X(48)  VALUE
                 'THE ANNUAL PERCENTAGE RATE IS THE NOTE RATE - '.
              10 FILLER        PIC X(84)  VALUE
                 'NO PREPAID FINANCE CHARGE WAS COLLECTED AT BOOKING.'.

           05 WS-DSC-SCHED-TITLE.
              10 FILLER        PIC X(132) VALUE
                                    'AMORTIZATION SCHEDULE'.

           05 WS-DSC-SCHED-LABEL.
              10 FILLER        PIC X(08)  VALUE 'PMT NO'.
              10 FILLER        PIC X(14)  VALUE 'DUE DATE'.
              10 FILLER        PIC X(16)  VALUE '      PAYMENT'.
              10 FILLER        PIC X(16)  VALUE '     INTEREST'.
              10 FILLER        PIC X(16)  VALUE '    PRINCIPAL'.
              10 FILLER        PIC X(20)  VALUE '         BALANCE'.
              10 FILLER        PIC X(42)  VALUE SPACES.

           05 WS-DSC-SCHED-LINE.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-S-PMT-NO   PIC ZZ9.
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-S-DUE      PIC X(10).
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 WS-S-PAYMENT  PIC ZZ,ZZZ,ZZ9.99.
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-S-INTEREST PIC ZZ,ZZZ,ZZ9.99.
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-S-PRINCIPAL PIC ZZ,ZZZ,ZZ9.99.
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-S-BALANCE  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
              10 FILLER        PIC X(45)  VALUE SPACES.

           05 WS-DSC-SCHED-TOTAL.
              10 FILLER        PIC X(22)  VALUE '  TOTALS'.
              10 WS-S-TOT-PMT  PIC ZZ,ZZZ,ZZ9.99.
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-S-TOT-INT  PIC ZZ,ZZZ,ZZ9.99.
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-S-TOT-PRIN PIC ZZ,ZZZ,ZZ9.99.
              10 FILLER        PIC X(65)  VALUE SPACES.

           05 WS-DSC-END.
              10 FILLER        PIC X(132) VALUE ALL '='.

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
           05 WS-DATE-MDY              PIC X(10)       VALUE SPACES.
           05 WS-SCAN-DATE             PIC X(10)       VALUE SPACES.
           05 WS-LOAN-COUNT            PIC 9(07)       VALUE ZERO.
           05 WS-DISCL-COUNT           PIC 9(07)       VALUE ZERO.
           05 WS-REFER-COUNT           PIC 9(07)       VALUE ZERO.
           05 WS-FINANCED-TOTAL        PIC S9(13)V99   VALUE ZERO.
           05 WS-CHARGE-TOTAL          PIC S9(13)V99   VALUE ZERO.
           05 WS-ARC-LINE-NO           PIC 9(07)       VALUE ZERO.
           05 WS-ARC-REC-COUNT         PIC 9(09)       VALUE ZERO.
           05 WS-GENERATION            PIC X(16)       VALUE SPACES.
      *    AMORTIZATION WORK FIELDS - ONE PASS TOTALS THE SCHEDULE
      *    FOR THE DISCLOSURE BOX, A SECOND PASS PRINTS IT
           05 WS-FINANCED              PIC S9(13)V99   VALUE ZERO.
           05 WS-MONTHLY-PMT           PIC S9(7)V99    VALUE ZERO.
           05 WS-SCH-BAL               PIC S9(13)V99   VALUE ZERO.
           05 WS-SCH-INT               PIC S9(13)V99   VALUE ZERO.
           05 WS-SCH-PRIN              PIC S9(13)V99   VALUE ZERO.
           05 WS-SCH-PMT               PIC S9(13)V99   VALUE ZERO.
           05 WS-SCH-PMT-NO            PIC 9(03)       VALUE ZERO.
           05 WS-SCH-MAX-PMTS          PIC 9(03)       VALUE 600.
           05 WS-TOT-PAYMENTS          PIC S9(13)V99   VALUE ZERO.
           05 WS-TOT-INTEREST          PIC S9(13)V99   VALUE ZERO.
           05 WS-TOT-PRINCIPAL         PIC S9(13)V99   VALUE ZERO.
           05 WS-FINAL-PMT             PIC S9(13)V99   VALUE ZERO.
           05 WS-PMT-COUNT             PIC 9(03)       VALUE ZERO.
           05 WS-LAST-DUE              PIC X(10)       VALUE SPACES.
           05 WS-DUE-DATE              PIC X(10)       VALUE SPACES.
           05 WS-DUE-DATE-NUM          PIC 9(08)       VALUE ZERO.
           05 WS-DUE-DATE-R REDEFINES WS-DUE-DATE-NUM.
              10 WS-DUE-YYYY           PIC 9(04).
              10 WS-DUE-MM             PIC 9(02).
              10 WS-DUE-DD             PIC 9(02).
           05 WS-DUE-MONTHS            PIC 9(06)       VALUE ZERO.
           05 WS-FIRST-MONTHS          PIC 9(06)       VALUE ZERO.
           05 WS-FIRST-DD              PIC 9(02)       VALUE ZERO.
           05 WS-PASS-SW               PIC X(01)       VALUE 'T'.
              88 WS-TOTAL-PASS                         VALUE 'T'.
              88 WS-PRINT-PASS                         VALUE 'P'.

       01  WS-SSN-MASK-VARS.
      *    SSNS PRINT MASKED TO THE LAST FOUR DIGITS - ONLY THE
      *    REGULATOR EXTRACT FILES CARRY THE FULL VALUE
           05 WS-SSN-TO-MASK   PIC X(09)  VALUE SPACES.
           05 WS-MASKED-SSN    PIC X(09)  VALUE SPACES.

       01  WS-DISPLAY-VARS.
           05 ERR-PGM          PIC X(08)  VALUE 'LNDISCL'.
           05 ERR-LOC          PIC X(20)  VALUE SPACES.
           05 ERR-MSG          PIC X(30)  VALUE SPACES.
           05 ERR-CODE         PIC 9(09)  VALUE ZERO.

       01  WS-FLAG-VARS.
           05 RPTOUT-STAT      PIC 9(02)  VALUE ZERO.
           05 DISCLOUT-STAT    PIC 9(02)  VALUE ZERO.
           05 STMARCH-STAT     PIC 9(02)  VALUE ZERO.
           05 MANIFST-STAT     PIC 9(02)  VALUE ZERO.
           05 PARMIN-STAT      PIC 9(02)  VALUE ZERO.
           05 TXN-EOF-FLAG     PIC X(01)  VALUE 'N'.
              88 TXN-END-OF-FILE          VALUE 'Y'.
           05 CUST-EOF-FLAG    PIC X(01)  VALUE 'N'.
              88 CUST-END-OF-FILE         VALUE 'Y'.
           05 CUST-FOUND-FLAG  PIC X(01)  VALUE 'N'.
              88 CUST-WAS-FOUND           VALUE 'Y'.

       01  WS-PARM-VARS.
           05 PARM-FOUND-FLAG     PIC X(01) VALUE 'N'.
              88 PARM-WAS-FOUND             VALUE 'Y'.

       PROCEDURE DIVISION.
      *
      * THIS PROGRAM PRINTS THE TRUTH-IN-LENDING DISCLOSURE AND
      * AMORTIZATION SCHEDULE FOR EVERY LOAN BOOKED TODAY.
      *
       0000-MAIN.
           PERFORM 1000-INITIALIZE      THRU 1000-EXIT
           PERFORM 1300-LOAD-CUSTOMERS  THRU 1300-EXIT
           PERFORM 2000-FIND-BOOKINGS   THRU 2000-EXIT
           PERFORM 3000-HOUSEKEEPING    THRU 3000-EXIT
           STOP RUN.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE '1000-INITIALIZE'        TO ERR-LOC

           PERFORM 1070-READ-PARMS       THRU 1070-EXIT

           OPEN OUTPUT RPT-OP
           MOVE    'ERROR OPENING RPT-OP'   TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK       THRU 9998-EXIT

           OPEN OUTPUT DSC-OP
           MOVE    'ERROR OPENING DISCLOUT' TO ERR-MSG
           PERFORM 9992-DSC-ERR-CHK        THRU 9992-EXIT

           OPEN OUTPUT SARC-OP
           MOVE    'ERROR OPENING STMARCH'  TO ERR-MSG
           PERFORM 9991-ARC-ERR-CHK        THRU 9991-EXIT

           STRING WS-DATE-R(1:4) WS-DATE-R(6:2) WS-DATE-R(9:2) '-'
                  FUNCTION CURRENT-DATE(9:6) DELIMITED BY SIZE
                  INTO WS-GENERATION
           OPEN OUTPUT MANIFEST-OP
           MOVE    'ERROR OPENING MANIFEST' TO ERR-MSG
           PERFORM 9993-MAN-ERR-CHK       THRU 9993-EXIT

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

      *    ONLINE ITEMS CARRY MM/DD/YYYY DATES
           STRING WS-DATE-R(6:2) '/' WS-DATE-R(9:2) '/'
                  WS-DATE-R(1:4) DELIMITED BY SIZE
                  INTO WS-DATE-MDY
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
                 DISPLAY 'LNDISCL - CUSTOMER TABLE FULL'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           .
       1310-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2000-FIND-BOOKINGS.
           MOVE '2000-FIND-BOOKINGS' TO ERR-LOC

           OPEN INPUT WBACCTDB-FILE
           MOVE    'ERROR OPENING WBACCTDB'   TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK        THRU 9999-EXIT

           MOVE SPACES TO TXN-EOF-FLAG
           OPEN INPUT WBTXNDB-FILE
           MOVE    'ERROR OPENING WBTXNDB'   TO ERR-MSG
           PERFORM 9996-TXN-ERR-CHK        THRU 9996-EXIT

      *    THE DATE ALTERNATE INDEX TURNS THE DAY'S BOOKINGS INTO A
      *    POSITIONED READ INSTEAD OF A FULL-FILE SCAN. ONLINE ITEMS
      *    CARRY MM/DD/YYYY DATES AND BATCH ITEMS YYYY-MM-DD, SO THE
      *    DAY IS PICKED UP UNDER BOTH KEY FORMS.
           MOVE WS-DATE-R   TO WS-SCAN-DATE
           PERFORM 2050-SCAN-ONE-DATE THRU 2050-EXIT
           MOVE WS-DATE-MDY TO WS-SCAN-DATE
           PERFORM 2050-SCAN-ONE-DATE THRU 2050-EXIT

           CLOSE WBTXNDB-FILE
           MOVE    'ERROR CLOSING WBTXNDB'   TO ERR-MSG
           PERFORM 9996-TXN-ERR-CHK        THRU 9996-EXIT

           CLOSE WBACCTDB-FILE
           MOVE    'ERROR CLOSING WBACCTDB'   TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK        THRU 9999-EXIT
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
              PERFORM 2200-CHECK-ONE-ITEM
                 THRU 2200-EXIT
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
      *    A LOAN IS BOOKED WHEN WGRVADDA WRITES ITEM 1 OF THE NEW
      *    ACCOUNT - THE OPENING 'LOAN PRINCIPAL' BALANCE ITEM
       2200-CHECK-ONE-ITEM.
           MOVE '2200-CHECK-ONE-ITEM' TO ERR-LOC

      *    THE BROWSE RUNS IN DATE-KEY ORDER, SO THE FIRST ITEM OFF
      *    THE SCAN DATE ENDS THE PASS
           IF TXN-DATE NOT = WS-SCAN-DATE
              SET TXN-END-OF-FILE TO TRUE
              GO TO 2200-EXIT
           END-IF

           IF TXN-ITEM-NUM = 1
              AND TXN-TYPE-INITIAL-BALANCE
              AND TXN-MEMO = 'LOAN PRINCIPAL'
              PERFORM 2250-DISCLOSE-LOAN THRU 2250-EXIT
           END-IF

           PERFORM 2100-READ-TXN THRU 2100-EXIT
           .
       2200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2250-DISCLOSE-LOAN.
           MOVE '2250-DISCLOSE-LOAN' TO ERR-LOC

           MOVE TXN-SSN      TO ACCOUNT-SSN
           MOVE TXN-ACCT-NUM TO ACCOUNT-NUMBER
           READ WBACCTDB-FILE
              INVALID KEY
                 GO TO 2250-EXIT
           END-READ
           MOVE    'ERROR READING WBACCTDB' TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK THRU 9999-EXIT

           IF NOT ACCOUNT-TYPE-LON
              GO TO 2250-EXIT
           END-IF

           ADD 1 TO WS-LOAN-COUNT
           MOVE SPACES                  TO WS-DETAIL-LINE
           MOVE ACCOUNT-SSN             TO WS-SSN-TO-MASK
           PERFORM 8500-MASK-SSN THRU 8500-EXIT
           MOVE WS-MASKED-SSN           TO WS-D-SSN
           MOVE ACCOUNT-NUMBER          TO WS-D-ACCT

      *    THE AMOUNT FINANCED IS THE PRINCIPAL BOOKED, NOT TONIGHT'S
      *    BALANCE - A SAME-DAY PAYMENT MUST NOT SHRINK THE FIGURE
           MOVE TXN-AMOUNT              TO WS-FINANCED
           MOVE ACCOUNT-LON-PAYMENT-AMT TO WS-MONTHLY-PMT
           MOVE WS-FINANCED             TO WS-D-FINANCED
           MOVE ACCOUNT-LON-INT-RATE    TO WS-D-APR

      *    A PAYMENT THAT DOES NOT COVER THE FIRST MONTH'S INTEREST
      *    NEVER AMORTIZES - LENDING MUST RESTRUCTURE IT BEFORE ANY
      *    DISCLOSURE GOES TO THE BORROWER
           COMPUTE WS-SCH-INT ROUNDED =
                   WS-FINANCED * ACCOUNT-LON-INT-RATE / 1200
           IF WS-MONTHLY-PMT NOT > WS-SCH-INT
              OR WS-FINANCED NOT > 0
              MOVE 'REFERRED - PAYMENT DOES NOT AMORTIZE'
                TO WS-D-STATUS
              ADD 1 TO WS-REFER-COUNT
              MOVE WS-DETAIL-LINE TO RPT-OP-FIELDS
              PERFORM 2500-WRITE-RECORD THRU 2500-EXIT
              GO TO 2250-EXIT
           END-IF

           SET WS-TOTAL-PASS TO TRUE
           PERFORM 2300-AMORTIZE THRU 2300-EXIT

           IF WS-SCH-BAL > 0
              MOVE 'REFERRED - TERM OVER 600 PAYMENTS'
                TO WS-D-STATUS
              ADD 1 TO WS-REFER-COUNT
              MOVE WS-DETAIL-LINE TO RPT-OP-FIELDS
              PERFORM 2500-WRITE-RECORD THRU 2500-EXIT
              GO TO 2250-EXIT
           END-IF

           PERFORM 2400-PRINT-DISCLOSURE THRU 2400-EXIT

           ADD 1                   TO WS-DISCL-COUNT
           ADD WS-FINANCED         TO WS-FINANCED-TOTAL
           ADD WS-TOT-INTEREST     TO WS-CHARGE-TOTAL
           MOVE WS-TOT-INTEREST    TO WS-D-FIN-CHG
           MOVE WS-TOT-PAYMENTS    TO WS-D-TOTAL
           MOVE WS-PMT-COUNT       TO WS-D-PMTS
           MOVE 'DISCLOSED'        TO WS-D-STATUS
           MOVE WS-DETAIL-LINE     TO RPT-OP-FIELDS
           PERFORM 2500-WRITE-RECORD THRU 2500-EXIT
           .
       2250-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    WALK THE LOAN FROM BOOKING TO PAYOFF AT THE NOTE RATE:
      *    EACH MONTH'S INTEREST IS THE BALANCE AT A TWELFTH OF THE
      *    ANNUAL RATE, THE REST OF THE PAYMENT IS PRINCIPAL, AND THE
      *    LAST PAYMENT IS WHATEVER CLEARS THE BALANCE
       2300-AMORTIZE.
           MOVE '2300-AMORTIZE' TO ERR-LOC

           MOVE WS-FINANCED  TO WS-SCH-BAL
           MOVE ZERO         TO WS-SCH-PMT-NO WS-TOT-PAYMENTS
                                WS-TOT-INTEREST WS-TOT-PRINCIPAL

      *    THE FIRST DUE DATE WGRVADDA SET ANCHORS THE SCHEDULE
           MOVE ACCOUNT-LON-NEXT-DUE(1:4) TO WS-DUE-DATE-NUM(1:4)
           MOVE ACCOUNT-LON-NEXT-DUE(6:2) TO WS-DUE-DATE-NUM(5:2)
           MOVE ACCOUNT-LON-NEXT-DUE(9:2) TO WS-DUE-DATE-NUM(7:2)
           COMPUTE WS-FIRST-MONTHS = (WS-DUE-YYYY * 12) + WS-DUE-MM - 1
           MOVE WS-DUE-DD TO WS-FIRST-DD

           PERFORM 2350-SCHEDULE-ONE-PAYMENT THRU 2350-EXIT
              UNTIL WS-SCH-BAL NOT > 0
                 OR WS-SCH-PMT-NO NOT < WS-SCH-MAX-PMTS

           MOVE WS-SCH-PMT-NO TO WS-PMT-COUNT
           .
       2300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2350-SCHEDULE-ONE-PAYMENT.
           ADD 1 TO WS-SCH-PMT-NO

           COMPUTE WS-SCH-INT ROUNDED =
                   WS-SCH-BAL * ACCOUNT-LON-INT-RATE / 1200
           IF WS-MONTHLY-PMT - WS-SCH-INT NOT < WS-SCH-BAL
              MOVE WS-SCH-BAL         TO WS-SCH-PRIN
              COMPUTE WS-SCH-PMT = WS-SCH-BAL + WS-SCH-INT
           ELSE
              MOVE WS-MONTHLY-PMT     TO WS-SCH-PMT
              COMPUTE WS-SCH-PRIN = WS-MONTHLY-PMT - WS-SCH-INT
           END-IF
           SUBTRACT WS-SCH-PRIN FROM WS-SCH-BAL

           ADD WS-SCH-PMT  TO WS-TOT-PAYMENTS
           ADD WS-SCH-INT  TO WS-TOT-INTEREST
           ADD WS-SCH-PRIN TO WS-TOT-PRINCIPAL
           MOVE WS-SCH-PMT TO WS-FINAL-PMT

           PERFORM 2370-SET-DUE-DATE THRU 2370-EXIT
           MOVE WS-DUE-DATE TO WS-LAST-DUE

           IF WS-PRINT-PASS
              MOVE WS-SCH-PMT-NO  TO WS-S-PMT-NO
              MOVE WS-DUE-DATE    TO WS-S-DUE
              MOVE WS-SCH-PMT     TO WS-S-PAYMENT
              MOVE WS-SCH-INT     TO WS-S-INTEREST
              MOVE WS-SCH-PRIN    TO WS-S-PRINCIPAL
              MOVE WS-SCH-BAL     TO WS-S-BALANCE
              MOVE WS-DSC-SCHED-LINE TO DSC-OP-FIELDS
              PERFORM 2450-WRITE-DISCLOSURE THRU 2450-EXIT
           END-IF
           .
       2350-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    PAYMENT N FALLS N-1 MONTHS AFTER THE FIRST DUE DATE, ON
      *    THE SAME DAY OF THE MONTH OR THE MONTH'S LAST DAY IF THAT
      *    DAY DOES NOT EXIST
       2370-SET-DUE-DATE.
           COMPUTE WS-DUE-MONTHS = WS-FIRST-MONTHS + WS-SCH-PMT-NO - 1
           DIVIDE WS-DUE-MONTHS BY 12 GIVING WS-DUE-YYYY
                                  REMAINDER WS-DUE-MM
           ADD 1 TO WS-DUE-MM
           MOVE WS-FIRST-DD TO WS-DUE-DD

           PERFORM 2380-BACK-ONE-DAY THRU 2380-EXIT
              UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-DUE-DATE-NUM) = 0

           STRING WS-DUE-DATE-NUM(1:4) '-'
                  WS-DUE-DATE-NUM(5:2) '-'
                  WS-DUE-DATE-NUM(7:2) DELIMITED BY SIZE
                  INTO WS-DUE-DATE
           .
       2370-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2380-BACK-ONE-DAY.
           SUBTRACT 1 FROM WS-DUE-DD
           .
       2380-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE DISCLOSURE: BORROWER BLOCK, THE FOUR FEDERAL BOX
      *    FIGURES, THE PAYMENT SCHEDULE SUMMARY AND THEN THE FULL
      *    AMORTIZATION SCHEDULE (THE SECOND PASS OF 2300)
       2400-PRINT-DISCLOSURE.
           MOVE '2400-PRINT-DISCLOSURE' TO ERR-LOC
           MOVE ZERO                    TO WS-ARC-LINE-NO

      *    ONE MANIFEST SUBJECT RECORD PER LOAN ARCHIVED
           MOVE SPACES          TO MANIFEST-RECORD
           MOVE WS-GENERATION   TO MAN-GENERATION
           MOVE ZERO            TO MAN-RECORD-COUNT
           SET MAN-TYPE-SUBJECT TO TRUE
           MOVE ACCOUNT-SSN     TO MAN-SUBJ-SSN
           MOVE ACCOUNT-NUMBER  TO MAN-SUBJ-ACCT
           WRITE MANIFEST-RECORD
           MOVE    'ERROR WRITING MANIFEST' TO ERR-MSG
           PERFORM 9993-MAN-ERR-CHK       THRU 9993-EXIT

           MOVE WS-DATE-R      TO WS-DSC-DATE
           MOVE ACCOUNT-NUMBER TO WS-DSC-ACCT
           MOVE WS-MASKED-SSN  TO WS-DSC-SSN
           MOVE SPACES TO WS-DSC-NAME WS-DSC-STREET WS-DSC-CITY
                          WS-DSC-STATE
           MOVE ZERO   TO WS-DSC-ZIP
           SET CUS-IDX TO 1
           SEARCH WS-CUST-ENTRY
              AT END CONTINUE
              WHEN WS-CUST-SSN (CUS-IDX) = ACCOUNT-SSN
                 MOVE WS-CUST-NAME (CUS-IDX)   TO WS-DSC-NAME
                 MOVE WS-CUST-STREET (CUS-IDX) TO WS-DSC-STREET
                 MOVE WS-CUST-CITY (CUS-IDX)   TO WS-DSC-CITY
                 MOVE WS-CUST-STATE (CUS-IDX)  TO WS-DSC-STATE
                 MOVE WS-CUST-ZIP (CUS-IDX)    TO WS-DSC-ZIP
           END-SEARCH

           MOVE WS-DSC-TITLE       TO DSC-OP-FIELDS
           PERFORM 2450-WRITE-DISCLOSURE THRU 2450-EXIT
           PERFORM 2460-WRITE-BLANK      THRU 2460-EXIT
           MOVE WS-DSC-BANK        TO DSC-OP-FIELDS
           PERFORM 2450-WRITE-DISCLOSURE THRU 2450-EXIT
           MOVE WS-DSC-NAME-LINE   TO DSC-OP-FIELDS
           PERFORM 2450-WRITE-DISCLOSURE THRU 2450-EXIT
           MOVE WS-DSC-STREET-LINE TO DSC-OP-FIELDS
           PERFORM 2450-WRITE-DISCLOSURE THRU 2450-EXIT
           MOVE WS-DSC-CITY-LINE   TO DSC-OP-FIELDS
           PERFORM 2450-WRITE-DISCLOSURE THRU 2450-EXIT
           PERFORM 2460-WRITE-BLANK      THRU 2460-EXIT

           MOVE ACCOUNT-LON-INT-RATE TO WS-DSC-APR
           MOVE WS-TOT-INTEREST      TO WS-DSC-FIN-CHG
           MOVE WS-FINANCED          TO WS-DSC-FINANCED
           MOVE WS-TOT-PAYMENTS      TO WS-DSC-TOTAL
           MOVE WS-DSC-RULE          TO DSC-OP-FIELDS
           PERFORM 2450-WRITE-DISCLOSURE THRU 2450-EXIT
           MOVE WS-DSC-BOX-LABEL     TO DSC-OP-FIELDS
           PERFORM 2450-WRITE-DISCLOSURE THRU 2450-EXIT
           MOVE WS-DSC-BOX-TEXT-1    TO DSC-OP-FIELDS
           PERFORM 2450-WRITE-DISCLOSURE THRU 2450-EXIT
           MOVE WS-DSC-BOX-TEXT-2    TO DSC-OP-FIELDS
           PERFORM 2450-WRITE-DISCLOSURE THRU 2450-EXIT
           MOVE WS-DSC-BOX-FIGURES   TO DSC-OP-FIELDS
           PERFORM 2450-WRITE-DISCLOSURE THRU 2450-EXIT
           MOVE WS-DSC-RULE          TO DSC-OP-FIELDS
           PERFORM 2450-WRITE-DISCLOSURE THRU 2450-EXIT

      *    A SHORT LAST PAYMENT IS DISCLOSED ON A LINE OF ITS OWN
           IF WS-FINAL-PMT = WS-MONTHLY-PMT OR WS-PMT-COUNT = 1
              MOVE WS-PMT-COUNT TO WS-DSC-REG-CNT
           ELSE
              COMPUTE WS-DSC-REG-CNT = WS-PMT-COUNT - 1
           END-IF
           MOVE WS-MONTHLY-PMT       TO WS-DSC-REG-PMT
           MOVE ACCOUNT-LON-NEXT-DUE TO WS-DSC-FIRST-DUE
           IF WS-PMT-COUNT = 1
              MOVE WS-FINAL-PMT      TO WS-DSC-REG-PMT
           END-IF
           MOVE WS-DSC-SCHED-SUMMARY TO DSC-OP-FIELDS
           PERFORM 2450-WRITE-DISCLOSURE THRU 2450-EXIT
           IF WS-FINAL-PMT NOT = WS-MONTHLY-PMT AND WS-PMT-COUNT > 1
              MOVE WS-FINAL-PMT      TO WS-DSC-FINAL-PMT
              MOVE WS-LAST-DUE       TO WS-DSC-FINAL-DUE
              MOVE WS-DSC-FINAL-SUMMARY TO DSC-OP-FIELDS
              PERFORM 2450-WRITE-DISCLOSURE THRU 2450-EXIT
           END-IF
           MOVE WS-DSC-RATE-NOTE     TO DSC-OP-FIELDS
           PERFORM 2450-WRITE-DISCLOSURE THRU 2450-EXIT
           PERFORM 2460-WRITE-BLANK      THRU 2460-EXIT

           MOVE WS-DSC-SCHED-TITLE   TO DSC-OP-FIELDS
           PERFORM 2450-WRITE-DISCLOSURE THRU 2450-EXIT
           MOVE WS-DSC-SCHED-LABEL   TO DSC-OP-FIELDS
           PERFORM 2450-WRITE-DISCLOSURE THRU 2450-EXIT

           SET WS-PRINT-PASS TO TRUE
           PERFORM 2300-AMORTIZE THRU 2300-EXIT

           MOVE WS-TOT-PAYMENTS      TO WS-S-TOT-PMT
           MOVE WS-TOT-INTEREST      TO WS-S-TOT-INT
           MOVE WS-TOT-PRINCIPAL     TO WS-S-TOT-PRIN
           MOVE WS-DSC-SCHED-TOTAL   TO DSC-OP-FIELDS
           PERFORM 2450-WRITE-DISCLOSURE THRU 2450-EXIT
           MOVE WS-DSC-END           TO DSC-OP-FIELDS
           PERFORM 2450-WRITE-DISCLOSURE THRU 2450-EXIT
           .
       2400-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    EVERY DISCLOSURE LINE IS ALSO ARCHIVED UNDER THE LOAN AND
      *    THE BOOKING DATE FOR EXACT REPRINTS
       2450-WRITE-DISCLOSURE.
           MOVE '2450-WRITE-DISCLOSURE' TO ERR-LOC

           ADD  1               TO WS-ARC-LINE-NO
           MOVE ACCOUNT-SSN     TO SRC-SSN
           MOVE ACCOUNT-NUMBER  TO SRC-ACCT-NUM
           MOVE WS-DATE-R       TO SRC-STMT-DATE
           MOVE WS-ARC-LINE-NO  TO SRC-LINE-NO
           MOVE DSC-OP-FIELDS   TO SRC-IMAGE
           WRITE SARC-RECORD
           MOVE    'ERROR WRITING STMARCH' TO ERR-MSG
           PERFORM 9991-ARC-ERR-CHK      THRU 9991-EXIT
           ADD  1               TO WS-ARC-REC-COUNT

           WRITE   DSC-OP-FIELDS
           MOVE    'ERROR WRITING DISCLOUT' TO ERR-MSG
           PERFORM 9992-DSC-ERR-CHK       THRU 9992-EXIT
           MOVE    SPACES                   TO DSC-OP-FIELDS
           .
       2450-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2460-WRITE-BLANK.
           MOVE SPACES TO DSC-OP-FIELDS
           PERFORM 2450-WRITE-DISCLOSURE THRU 2450-EXIT
           .
       2460-EXIT.
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
           MOVE WS-LOAN-COUNT     TO WS-TR-LOAN-CNT
           MOVE WS-DISCL-COUNT    TO WS-TR-DSC-CNT
           MOVE WS-REFER-COUNT    TO WS-TR-REJ-CNT
           MOVE WS-FINANCED-TOTAL TO WS-TR-FIN-AMT
           MOVE WS-CHARGE-TOTAL   TO WS-TR-CHG-AMT
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

           CLOSE  DSC-OP
           MOVE   'ERROR CLOSING DISCLOUT' TO ERR-MSG
           PERFORM 9992-DSC-ERR-CHK      THRU 9992-EXIT

           CLOSE  SARC-OP
           MOVE   'ERROR CLOSING STMARCH'  TO ERR-MSG
           PERFORM 9991-ARC-ERR-CHK      THRU 9991-EXIT

      *    THE SUMMARY RECORD CLOSES OFF THE GENERATION'S SUBJECTS
           MOVE SPACES             TO MANIFEST-RECORD
           MOVE WS-GENERATION      TO MAN-GENERATION
           MOVE WS-ARC-REC-COUNT   TO MAN-RECORD-COUNT
           SET MAN-TYPE-SUMMARY    TO TRUE
           IF WS-ARC-REC-COUNT > 0
              MOVE WS-DATE-R       TO MAN-DATE-FROM MAN-DATE-TO
           END-IF
           WRITE MANIFEST-RECORD
           MOVE   'ERROR WRITING MANIFEST' TO ERR-MSG
           PERFORM 9993-MAN-ERR-CHK      THRU 9993-EXIT

           CLOSE  MANIFEST-OP
           MOVE   'ERROR CLOSING MANIFEST' TO ERR-MSG
           PERFORM 9993-MAN-ERR-CHK      THRU 9993-EXIT

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

           MOVE 'LNDISCL' TO RLG-PROGRAM
           MOVE WS-DATE-R         TO RLG-DATE
           MOVE WS-RUN-START-TIME TO RLG-START-TIME
           STRING FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2) DELIMITED BY SIZE
                  INTO RLG-END-TIME
           MOVE ZERO TO RLG-IN-COUNT RLG-OUT-COUNT
                        RLG-REJ-COUNT RLG-DOLLAR-TOTAL
           MOVE WS-LOAN-COUNT     TO RLG-IN-COUNT
           MOVE WS-DISCL-COUNT    TO RLG-OUT-COUNT
           MOVE WS-REFER-COUNT    TO RLG-REJ-COUNT
           MOVE WS-FINANCED-TOTAL TO RLG-DOLLAR-TOTAL
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
       9991-ARC-ERR-CHK.
           EVALUATE TRUE
               WHEN STMARCH-STAT = 0
                    CONTINUE

               WHEN OTHER
                    DISPLAY 'FILE ERROR'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' STMARCH-STAT
                    STOP RUN
           END-EVALUATE
           .
       9991-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9992-DSC-ERR-CHK.
           EVALUATE TRUE
               WHEN DISCLOUT-STAT = 0
                    CONTINUE

               WHEN OTHER
                    DISPLAY 'FILE ERROR'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' DISCLOUT-STAT
                    STOP RUN
           END-EVALUATE
           .
       9992-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9993-MAN-ERR-CHK.
           EVALUATE TRUE
               WHEN MANIFST-STAT = 0
                    CONTINUE

               WHEN OTHER
                    DISPLAY 'FILE ERROR'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' MANIFST-STAT
                    STOP RUN
           END-EVALUATE
           .
       9993-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9995-CUST-ERR-CHK.
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
       9995-EXIT.
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
