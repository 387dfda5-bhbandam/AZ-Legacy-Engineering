      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
        PROGRAM-ID. ACCTACT.
      ****************************************************************
      * Daily account opening and closing activity report for the   *
      * branch managers. Every account on WBACCTDB-DD is dated from  *
      * its WBTXNDB-DD items:                                        *
      *   - OPENED  the date and amount of the opening 'B' item      *
      *             (item 1);                                        *
      *   - CLOSED  for a closed account, the date of its closing    *
      *             item - the teller's 'X' item, whose memo carries *
      *             the closing reason, or the charge-off, CD payout *
      *             or escheat item the batch run that closed it     *
      *             posted.                                          *
      * The operator who opened or closed the account comes from the *
      * 'Account opened' / 'Account closed' message WGRVADDA writes  *
      * to WBAUDTDB-DD; batch closings show as BAT, and events with  *
      * no audit message as ---. Opens, closes and net growth print  *
      * for the business date and month to date by branch, product   *
      * (type and class) and operator, with the opening balances     *
      * booked and, for the trend, the prior month to the same day.  *
      * Closings are counted by reason, and every account closed     *
      * this month within 90 days of opening is listed - both an     *
      * attrition and a fraud signal. The business date comes from   *
      * WBBDATE, overridden by the PARM run date for a rerun. The    *
      * files are only read.                                         *
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
               FILE STATUS  IS WBTXNDB-FILE-STATUS WBTXNDB-VSAM-CODE.

           SELECT WBAUDTDB-FILE
               ASSIGN       TO WBAUDTDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS AUD-KEY
               FILE STATUS  IS WBAUDTDB-FILE-STATUS WBAUDTDB-VSAM-CODE.

           SELECT WBBDATE-FILE
               ASSIGN       TO WBBDATE
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS BDT-KEY
               FILE STATUS  IS WBBDATE-FILE-STATUS.

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

       FD  WBAUDTDB-FILE.
           COPY WBAUDREC.

       FD  WBBDATE-FILE.
           COPY WBBDTREC.

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

       01  WBAUDTDB-FILE-STATUS.
           05  STA-AUD-STAT1             PIC X(01).
           05  STA-AUD-STAT2             PIC X(01).
       01  WBAUDTDB-VSAM-CODE.
           05 AUD-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 AUD-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 AUD-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

       01  WS-VSAM-CODE-DISPLAY.
           05 WS-VSAM-RETURN-CODE-DIS    PIC Z(2)9.
           05 WS-VSAM-COMPONENT-CODE-DIS PIC Z(2)9.
           05 WS-VSAM-REASON-CODE-DIS    PIC Z(3)9.

       01  WS-LABELS.
           05 WS-SPACE.
              10 FILLER        PIC X(1)   VALUE SPACE.

           05 WS-HEADER-TITLE.
              10 FILLER        PIC X(40)  VALUE SPACES.
              10 FILLER        PIC X(46)  VALUE
                  'ACCOUNT OPENING AND CLOSING ACTIVITY'.
              10 FILLER        PIC X(35)  VALUE SPACES.
              10 WS-DATE-R     PIC X(10)  VALUE SPACES.
              10 FILLER        PIC X(01)  VALUE SPACES.

           05 WS-PERIOD-LINE.
              10 FILLER        PIC X(15)  VALUE 'BUSINESS DATE '.
              10 WS-P-RUN      PIC X(10).
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 FILLER        PIC X(20)  VALUE 'MONTH TO DATE FROM '.
              10 WS-P-MTD      PIC X(10).
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 FILLER        PIC X(24)  VALUE
                                    'PRIOR MONTH TO DATE '.
              10 WS-P-PRI-ST   PIC X(10).
              10 FILLER        PIC X(06)  VALUE ' THRU '.
              10 WS-P-PRI-END  PIC X(10).
              10 FILLER        PIC X(19)  VALUE SPACES.

           05 WS-SECTION-LINE.
              10 WS-SEC-TITLE  PIC X(60).
              10 FILLER        PIC X(72)  VALUE SPACES.

           05 WS-NONE-LINE.
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 WS-NONE-TEXT  PIC X(60).
              10 FILLER        PIC X(68)  VALUE SPACES.

      *    THE BUSINESS DATE'S OPENINGS AND CLOSINGS, ONE LINE EACH
           05 WS-DAY-LABEL.
              10 FILLER        PIC X(08)  VALUE 'EVENT'.
              10 FILLER        PIC X(06)  VALUE 'BRN'.
              10 FILLER        PIC X(06)  VALUE 'PROD'.
              10 FILLER        PIC X(11)  VALUE 'SSN'.
              10 FILLER        PIC X(12)  VALUE 'ACCOUNT'.
              10 FILLER        PIC X(17)  VALUE '         AMOUNT'.
              10 FILLER        PIC X(23)  VALUE 'REASON'.
              10 FILLER        PIC X(49)  VALUE 'OPER'.

           05 WS-DAY-LINE.
              10 WS-D-EVENT    PIC X(06).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-BRANCH   PIC X(03).
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-D-PRODUCT  PIC X(04).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-SSN      PIC X(09).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-ACCT     PIC X(10).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99-.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-REASON   PIC X(02).
              10 FILLER        PIC X(01)  VALUE SPACES.
              10 WS-D-RSN-NAME PIC X(18).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-OPID     PIC X(03).
              10 FILLER        PIC X(46)  VALUE SPACES.

      *    OPENS, CLOSES AND NET BY BRANCH, PRODUCT OR OPERATOR
           05 WS-SUM-LABEL-1.
              10 FILLER        PIC X(07)  VALUE 'CODE'.
              10 FILLER        PIC X(19)  VALUE 'DESCRIPTION'.
              10 FILLER        PIC X(16)  VALUE '---- TODAY ---'.
              10 FILLER        PIC X(45)  VALUE
                  '---------------- MONTH TO DATE --------------'.
              10 FILLER        PIC X(28)  VALUE
                  '-- PRIOR MONTH TO DATE ---'.
              10 FILLER        PIC X(17)  VALUE '     NET'.

           05 WS-SUM-LABEL-2.
              10 FILLER        PIC X(26)  VALUE SPACES.
              10 FILLER        PIC X(08)  VALUE ' OPENS'.
              10 FILLER        PIC X(08)  VALUE 'CLOSES'.
              10 FILLER        PIC X(09)  VALUE '  OPENS'.
              10 FILLER        PIC X(09)  VALUE ' CLOSES'.
              10 FILLER        PIC X(10)  VALUE '     NET'.
              10 FILLER        PIC X(17)  VALUE '    OPENING BAL'.
              10 FILLER        PIC X(09)  VALUE '  OPENS'.
              10 FILLER        PIC X(09)  VALUE ' CLOSES'.
              10 FILLER        PIC X(10)  VALUE '     NET'.
              10 FILLER        PIC X(08)  VALUE '  CHANGE'.
              10 FILLER        PIC X(09)  VALUE SPACES.

           05 WS-SUM-LINE.
              10 WS-S-CODE     PIC X(05).
              10 FILLER        PIC X(01)  VALUE SPACES.
              10 WS-S-DESC     PIC X(19).
              10 FILLER        PIC X(01)  VALUE SPACES.
              10 WS-S-DAY-OPN  PIC ZZ,ZZ9.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-S-DAY-CLS  PIC ZZ,ZZ9.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-S-MTD-OPN  PIC ZZZ,ZZ9.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-S-MTD-CLS  PIC ZZZ,ZZ9.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-S-MTD-NET  PIC -ZZZ,ZZ9.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-S-MTD-BAL  PIC ZZZ,ZZZ,ZZ9.99-.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-S-PRI-OPN  PIC ZZZ,ZZ9.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-S-PRI-CLS  PIC ZZZ,ZZ9.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-S-PRI-NET  PIC -ZZZ,ZZ9.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-S-NET-CHG  PIC -ZZZ,ZZ9.
              10 FILLER        PIC X(09)  VALUE SPACES.

           05 WS-REASON-LABEL.
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 FILLER        PIC X(24)  VALUE 'CLOSING REASON'.
              10 FILLER        PIC X(10)  VALUE ' TODAY'.
              10 FILLER        PIC X(11)  VALUE '    MTD'.
              10 FILLER        PIC X(07)  VALUE '  PRIOR'.
              10 FILLER        PIC X(76)  VALUE SPACES.

           05 WS-REASON-LINE.
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 WS-R-CODE     PIC X(02).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-R-NAME     PIC X(18).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-R-DAY      PIC ZZ,ZZ9.
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 WS-R-MTD      PIC ZZZ,ZZ9.
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 WS-R-PRI      PIC ZZZ,ZZ9.
              10 FILLER        PIC X(76)  VALUE SPACES.

      *    ACCOUNTS CLOSED THIS MONTH WITHIN 90 DAYS OF OPENING
           05 WS-EARLY-LABEL.
              10 FILLER        PIC X(05)  VALUE 'BRN'.
              10 FILLER        PIC X(06)  VALUE 'PROD'.
              10 FILLER        PIC X(11)  VALUE 'SSN'.
              10 FILLER        PIC X(12)  VALUE 'ACCOUNT'.
              10 FILLER        PIC X(12)  VALUE 'OPENED'.
              10 FILLER        PIC X(12)  VALUE 'CLOSED'.
              10 FILLER        PIC X(05)  VALUE 'DAYS'.
              10 FILLER        PIC X(17)  VALUE '    OPENING BAL'.
              10 FILLER        PIC X(04)  VALUE 'RSN'.
              10 FILLER        PIC X(06)  VALUE 'OPEN'.
              10 FILLER        PIC X(42)  VALUE 'CLOSE'.

           05 WS-EARLY-LINE.
              10 WS-E-BRANCH   PIC X(03).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-E-PRODUCT  PIC X(04).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-E-SSN      PIC X(09).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-E-ACCT     PIC X(10).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-E-OPENED   PIC X(10).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-E-CLOSED   PIC X(10).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-E-DAYS     PIC ZZ9.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-E-OPEN-BAL PIC ZZZ,ZZZ,ZZ9.99-.
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-E-REASON   PIC X(02).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-E-OPN-OPID PIC X(03).
              10 FILLER        PIC X(03)  VALUE SPACES.
              10 WS-E-CLS-OPID PIC X(03).
              10 FILLER        PIC X(39)  VALUE SPACES.

           05 WS-FOOTER.
              10 FILLER        PIC X(58)  VALUE ALL '='.
              10 FILLER        PIC X(15)  VALUE ' END OF REPORT '.
              10 FILLER        PIC X(59)  VALUE ALL '='.

           05 WS-TRAILER-1.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'ACCOUNTS READ             :'.
              10 WS-TR-RD-CNT  PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-2.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'PRIOR FULL MONTH OPENS    :'.
              10 WS-TR-PM-OPN  PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-3.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'PRIOR FULL MONTH CLOSES   :'.
              10 WS-TR-PM-CLS  PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-4.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'CLOSED WITHIN 90 DAYS     :'.
              10 WS-TR-EARLY   PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-5.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'NO OPENING ITEM FOUND     :'.
              10 WS-TR-NO-OPN  PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-6.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'CLOSED, NO CLOSING ITEM   :'.
              10 WS-TR-NO-CLS  PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

      *    PRODUCT NAMES BY ACCOUNT TYPE CODE
       01  WS-TYPE-TABLE-DATA.
           05 FILLER           PIC X(09)  VALUE 'CCHECKING'.
           05 FILLER           PIC X(09)  VALUE 'SSAVINGS'.
           05 FILLER           PIC X(09)  VALUE 'DCD'.
           05 FILLER           PIC X(09)  VALUE 'LLOAN'.
           05 FILLER           PIC X(09)  VALUE 'IIRA'.
           05 FILLER           PIC X(09)  VALUE 'RLINE'.
       01  WS-TYPE-TABLE REDEFINES WS-TYPE-TABLE-DATA.
           05 WS-TYPE-ENTRY OCCURS 6 TIMES
                            INDEXED BY TYP-IDX.
              10 WS-TYPE-CODE          PIC X(01).
              10 WS-TYPE-NAME          PIC X(08).

      *    CLOSING REASONS IN PRINT ORDER. THE FIRST SEVEN ARE KEYED
      *    BY THE TELLER AT CLOSING; CO, MT AND ES ARE THE BATCH
      *    CLOSINGS; THE LAST ENTRY TAKES A CLOSING ITEM THAT CARRIES
      *    NO REASON.
       01  WS-REASON-TABLE-DATA.
           05 FILLER           PIC X(20)  VALUE 'CRCUSTOMER REQUEST'.
           05 FILLER           PIC X(20)  VALUE 'MVMOVED AWAY'.
           05 FILLER           PIC X(20)  VALUE 'SVSERVICE'.
           05 FILLER           PIC X(20)  VALUE 'FERATES AND FEES'.
           05 FILLER           PIC X(20)  VALUE 'DCDECEASED'.
           05 FILLER           PIC X(20)  VALUE 'BKCLOSED BY BANK'.
           05 FILLER           PIC X(20)  VALUE 'OTOTHER'.
           05 FILLER           PIC X(20)  VALUE 'COCHARGED OFF'.
           05 FILLER           PIC X(20)  VALUE 'MTCD MATURED'.
           05 FILLER           PIC X(20)  VALUE 'ESESCHEATED'.
           05 FILLER           PIC X(20)  VALUE '--NOT RECORDED'.
       01  WS-REASON-TABLE REDEFINES WS-REASON-TABLE-DATA.
           05 WS-REASON-ENTRY OCCURS 11 TIMES
                              INDEXED BY RSN-IDX.
              10 WS-REASON-CODE        PIC X(02).
              10 WS-REASON-NAME        PIC X(18).

       01  WS-REASON-COUNTS.
           05 WS-RSN-CNT OCCURS 11 TIMES.
              10 WS-RC-DAY             PIC S9(7)     COMP-3.
              10 WS-RC-MTD             PIC S9(7)     COMP-3.
              10 WS-RC-PRI             PIC S9(7)     COMP-3.

      *    ONE EVENT'S CONTRIBUTION, ADDED TO ITS BRANCH, PRODUCT AND
      *    OPERATOR ENTRIES AND THE GRAND TOTAL - EVERY COUNT GROUP
      *    BELOW SHARES THIS LAYOUT
       01  WS-ITEM-COUNTS.
           05 WS-I-DAY-OPENS           PIC S9(7)     COMP-3.
           05 WS-I-DAY-CLOSES          PIC S9(7)     COMP-3.
           05 WS-I-MTD-OPENS           PIC S9(7)     COMP-3.
           05 WS-I-MTD-CLOSES          PIC S9(7)     COMP-3.
           05 WS-I-MTD-OPEN-BAL        PIC S9(13)V99 COMP-3.
           05 WS-I-PRI-OPENS           PIC S9(7)     COMP-3.
           05 WS-I-PRI-CLOSES          PIC S9(7)     COMP-3.

       01  WS-WORK-COUNTS.
           05 WS-W-DAY-OPENS           PIC S9(7)     COMP-3.
           05 WS-W-DAY-CLOSES          PIC S9(7)     COMP-3.
           05 WS-W-MTD-OPENS           PIC S9(7)     COMP-3.
           05 WS-W-MTD-CLOSES          PIC S9(7)     COMP-3.
           05 WS-W-MTD-OPEN-BAL        PIC S9(13)V99 COMP-3.
           05 WS-W-PRI-OPENS           PIC S9(7)     COMP-3.
           05 WS-W-PRI-CLOSES          PIC S9(7)     COMP-3.

       01  WS-GRAND-COUNTS.
           05 WS-GT-DAY-OPENS          PIC S9(7)     COMP-3 VALUE 0.
           05 WS-GT-DAY-CLOSES         PIC S9(7)     COMP-3 VALUE 0.
           05 WS-GT-MTD-OPENS          PIC S9(7)     COMP-3 VALUE 0.
           05 WS-GT-MTD-CLOSES         PIC S9(7)     COMP-3 VALUE 0.
           05 WS-GT-MTD-OPEN-BAL       PIC S9(13)V99 COMP-3 VALUE 0.
           05 WS-GT-PRI-OPENS          PIC S9(7)     COMP-3 VALUE 0.
           05 WS-GT-PRI-CLOSES         PIC S9(7)     COMP-3 VALUE 0.

      *    ONE ENTRY PER BRANCH ('1'), PRODUCT ('2') OR OPERATOR ('3')
      *    WITH ACTIVITY - THE DIMENSION DIGIT LEADS THE KEY SO THE
      *    SORTED TABLE PRINTS A SECTION AT A TIME
       01  WS-ACT-TABLE.
           05 WS-ACT-COUNT             PIC 9(04)  COMP   VALUE ZERO.
           05 WS-ACT-ENTRY OCCURS 1000 TIMES
                           INDEXED BY ACT-IDX ACT-IDX2.
              10 WS-ACT-KEY.
                 15 WS-ACT-DIM         PIC X(01).
                 15 WS-ACT-CODE        PIC X(04).
              10 WS-AT-COUNTS.
                 15 WS-AT-DAY-OPENS    PIC S9(7)     COMP-3.
                 15 WS-AT-DAY-CLOSES   PIC S9(7)     COMP-3.
                 15 WS-AT-MTD-OPENS    PIC S9(7)     COMP-3.
                 15 WS-AT-MTD-CLOSES   PIC S9(7)     COMP-3.
                 15 WS-AT-MTD-OPEN-BAL PIC S9(13)V99 COMP-3.
                 15 WS-AT-PRI-OPENS    PIC S9(7)     COMP-3.
                 15 WS-AT-PRI-CLOSES   PIC S9(7)     COMP-3.

      *    HOLD AREA FOR SWAPPING TWO ACTIVITY ENTRIES IN THE SORT
       01  WS-ACT-HOLD                 PIC X(37).

      *    THE ACCOUNTS CLOSED THIS MONTH WITHIN 90 DAYS OF OPENING
       01  WS-EARLY-TABLE.
           05 WS-EARLY-COUNT           PIC 9(04)  COMP   VALUE ZERO.
           05 WS-EARLY-ENTRY OCCURS 500 TIMES
                             INDEXED BY ERL-IDX.
              10 WS-EL-BRANCH          PIC X(03).
              10 WS-EL-PRODUCT         PIC X(04).
              10 WS-EL-SSN             PIC X(09).
              10 WS-EL-ACCT            PIC X(10).
              10 WS-EL-OPENED          PIC X(10).
              10 WS-EL-CLOSED          PIC X(10).
              10 WS-EL-DAYS            PIC 9(03).
              10 WS-EL-OPEN-BAL        PIC S9(13)V99 COMP-3.
              10 WS-EL-REASON          PIC X(02).
              10 WS-EL-OPN-OPID        PIC X(03).
              10 WS-EL-CLS-OPID        PIC X(03).

      *    THE REPORT PERIODS AS YYYYMMDD, FOR NUMERIC COMPARISON
       01  WS-PERIODS.
           05 WS-RUN-NUM               PIC 9(08)     VALUE ZERO.
           05 WS-RUN-PARTS REDEFINES WS-RUN-NUM.
              10 WS-RUN-YYYYMM         PIC 9(06).
              10 WS-RUN-DD             PIC 9(02).
           05 WS-MTD-START             PIC 9(08)     VALUE ZERO.
           05 WS-MTD-PARTS REDEFINES WS-MTD-START.
              10 WS-MTD-YYYYMM         PIC 9(06).
              10 WS-MTD-DD             PIC 9(02).
           05 WS-PRI-MONTH-END         PIC 9(08)     VALUE ZERO.
           05 WS-PME-PARTS REDEFINES WS-PRI-MONTH-END.
              10 WS-PME-YYYYMM         PIC 9(06).
              10 WS-PME-DD             PIC 9(02).
           05 WS-PRI-START             PIC 9(08)     VALUE ZERO.
           05 WS-PRS-PARTS REDEFINES WS-PRI-START.
              10 WS-PRS-YYYYMM         PIC 9(06).
              10 WS-PRS-DD             PIC 9(02).
           05 WS-PRI-END               PIC 9(08)     VALUE ZERO.
           05 WS-PRE-PARTS REDEFINES WS-PRI-END.
              10 WS-PRE-YYYYMM         PIC 9(06).
              10 WS-PRE-DD             PIC 9(02).

      *    WHAT IS KNOWN ABOUT THE ACCOUNT IN HAND
       01  WS-ACCT-WORK.
           05 WS-ACCT-BRANCH           PIC X(03).
           05 WS-ACCT-PRODUCT          PIC X(04).
           05 WS-ACCT-ITEMS            PIC S9(7)     COMP-3.
           05 WS-OPEN-NUM              PIC 9(08).
           05 WS-OPEN-BAL              PIC S9(13)V99 COMP-3.
           05 WS-OPEN-OPID             PIC X(03).
           05 WS-CLOSE-NUM             PIC 9(08).
           05 WS-CLOSE-AMT             PIC S9(13)V99 COMP-3.
           05 WS-CLOSE-REASON          PIC X(02).
           05 WS-CLOSE-OPID            PIC X(03).
           05 WS-CLOSE-BATCH-SW        PIC X(01).
              88 WS-CLOSED-BY-BATCH              VALUE 'Y'.
           05 WS-CLOSE-FOUND-SW        PIC X(01).
              88 WS-CLOSE-FOUND                  VALUE 'Y'.
           05 WS-OPEN-WINDOW-SW        PIC X(01).
              88 WS-OPEN-IN-WINDOW               VALUE 'Y'.
           05 WS-CLOSE-WINDOW-SW       PIC X(01).
              88 WS-CLOSE-IN-WINDOW              VALUE 'Y'.

       01  WS-VARS.
           05 WS-DATE-NUM              PIC 9(08)     VALUE ZERO.
           05 WS-DATE-X REDEFINES WS-DATE-NUM
                                       PIC X(08).
           05 WS-FMT-NUM               PIC 9(08)     VALUE ZERO.
           05 WS-FMT-PARTS REDEFINES WS-FMT-NUM.
              10 WS-FMT-YYYY           PIC X(04).
              10 WS-FMT-MM             PIC X(02).
              10 WS-FMT-DD             PIC X(02).
           05 WS-FMT-ISO               PIC X(10)     VALUE SPACES.
           05 WS-AUD-START             PIC 9(08)     VALUE ZERO.
           05 WS-DAYS-OPEN             PIC S9(7)     COMP-3 VALUE 0.
           05 WS-ADD-KEY.
              10 WS-ADD-DIM            PIC X(01).
              10 WS-ADD-CODE           PIC X(04).
           05 WS-PRINT-DIM             PIC X(01)     VALUE SPACES.
           05 WS-RSN-SUB               PIC 9(03)  COMP VALUE ZERO.
           05 WS-MTD-NET               PIC S9(7)     COMP-3 VALUE 0.
           05 WS-PRI-NET               PIC S9(7)     COMP-3 VALUE 0.
           05 WS-PM-OPENS              PIC 9(07)     VALUE ZERO.
           05 WS-PM-CLOSES             PIC 9(07)     VALUE ZERO.
           05 WS-READ-COUNT            PIC 9(07)     VALUE ZERO.
           05 WS-DAY-EVENTS            PIC 9(07)     VALUE ZERO.
           05 WS-EARLY-TOTAL           PIC 9(07)     VALUE ZERO.
           05 WS-NO-OPEN-COUNT         PIC 9(07)     VALUE ZERO.
           05 WS-NO-CLOSE-COUNT        PIC 9(07)     VALUE ZERO.
           05 WS-SSN-TO-MASK           PIC X(09)     VALUE SPACES.
           05 WS-MASKED-SSN            PIC X(09)     VALUE SPACES.
           05 WS-SWAP-SW               PIC X(01)     VALUE 'N'.
              88 WS-SWAP-MADE                        VALUE 'Y'.

       01  WS-DISPLAY-VARS.
           05 ERR-PGM          PIC X(07)  VALUE 'ACCTACT'.
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
           05 AUD-EOF-FLAG     PIC X(01)  VALUE 'N'.
              88 AUD-END-OF-FILE          VALUE 'Y'.

       01  WS-PARM-VARS.
           05 PARM-FOUND-FLAG     PIC X(01) VALUE 'N'.
              88 PARM-WAS-FOUND             VALUE 'Y'.

       PROCEDURE DIVISION.
      *
      * THIS PROGRAM REPORTS THE DAY'S AND THE MONTH'S ACCOUNT OPENINGS
      * AND CLOSINGS BY BRANCH, PRODUCT AND OPERATOR.
      *
       0000-MAIN.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT

           MOVE SPACES TO EOF-FLAG
           OPEN INPUT WBACCTDB-FILE
           MOVE       'ERROR OPENING WBACCTDB'  TO ERR-MSG
           PERFORM 9993-ACCT-ERR-CHK           THRU 9993-EXIT
           OPEN INPUT WBTXNDB-FILE
           MOVE       'ERROR OPENING WBTXNDB'   TO ERR-MSG
           PERFORM 9994-TXN-ERR-CHK            THRU 9994-EXIT
           OPEN INPUT WBAUDTDB-FILE
           MOVE       'ERROR OPENING WBAUDTDB'  TO ERR-MSG
           PERFORM 9995-AUD-ERR-CHK            THRU 9995-EXIT

           PERFORM 1200-READ-ACCOUNT THRU 1200-EXIT
           PERFORM 2000-PROCESS-ALL-ACCOUNTS
              THRU 2000-EXIT
             UNTIL END-OF-FILE

           CLOSE WBACCTDB-FILE
           MOVE      'ERROR CLOSING WBACCTDB' TO ERR-MSG
           PERFORM 9993-ACCT-ERR-CHK       THRU 9993-EXIT
           CLOSE WBTXNDB-FILE
           MOVE      'ERROR CLOSING WBTXNDB'  TO ERR-MSG
           PERFORM 9994-TXN-ERR-CHK        THRU 9994-EXIT
           CLOSE WBAUDTDB-FILE
           MOVE      'ERROR CLOSING WBAUDTDB' TO ERR-MSG
           PERFORM 9995-AUD-ERR-CHK        THRU 9995-EXIT

           PERFORM 2600-SORT-ACTIVITY THRU 2600-EXIT
           PERFORM 3000-HOUSEKEEPING  THRU 3000-EXIT
           STOP RUN.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE '1000-INITIALIZE'        TO ERR-LOC

           PERFORM 1070-READ-PARMS       THRU 1070-EXIT
           PERFORM 1100-SET-PERIODS      THRU 1100-EXIT

           INITIALIZE WS-REASON-COUNTS

           OPEN OUTPUT RPT-OP
           MOVE    'ERROR OPENING RPT-OP'   TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK       THRU 9998-EXIT

           WRITE RPT-OP-FIELDS          FROM WS-HEADER-TITLE
           WRITE RPT-OP-FIELDS          FROM WS-PERIOD-LINE
           WRITE RPT-OP-FIELDS          FROM WS-SPACE
           MOVE    'ERROR WRITING HEADER' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT

      *    THE DAY'S EVENTS PRINT AS THE ACCOUNTS ARE READ
           MOVE 'ACCOUNTS OPENED AND CLOSED ON THE BUSINESS DATE'
                                          TO WS-SEC-TITLE
           WRITE RPT-OP-FIELDS      FROM WS-SECTION-LINE
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-DAY-LABEL
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
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
      *    MONTH TO DATE RUNS FROM THE FIRST OF THE BUSINESS DATE'S
      *    MONTH; THE PRIOR-MONTH TREND RUNS FROM THE FIRST OF THE
      *    PRIOR MONTH TO THE SAME DAY (OR THAT MONTH'S LAST DAY, IF
      *    SHORTER)
       1100-SET-PERIODS.
           MOVE '1100-SET-PERIODS'       TO ERR-LOC

           MOVE WS-DATE-R(1:4)           TO WS-DATE-X(1:4)
           MOVE WS-DATE-R(6:2)           TO WS-DATE-X(5:2)
           MOVE WS-DATE-R(9:2)           TO WS-DATE-X(7:2)
           IF WS-DATE-X IS NOT NUMERIC
              DISPLAY 'ACCTACT - INVALID RUN DATE ' WS-DATE-R
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-DATE-NUM              TO WS-RUN-NUM

           MOVE WS-RUN-NUM               TO WS-MTD-START
           MOVE 1                        TO WS-MTD-DD
           COMPUTE WS-PRI-MONTH-END = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-MTD-START) - 1)
           MOVE WS-PRI-MONTH-END         TO WS-PRI-START
           MOVE 1                        TO WS-PRS-DD
           MOVE WS-PRI-MONTH-END         TO WS-PRI-END
           IF WS-RUN-DD < WS-PME-DD
              MOVE WS-RUN-DD             TO WS-PRE-DD
           END-IF

           MOVE WS-RUN-NUM               TO WS-FMT-NUM
           PERFORM 8600-FORMAT-DATE    THRU 8600-EXIT
           MOVE WS-FMT-ISO               TO WS-P-RUN
           MOVE WS-MTD-START             TO WS-FMT-NUM
           PERFORM 8600-FORMAT-DATE    THRU 8600-EXIT
           MOVE WS-FMT-ISO               TO WS-P-MTD
           MOVE WS-PRI-START             TO WS-FMT-NUM
           PERFORM 8600-FORMAT-DATE    THRU 8600-EXIT
           MOVE WS-FMT-ISO               TO WS-P-PRI-ST
           MOVE WS-PRI-END               TO WS-FMT-NUM
           PERFORM 8600-FORMAT-DATE    THRU 8600-EXIT
           MOVE WS-FMT-ISO               TO WS-P-PRI-END
           .
       1100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       1200-READ-ACCOUNT.
           MOVE '1200-READ-ACCOUNT' TO ERR-LOC

           READ WBACCTDB-FILE NEXT
           END-READ

           MOVE    'ERROR READING WBACCTDB' TO ERR-MSG
           PERFORM 9993-ACCT-ERR-CHK THRU 9993-EXIT
           .
       1200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2000-PROCESS-ALL-ACCOUNTS.
           MOVE '2000-PROCESS-ALL-ACCTS' TO ERR-LOC

           ADD 1 TO WS-READ-COUNT
           PERFORM 2100-DATE-ONE-ACCOUNT THRU 2100-EXIT

           PERFORM 1200-READ-ACCOUNT THRU 1200-EXIT.

       2000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    DATE THE ACCOUNT'S OPENING AND CLOSING; AN ACCOUNT WITH
      *    NEITHER IN THE REPORT PERIODS ADDS NOTHING
       2100-DATE-ONE-ACCOUNT.
           MOVE '2100-DATE-ONE-ACCOUNT' TO ERR-LOC

           INITIALIZE WS-ACCT-WORK
           MOVE '---'                    TO WS-OPEN-OPID
                                            WS-CLOSE-OPID
           MOVE ACCOUNT-BRANCH           TO WS-ACCT-BRANCH
           IF WS-ACCT-BRANCH = SPACES
              MOVE '---'                 TO WS-ACCT-BRANCH
           END-IF
           MOVE ACCOUNT-TYPE-CODE        TO WS-ACCT-PRODUCT(1:1)
           MOVE '-'                      TO WS-ACCT-PRODUCT(2:1)
           IF ACCOUNT-CLASS-BUSINESS
              MOVE 'B'                   TO WS-ACCT-PRODUCT(3:1)
           ELSE
              MOVE 'P'                   TO WS-ACCT-PRODUCT(3:1)
           END-IF

           EVALUATE TRUE
              WHEN ACCOUNT-TYPE-CHK
                 MOVE ACCOUNT-CHK-DETAIL-ITEMS TO WS-ACCT-ITEMS
              WHEN ACCOUNT-TYPE-SAV
                 MOVE ACCOUNT-SAV-DETAIL-ITEMS TO WS-ACCT-ITEMS
              WHEN ACCOUNT-TYPE-CD
                 MOVE ACCOUNT-CD-DETAIL-ITEMS  TO WS-ACCT-ITEMS
              WHEN ACCOUNT-TYPE-LON
                 MOVE ACCOUNT-LON-DETAIL-ITEMS TO WS-ACCT-ITEMS
              WHEN ACCOUNT-TYPE-IRA
                 MOVE ACCOUNT-IRA-DETAIL-ITEMS TO WS-ACCT-ITEMS
              WHEN ACCOUNT-TYPE-LOC
                 MOVE ACCOUNT-LOC-DETAIL-ITEMS TO WS-ACCT-ITEMS
           END-EVALUATE

           PERFORM 2110-READ-OPENING-ITEM THRU 2110-EXIT
           IF ACCOUNT-CLOSED
              PERFORM 2120-FIND-CLOSING-ITEM THRU 2120-EXIT
           END-IF

           IF WS-OPEN-NUM >= WS-PRI-START
              AND WS-OPEN-NUM <= WS-RUN-NUM
              SET WS-OPEN-IN-WINDOW TO TRUE
           END-IF
           IF WS-CLOSE-FOUND
              AND WS-CLOSE-NUM >= WS-PRI-START
              AND WS-CLOSE-NUM <= WS-RUN-NUM
              SET WS-CLOSE-IN-WINDOW TO TRUE
           END-IF
           IF NOT WS-OPEN-IN-WINDOW AND NOT WS-CLOSE-IN-WINDOW
              GO TO 2100-EXIT
           END-IF

           PERFORM 2200-FIND-OPERATORS THRU 2200-EXIT
           IF WS-OPEN-IN-WINDOW
              PERFORM 2300-COUNT-OPENING THRU 2300-EXIT
           END-IF
           IF WS-CLOSE-IN-WINDOW
              PERFORM 2400-COUNT-CLOSING THRU 2400-EXIT
           END-IF
           .
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE OPENING 'B' ITEM IS ALWAYS ITEM 1
       2110-READ-OPENING-ITEM.
           MOVE ACCOUNT-SSN              TO TXN-SSN
           MOVE ACCOUNT-NUMBER           TO TXN-ACCT-NUM
           MOVE 1                        TO TXN-ITEM-NUM
           READ WBTXNDB-FILE
              INVALID KEY
                 ADD 1 TO WS-NO-OPEN-COUNT
                 GO TO 2110-EXIT
           END-READ

           IF NOT TXN-TYPE-INITIAL-BALANCE
              ADD 1 TO WS-NO-OPEN-COUNT
              GO TO 2110-EXIT
           END-IF

           PERFORM 2150-NORMALIZE-TXN-DATE THRU 2150-EXIT
           MOVE WS-DATE-NUM              TO WS-OPEN-NUM
           MOVE TXN-AMOUNT               TO WS-OPEN-BAL
           .
       2110-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE CLOSING ITEM IS NORMALLY THE LAST ITEM POSTED; WHEN IT
      *    IS NOT (A LATE ADJUSTMENT OR REVERSAL), THE ACCOUNT'S ITEMS
      *    ARE BROWSED AND THE LAST CLOSING ITEM FOUND IS TAKEN
       2120-FIND-CLOSING-ITEM.
           IF WS-ACCT-ITEMS > 1
              MOVE ACCOUNT-SSN           TO TXN-SSN
              MOVE ACCOUNT-NUMBER        TO TXN-ACCT-NUM
              MOVE WS-ACCT-ITEMS         TO TXN-ITEM-NUM
              READ WBTXNDB-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    PERFORM 2130-CHECK-CLOSING-ITEM THRU 2130-EXIT
              END-READ
              IF WS-CLOSE-FOUND
                 GO TO 2120-EXIT
              END-IF
           END-IF

           MOVE SPACES                   TO TXN-EOF-FLAG
           MOVE ACCOUNT-SSN              TO TXN-SSN
           MOVE ACCOUNT-NUMBER           TO TXN-ACCT-NUM
           MOVE ZERO                     TO TXN-ITEM-NUM
           START WBTXNDB-FILE KEY IS >= TXN-KEY
              INVALID KEY SET TXN-END-OF-FILE TO TRUE
           END-START

           PERFORM 2125-BROWSE-ONE-ITEM THRU 2125-EXIT
              UNTIL TXN-END-OF-FILE

           IF NOT WS-CLOSE-FOUND
              ADD 1 TO WS-NO-CLOSE-COUNT
           END-IF
           .
       2120-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2125-BROWSE-ONE-ITEM.
           READ WBTXNDB-FILE NEXT
              AT END SET TXN-END-OF-FILE TO TRUE
           END-READ

           IF NOT TXN-END-OF-FILE
              IF TXN-SSN NOT = ACCOUNT-SSN
                 OR TXN-ACCT-NUM NOT = ACCOUNT-NUMBER
                 SET TXN-END-OF-FILE TO TRUE
              ELSE
                 PERFORM 2130-CHECK-CLOSING-ITEM THRU 2130-EXIT
              END-IF
           END-IF
           .
       2125-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    A TELLER CLOSING IS THE 'X' ITEM, ITS MEMO 'ACCOUNT CLOSED'
      *    AND THE REASON CODE; THE BATCH CLOSINGS ARE KNOWN BY THE
      *    MEMO OF THE ITEM THAT EMPTIED THE ACCOUNT
       2130-CHECK-CLOSING-ITEM.
           EVALUATE TRUE
              WHEN TXN-TYPE = 'X'
                 IF TXN-MEMO(1:15) = 'ACCOUNT CLOSED '
                    MOVE TXN-MEMO(16:2)  TO WS-CLOSE-REASON
                 ELSE
                    MOVE '--'            TO WS-CLOSE-REASON
                 END-IF
                 MOVE 'N'                TO WS-CLOSE-BATCH-SW
              WHEN TXN-MEMO = 'CHARGE OFF'
              WHEN TXN-MEMO = 'LOAN CHARGE OFF'
                 MOVE 'CO'               TO WS-CLOSE-REASON
                 MOVE 'Y'                TO WS-CLOSE-BATCH-SW
              WHEN TXN-MEMO = 'CD MATURITY PAYOUT'
                 MOVE 'MT'               TO WS-CLOSE-REASON
                 MOVE 'Y'                TO WS-CLOSE-BATCH-SW
              WHEN TXN-MEMO = 'ESCHEAT REMITTANCE'
                 MOVE 'ES'               TO WS-CLOSE-REASON
                 MOVE 'Y'                TO WS-CLOSE-BATCH-SW
              WHEN OTHER
                 GO TO 2130-EXIT
           END-EVALUATE

           PERFORM 2150-NORMALIZE-TXN-DATE THRU 2150-EXIT
           MOVE WS-DATE-NUM              TO WS-CLOSE-NUM
           MOVE TXN-AMOUNT               TO WS-CLOSE-AMT
           SET WS-CLOSE-FOUND            TO TRUE
           .
       2130-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    BATCH ITEMS ARE DATED YYYY-MM-DD, ONLINE ITEMS MM/DD/YYYY;
      *    EITHER BECOMES YYYYMMDD, OR ZERO IF NEITHER
       2150-NORMALIZE-TXN-DATE.
           EVALUATE TRUE
              WHEN TXN-DATE(5:1) = '-'
                 STRING TXN-DATE(1:4) TXN-DATE(6:2) TXN-DATE(9:2)
                        DELIMITED BY SIZE INTO WS-DATE-X
              WHEN TXN-DATE(3:1) = '/'
                 STRING TXN-DATE(7:4) TXN-DATE(1:2) TXN-DATE(4:2)
                        DELIMITED BY SIZE INTO WS-DATE-X
              WHEN OTHER
                 MOVE ZERO                TO WS-DATE-NUM
           END-EVALUATE
           IF WS-DATE-X IS NOT NUMERIC
              MOVE ZERO                   TO WS-DATE-NUM
           END-IF
           .
       2150-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE OPERATORS COME FROM THE AUDIT MESSAGES WGRVADDA WRITES
      *    AT OPENING AND CLOSING. THE BROWSE STARTS AT THE EARLIEST
      *    EVENT DATE IN THE ONLINE (YYYYMMDD) FORM OF AUD-DATE.
       2200-FIND-OPERATORS.
           MOVE '2200-FIND-OPERATORS' TO ERR-LOC

           IF WS-CLOSED-BY-BATCH
              MOVE 'BAT'                 TO WS-CLOSE-OPID
              IF NOT WS-OPEN-IN-WINDOW
                 GO TO 2200-EXIT
              END-IF
           END-IF

           IF WS-OPEN-IN-WINDOW
              MOVE WS-OPEN-NUM           TO WS-AUD-START
           ELSE
              MOVE WS-CLOSE-NUM          TO WS-AUD-START
           END-IF

           MOVE SPACES                   TO AUD-EOF-FLAG
           MOVE ACCOUNT-SSN              TO AUD-SSN
           MOVE ACCOUNT-NUMBER           TO AUD-ACCT-NUM
           MOVE WS-AUD-START             TO AUD-DATE
           MOVE ZERO                     TO AUD-SEQ-NUM
           START WBAUDTDB-FILE KEY IS >= AUD-KEY
              INVALID KEY SET AUD-END-OF-FILE TO TRUE
           END-START

           PERFORM 2210-READ-ONE-AUDIT THRU 2210-EXIT
              UNTIL AUD-END-OF-FILE
           .
       2200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2210-READ-ONE-AUDIT.
           READ WBAUDTDB-FILE NEXT
              AT END SET AUD-END-OF-FILE TO TRUE
           END-READ

           IF AUD-END-OF-FILE
              GO TO 2210-EXIT
           END-IF
           IF AUD-SSN NOT = ACCOUNT-SSN
              OR AUD-ACCT-NUM NOT = ACCOUNT-NUMBER
              SET AUD-END-OF-FILE TO TRUE
              GO TO 2210-EXIT
           END-IF
           IF AUD-OPID = SPACES
              GO TO 2210-EXIT
           END-IF

           IF AUD-MESSAGE(1:15) = 'Account opened '
              AND WS-OPEN-OPID = '---'
              MOVE AUD-OPID              TO WS-OPEN-OPID
           END-IF
           IF AUD-MESSAGE(1:15) = 'Account closed '
              AND NOT WS-CLOSED-BY-BATCH
              MOVE AUD-OPID              TO WS-CLOSE-OPID
           END-IF
           .
       2210-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2300-COUNT-OPENING.
           MOVE '2300-COUNT-OPENING' TO ERR-LOC

           INITIALIZE WS-ITEM-COUNTS
           IF WS-OPEN-NUM = WS-RUN-NUM
              MOVE 1                     TO WS-I-DAY-OPENS
           END-IF
           IF WS-OPEN-NUM >= WS-MTD-START
              MOVE 1                     TO WS-I-MTD-OPENS
              MOVE WS-OPEN-BAL           TO WS-I-MTD-OPEN-BAL
           END-IF
           IF WS-OPEN-NUM <= WS-PRI-END
              MOVE 1                     TO WS-I-PRI-OPENS
           END-IF
           IF WS-OPEN-NUM <= WS-PRI-MONTH-END
              ADD 1                      TO WS-PM-OPENS
           END-IF
           IF WS-I-MTD-OPENS = 0 AND WS-I-PRI-OPENS = 0
              GO TO 2300-EXIT
           END-IF

           PERFORM 2500-ADD-EVENT-TOTALS THRU 2500-EXIT
           MOVE WS-OPEN-OPID             TO WS-ADD-CODE
           PERFORM 2510-ADD-TO-ENTRY     THRU 2510-EXIT

           IF WS-I-DAY-OPENS = 0
              GO TO 2300-EXIT
           END-IF
           MOVE SPACES                   TO WS-DAY-LINE
           MOVE 'OPENED'                 TO WS-D-EVENT
           MOVE WS-OPEN-BAL              TO WS-D-AMOUNT
           MOVE WS-OPEN-OPID             TO WS-D-OPID
           PERFORM 2700-PRINT-DAY-EVENT  THRU 2700-EXIT
           .
       2300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2400-COUNT-CLOSING.
           MOVE '2400-COUNT-CLOSING' TO ERR-LOC

           INITIALIZE WS-ITEM-COUNTS
           IF WS-CLOSE-NUM = WS-RUN-NUM
              MOVE 1                     TO WS-I-DAY-CLOSES
           END-IF
           IF WS-CLOSE-NUM >= WS-MTD-START
              MOVE 1                     TO WS-I-MTD-CLOSES
           END-IF
           IF WS-CLOSE-NUM <= WS-PRI-END
              MOVE 1                     TO WS-I-PRI-CLOSES
           END-IF
           IF WS-CLOSE-NUM <= WS-PRI-MONTH-END
              ADD 1                      TO WS-PM-CLOSES
           END-IF
           IF WS-I-MTD-CLOSES = 0 AND WS-I-PRI-CLOSES = 0
              GO TO 2400-EXIT
           END-IF

           PERFORM 2500-ADD-EVENT-TOTALS THRU 2500-EXIT
           MOVE WS-CLOSE-OPID            TO WS-ADD-CODE
           PERFORM 2510-ADD-TO-ENTRY     THRU 2510-EXIT

           SET RSN-IDX TO 1
           SEARCH WS-REASON-ENTRY
              AT END
                 SET RSN-IDX TO 11
              WHEN WS-REASON-CODE (RSN-IDX) = WS-CLOSE-REASON
                 CONTINUE
           END-SEARCH
           SET WS-RSN-SUB TO RSN-IDX
           ADD WS-I-DAY-CLOSES TO WS-RC-DAY (WS-RSN-SUB)
           ADD WS-I-MTD-CLOSES TO WS-RC-MTD (WS-RSN-SUB)
           ADD WS-I-PRI-CLOSES TO WS-RC-PRI (WS-RSN-SUB)

           IF WS-I-MTD-CLOSES = 1 AND WS-OPEN-NUM > 0
              COMPUTE WS-DAYS-OPEN =
                 FUNCTION INTEGER-OF-DATE(WS-CLOSE-NUM) -
                 FUNCTION INTEGER-OF-DATE(WS-OPEN-NUM)
              IF WS-DAYS-OPEN >= 0 AND WS-DAYS-OPEN <= 90
                 PERFORM 2450-LIST-EARLY-CLOSING THRU 2450-EXIT
              END-IF
           END-IF

           IF WS-I-DAY-CLOSES = 0
              GO TO 2400-EXIT
           END-IF
           MOVE SPACES                   TO WS-DAY-LINE
           MOVE 'CLOSED'                 TO WS-D-EVENT
           MOVE WS-CLOSE-AMT             TO WS-D-AMOUNT
           MOVE WS-CLOSE-REASON          TO WS-D-REASON
           MOVE WS-REASON-NAME (RSN-IDX) TO WS-D-RSN-NAME
           MOVE WS-CLOSE-OPID            TO WS-D-OPID
           PERFORM 2700-PRINT-DAY-EVENT  THRU 2700-EXIT
           .
       2400-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2450-LIST-EARLY-CLOSING.
           ADD 1 TO WS-EARLY-TOTAL
           IF WS-EARLY-COUNT >= 500
              GO TO 2450-EXIT
           END-IF

           ADD 1 TO WS-EARLY-COUNT
           SET ERL-IDX TO WS-EARLY-COUNT
           MOVE WS-ACCT-BRANCH         TO WS-EL-BRANCH (ERL-IDX)
           MOVE WS-ACCT-PRODUCT        TO WS-EL-PRODUCT (ERL-IDX)
           MOVE ACCOUNT-SSN            TO WS-SSN-TO-MASK
           PERFORM 8500-MASK-SSN     THRU 8500-EXIT
           MOVE WS-MASKED-SSN          TO WS-EL-SSN (ERL-IDX)
           MOVE ACCOUNT-NUMBER         TO WS-EL-ACCT (ERL-IDX)
           MOVE WS-OPEN-NUM            TO WS-FMT-NUM
           PERFORM 8600-FORMAT-DATE  THRU 8600-EXIT
           MOVE WS-FMT-ISO             TO WS-EL-OPENED (ERL-IDX)
           MOVE WS-CLOSE-NUM           TO WS-FMT-NUM
           PERFORM 8600-FORMAT-DATE  THRU 8600-EXIT
           MOVE WS-FMT-ISO             TO WS-EL-CLOSED (ERL-IDX)
           MOVE WS-DAYS-OPEN           TO WS-EL-DAYS (ERL-IDX)
           MOVE WS-OPEN-BAL            TO WS-EL-OPEN-BAL (ERL-IDX)
           MOVE WS-CLOSE-REASON        TO WS-EL-REASON (ERL-IDX)
           MOVE WS-OPEN-OPID           TO WS-EL-OPN-OPID (ERL-IDX)
           MOVE WS-CLOSE-OPID          TO WS-EL-CLS-OPID (ERL-IDX)
           .
       2450-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    ADD THE EVENT TO ITS BRANCH AND PRODUCT ENTRIES AND THE
      *    GRAND TOTAL, AND SET UP THE OPERATOR KEY FOR THE CALLER
       2500-ADD-EVENT-TOTALS.
           MOVE '1'                      TO WS-ADD-DIM
           MOVE WS-ACCT-BRANCH           TO WS-ADD-CODE
           PERFORM 2510-ADD-TO-ENTRY   THRU 2510-EXIT
           MOVE '2'                      TO WS-ADD-DIM
           MOVE WS-ACCT-PRODUCT          TO WS-ADD-CODE
           PERFORM 2510-ADD-TO-ENTRY   THRU 2510-EXIT

           ADD WS-I-DAY-OPENS     TO WS-GT-DAY-OPENS
           ADD WS-I-DAY-CLOSES    TO WS-GT-DAY-CLOSES
           ADD WS-I-MTD-OPENS     TO WS-GT-MTD-OPENS
           ADD WS-I-MTD-CLOSES    TO WS-GT-MTD-CLOSES
           ADD WS-I-MTD-OPEN-BAL  TO WS-GT-MTD-OPEN-BAL
           ADD WS-I-PRI-OPENS     TO WS-GT-PRI-OPENS
           ADD WS-I-PRI-CLOSES    TO WS-GT-PRI-CLOSES

           MOVE '3'                      TO WS-ADD-DIM
           MOVE SPACES                   TO WS-ADD-CODE
           .
       2500-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    FIND (OR TABLE) THE ENTRY FOR WS-ADD-KEY AND ADD THE EVENT
       2510-ADD-TO-ENTRY.
           SET ACT-IDX TO 1
           SEARCH WS-ACT-ENTRY
              AT END
                 IF WS-ACT-COUNT < 1000
                    ADD 1 TO WS-ACT-COUNT
                    SET ACT-IDX TO WS-ACT-COUNT
                    INITIALIZE WS-ACT-ENTRY (ACT-IDX)
                    MOVE WS-ADD-KEY TO WS-ACT-KEY (ACT-IDX)
                 ELSE
                    GO TO 2510-EXIT
                 END-IF
              WHEN WS-ACT-KEY (ACT-IDX) = WS-ADD-KEY
                 CONTINUE
           END-SEARCH

           ADD WS-I-DAY-OPENS    TO WS-AT-DAY-OPENS (ACT-IDX)
           ADD WS-I-DAY-CLOSES   TO WS-AT-DAY-CLOSES (ACT-IDX)
           ADD WS-I-MTD-OPENS    TO WS-AT-MTD-OPENS (ACT-IDX)
           ADD WS-I-MTD-CLOSES   TO WS-AT-MTD-CLOSES (ACT-IDX)
           ADD WS-I-MTD-OPEN-BAL TO WS-AT-MTD-OPEN-BAL (ACT-IDX)
           ADD WS-I-PRI-OPENS    TO WS-AT-PRI-OPENS (ACT-IDX)
           ADD WS-I-PRI-CLOSES   TO WS-AT-PRI-CLOSES (ACT-IDX)
           .
       2510-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    PUT THE ACTIVITY TABLE IN KEY ORDER - AN EXCHANGE SORT,
      *    REPEATED UNTIL A PASS MAKES NO SWAP
       2600-SORT-ACTIVITY.
           MOVE '2600-SORT-ACTIVITY' TO ERR-LOC

           MOVE 'Y' TO WS-SWAP-SW
           PERFORM 2610-SORT-ONE-PASS THRU 2610-EXIT
              UNTIL NOT WS-SWAP-MADE
           .
       2600-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2610-SORT-ONE-PASS.
           MOVE 'N' TO WS-SWAP-SW
           PERFORM 2620-COMPARE-PAIR THRU 2620-EXIT
              VARYING ACT-IDX FROM 1 BY 1
              UNTIL ACT-IDX >= WS-ACT-COUNT
           .
       2610-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2620-COMPARE-PAIR.
           SET ACT-IDX2 TO ACT-IDX
           SET ACT-IDX2 UP BY 1
           IF WS-ACT-KEY (ACT-IDX) > WS-ACT-KEY (ACT-IDX2)
              MOVE WS-ACT-ENTRY (ACT-IDX)  TO WS-ACT-HOLD
              MOVE WS-ACT-ENTRY (ACT-IDX2) TO WS-ACT-ENTRY (ACT-IDX)
              MOVE WS-ACT-HOLD             TO WS-ACT-ENTRY (ACT-IDX2)
              MOVE 'Y' TO WS-SWAP-SW
           END-IF
           .
       2620-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    ONE LINE OF THE DAY'S EVENTS; THE CALLER HAS SET THE EVENT,
      *    AMOUNT, REASON AND OPERATOR
       2700-PRINT-DAY-EVENT.
           ADD 1 TO WS-DAY-EVENTS
           MOVE WS-ACCT-BRANCH           TO WS-D-BRANCH
           MOVE WS-ACCT-PRODUCT          TO WS-D-PRODUCT
           MOVE ACCOUNT-SSN              TO WS-SSN-TO-MASK
           PERFORM 8500-MASK-SSN       THRU 8500-EXIT
           MOVE WS-MASKED-SSN            TO WS-D-SSN
           MOVE ACCOUNT-NUMBER           TO WS-D-ACCT
           WRITE RPT-OP-FIELDS FROM WS-DAY-LINE
           MOVE    'ERROR WRITING DAY LINE' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           .
       2700-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    PRINT ONE LINE OF COUNTS FROM WS-WORK-COUNTS; THE CALLER
      *    HAS SET THE CODE AND DESCRIPTION COLUMNS
       2800-PRINT-COUNTS.
           COMPUTE WS-MTD-NET = WS-W-MTD-OPENS - WS-W-MTD-CLOSES
           COMPUTE WS-PRI-NET = WS-W-PRI-OPENS - WS-W-PRI-CLOSES
           MOVE WS-W-DAY-OPENS       TO WS-S-DAY-OPN
           MOVE WS-W-DAY-CLOSES      TO WS-S-DAY-CLS
           MOVE WS-W-MTD-OPENS       TO WS-S-MTD-OPN
           MOVE WS-W-MTD-CLOSES      TO WS-S-MTD-CLS
           MOVE WS-MTD-NET           TO WS-S-MTD-NET
           MOVE WS-W-MTD-OPEN-BAL    TO WS-S-MTD-BAL
           MOVE WS-W-PRI-OPENS       TO WS-S-PRI-OPN
           MOVE WS-W-PRI-CLOSES      TO WS-S-PRI-CLS
           MOVE WS-PRI-NET           TO WS-S-PRI-NET
           COMPUTE WS-S-NET-CHG = WS-MTD-NET - WS-PRI-NET

           WRITE RPT-OP-FIELDS FROM WS-SUM-LINE
           MOVE    'ERROR WRITING SUMMARY' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           .
       2800-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    ONE SECTION - EVERY ENTRY OF THE DIMENSION IN WS-PRINT-DIM,
      *    THEN THE GRAND TOTAL
       2810-PRINT-DIMENSION.
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-SECTION-LINE
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-SUM-LABEL-1
           WRITE RPT-OP-FIELDS      FROM WS-SUM-LABEL-2
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           PERFORM 2820-PRINT-ONE-ENTRY THRU 2820-EXIT
              VARYING ACT-IDX FROM 1 BY 1
              UNTIL ACT-IDX > WS-ACT-COUNT

           MOVE SPACES                    TO WS-SUM-LINE
           MOVE 'TOTAL'                   TO WS-S-CODE
           MOVE WS-GRAND-COUNTS           TO WS-WORK-COUNTS
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           PERFORM 2800-PRINT-COUNTS    THRU 2800-EXIT
           .
       2810-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2820-PRINT-ONE-ENTRY.
           IF WS-ACT-DIM (ACT-IDX) NOT = WS-PRINT-DIM
              GO TO 2820-EXIT
           END-IF

           MOVE SPACES                    TO WS-SUM-LINE
           MOVE WS-ACT-CODE (ACT-IDX)     TO WS-S-CODE
           EVALUATE TRUE
              WHEN WS-PRINT-DIM = '2'
                 MOVE 'OTHER'             TO WS-S-DESC
                 SET TYP-IDX TO 1
                 SEARCH WS-TYPE-ENTRY
                    AT END CONTINUE
                    WHEN WS-TYPE-CODE (TYP-IDX) =
                         WS-ACT-CODE (ACT-IDX)(1:1)
                       MOVE WS-TYPE-NAME (TYP-IDX) TO WS-S-DESC
                 END-SEARCH
                 IF WS-ACT-CODE (ACT-IDX)(3:1) = 'B'
                    MOVE 'BUSINESS'       TO WS-S-DESC(10:8)
                 ELSE
                    MOVE 'CONSUMER'       TO WS-S-DESC(10:8)
                 END-IF
              WHEN WS-ACT-CODE (ACT-IDX) = '---'
                 IF WS-PRINT-DIM = '1'
                    MOVE 'NO BRANCH'      TO WS-S-DESC
                 ELSE
                    MOVE 'NOT RECORDED'   TO WS-S-DESC
                 END-IF
              WHEN WS-ACT-CODE (ACT-IDX) = 'BAT'
                 MOVE 'BATCH CLOSING'     TO WS-S-DESC
           END-EVALUATE
           MOVE WS-AT-COUNTS (ACT-IDX)    TO WS-WORK-COUNTS
           PERFORM 2800-PRINT-COUNTS    THRU 2800-EXIT
           .
       2820-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2830-PRINT-ONE-REASON.
           SET WS-RSN-SUB TO RSN-IDX
           MOVE SPACES                        TO WS-REASON-LINE
           MOVE WS-REASON-CODE (RSN-IDX)      TO WS-R-CODE
           MOVE WS-REASON-NAME (RSN-IDX)      TO WS-R-NAME
           MOVE WS-RC-DAY (WS-RSN-SUB)        TO WS-R-DAY
           MOVE WS-RC-MTD (WS-RSN-SUB)        TO WS-R-MTD
           MOVE WS-RC-PRI (WS-RSN-SUB)        TO WS-R-PRI
           WRITE RPT-OP-FIELDS FROM WS-REASON-LINE
           MOVE    'ERROR WRITING REASON LINE' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           .
       2830-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2840-PRINT-ONE-EARLY.
           MOVE SPACES                        TO WS-EARLY-LINE
           MOVE WS-EL-BRANCH (ERL-IDX)        TO WS-E-BRANCH
           MOVE WS-EL-PRODUCT (ERL-IDX)       TO WS-E-PRODUCT
           MOVE WS-EL-SSN (ERL-IDX)           TO WS-E-SSN
           MOVE WS-EL-ACCT (ERL-IDX)          TO WS-E-ACCT
           MOVE WS-EL-OPENED (ERL-IDX)        TO WS-E-OPENED
           MOVE WS-EL-CLOSED (ERL-IDX)        TO WS-E-CLOSED
           MOVE WS-EL-DAYS (ERL-IDX)          TO WS-E-DAYS
           MOVE WS-EL-OPEN-BAL (ERL-IDX)      TO WS-E-OPEN-BAL
           MOVE WS-EL-REASON (ERL-IDX)        TO WS-E-REASON
           MOVE WS-EL-OPN-OPID (ERL-IDX)      TO WS-E-OPN-OPID
           MOVE WS-EL-CLS-OPID (ERL-IDX)      TO WS-E-CLS-OPID
           WRITE RPT-OP-FIELDS FROM WS-EARLY-LINE
           MOVE    'ERROR WRITING EARLY LINE' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
           .
       2840-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       3000-HOUSEKEEPING.
           MOVE '3000-HOUSEKEEPING' TO ERR-LOC

           IF WS-DAY-EVENTS = 0
              MOVE 'NO ACCOUNTS WERE OPENED OR CLOSED'
                                          TO WS-NONE-TEXT
              WRITE RPT-OP-FIELDS   FROM WS-NONE-LINE
           END-IF

           MOVE '1'                       TO WS-PRINT-DIM
           MOVE 'ACTIVITY BY BRANCH'      TO WS-SEC-TITLE
           PERFORM 2810-PRINT-DIMENSION THRU 2810-EXIT
           MOVE '2'                       TO WS-PRINT-DIM
           MOVE 'ACTIVITY BY PRODUCT (TYPE AND CLASS)'
                                          TO WS-SEC-TITLE
           PERFORM 2810-PRINT-DIMENSION THRU 2810-EXIT
           MOVE '3'                       TO WS-PRINT-DIM
           MOVE 'ACTIVITY BY OPERATOR'    TO WS-SEC-TITLE
           PERFORM 2810-PRINT-DIMENSION THRU 2810-EXIT

           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           MOVE 'CLOSINGS BY REASON'      TO WS-SEC-TITLE
           WRITE RPT-OP-FIELDS      FROM WS-SECTION-LINE
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-REASON-LABEL
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           PERFORM 2830-PRINT-ONE-REASON THRU 2830-EXIT
              VARYING RSN-IDX FROM 1 BY 1
              UNTIL RSN-IDX > 11

           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           MOVE 'ACCOUNTS CLOSED THIS MONTH WITHIN 90 DAYS OF OPENING'
                                          TO WS-SEC-TITLE
           WRITE RPT-OP-FIELDS      FROM WS-SECTION-LINE
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           IF WS-EARLY-COUNT = 0
              MOVE 'NONE'                 TO WS-NONE-TEXT
              WRITE RPT-OP-FIELDS   FROM WS-NONE-LINE
           ELSE
              WRITE RPT-OP-FIELDS   FROM WS-EARLY-LABEL
              WRITE RPT-OP-FIELDS   FROM WS-SPACE
              PERFORM 2840-PRINT-ONE-EARLY THRU 2840-EXIT
                 VARYING ERL-IDX FROM 1 BY 1
                 UNTIL ERL-IDX > WS-EARLY-COUNT
           END-IF
           IF WS-EARLY-TOTAL > WS-EARLY-COUNT
              MOVE 'MORE EARLY CLOSINGS THAN THE LIST HOLDS - SEE TOTAL'
                                          TO WS-NONE-TEXT
              WRITE RPT-OP-FIELDS   FROM WS-NONE-LINE
           END-IF

           MOVE WS-READ-COUNT     TO WS-TR-RD-CNT
           MOVE WS-PM-OPENS       TO WS-TR-PM-OPN
           MOVE WS-PM-CLOSES      TO WS-TR-PM-CLS
           MOVE WS-EARLY-TOTAL    TO WS-TR-EARLY
           MOVE WS-NO-OPEN-COUNT  TO WS-TR-NO-OPN
           MOVE WS-NO-CLOSE-COUNT TO WS-TR-NO-CLS
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
           .
       3000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       8500-MASK-SSN.
           MOVE '*****'            TO WS-MASKED-SSN
           MOVE WS-SSN-TO-MASK(6:4) TO WS-MASKED-SSN(6:4)
           .
       8500-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       8600-FORMAT-DATE.
           MOVE SPACES TO WS-FMT-ISO
           STRING WS-FMT-YYYY '-' WS-FMT-MM '-' WS-FMT-DD
                  DELIMITED BY SIZE INTO WS-FMT-ISO
           .
       8600-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9993-ACCT-ERR-CHK.
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
       9993-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9994-TXN-ERR-CHK.
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
       9994-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9995-AUD-ERR-CHK.
           MOVE WBAUDTDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBAUDTDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE AUD-VSAM-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE AUD-VSAM-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE AUD-VSAM-REASON-CODE
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
