      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
        PROGRAM-ID. ESCHRMIT.
      ****************************************************************
      * Annual unclaimed-property remittance. Runs twice a year      *
      * against the state cutoff date. The notice run (any run date  *
      * before the cutoff) merges the DORMRPT escheatment extract on *
      * ESCHIN-DD with the outstanding WBOCHKDB-DD official checks   *
      * old enough to escheat by the cutoff, writes the holder       *
      * worklist on ESCHWORK-DD, and queues the due-diligence        *
      * letters ('UP') on NTFQUEUE-DD; a notice run later than the   *
      * statutory lead time ends with RC 4. The remittance run (on   *
      * or after the cutoff) re-reads the worklist and drops every   *
      * item the owner has reclaimed - an account reactivated or     *
      * emptied, a check paid, stopped or voided. Whatever is still  *
      * unclaimed is remitted: the account is debited to zero and    *
      * closed, the instrument is marked escheated, and the state    *
      * filing is written on ESCHRMT-DD with a holder header and a   *
      * control trailer. The account debits reach the GL through     *
      * GLJRNL like any posted item; the official checks post no     *
      * deposit item, so their balanced GL entry is written here on  *
      * ESCHGL-DD in the GLJOURNL layout. Cutoff, lead time, aging,  *
      * letter minimum and GL accounts can be overridden on          *
      * PARMIN-DD.                                                   *
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

           SELECT WBOCHKDB-FILE
               ASSIGN       TO WBOCHKDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS OCH-SERIAL
               FILE STATUS  IS WBOCHKDB-FILE-STATUS WBOCHKDB-VSAM-CODE.

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

           SELECT ESCH-IP    ASSIGN TO ESCHIN
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS ESCHIN-STAT.

           SELECT WRK-FILE   ASSIGN TO ESCHWORK
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS ESCWRK-STAT.

           SELECT REM-OP     ASSIGN TO ESCHRMT
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS ESCRMT-STAT.

           SELECT GLI-OP     ASSIGN TO ESCHGL
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS ESCHGL-STAT.

           SELECT NTF-FILE   ASSIGN TO NTFQUEUE
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS NTFQUE-STAT.

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

       FD  WBOCHKDB-FILE.
           COPY WBOCHREC.

       FD  WBCUSTDB-FILE.
           COPY WBCUSTREC.

       FD  WBBDATE-FILE.
           COPY WBBDTREC.

      *    THE DORMRPT ESCHEATMENT EXTRACT, SAME LAYOUT AS ITS ESCH-OP
       FD  ESCH-IP
           RECORD CONTAINS 80.
       01  ESCH-RECORD.
           05 ESCH-SSN                   PIC X(09).
           05 FILLER                     PIC X(01).
           05 ESCH-ACCT-NUM              PIC X(10).
           05 FILLER                     PIC X(01).
           05 ESCH-TYPE                  PIC X(01).
           05 FILLER                     PIC X(01).
           05 ESCH-BALANCE               PIC 9(13)V99.
           05 FILLER                     PIC X(01).
           05 ESCH-LAST-ACTIVITY         PIC X(10).
           05 FILLER                     PIC X(31).

      *    THE HOLDER WORKLIST - WRITTEN BY THE NOTICE RUN, READ BACK
      *    BY THE REMITTANCE RUN. ONE RECORD PER DORMANT ACCOUNT OR
      *    AGED OFFICIAL CHECK, WITH THE DATE ITS LETTER WAS QUEUED.
       FD  WRK-FILE
           RECORD CONTAINS 80.
       01  WRK-RECORD.
           05 WRK-SOURCE                 PIC X(01).
              88 WRK-SOURCE-ACCOUNT             VALUE 'A'.
              88 WRK-SOURCE-OFFICIAL-CHK        VALUE 'O'.
           05 WRK-SSN                    PIC X(09).
           05 WRK-ACCT-NUM               PIC X(10).
           05 WRK-SERIAL                 PIC 9(10).
           05 WRK-TYPE                   PIC X(01).
           05 WRK-AMOUNT                 PIC 9(13)V99.
           05 WRK-LAST-ACTIVITY          PIC X(10).
           05 WRK-LETTER-DATE            PIC X(10).
           05 WRK-CUTOFF-DATE            PIC X(10).
           05 FILLER                     PIC X(04).

      *    THE STATE FILING - ONE HOLDER HEADER, ONE DETAIL PER
      *    PROPERTY REMITTED, AND A CONTROL TRAILER CARRYING THE
      *    COUNT AND DOLLAR TOTAL THE STATE BALANCES THE FILE TO.
      *    PROPERTY TYPES ARE THE NAUPA CODES.
       FD  REM-OP
           RECORD CONTAINS 150.
       01  REM-RECORD.
           05 REM-RECORD-TYPE            PIC X(01).
              88 REM-TYPE-HEADER                VALUE 'H'.
              88 REM-TYPE-DETAIL                VALUE 'D'.
              88 REM-TYPE-TRAILER               VALUE 'T'.
           05 REM-DETAIL-AREA.
              10 REM-PROP-TYPE           PIC X(04).
              10 REM-OWNER-SSN           PIC X(09).
              10 REM-OWNER-NAME          PIC X(30).
              10 REM-OWNER-STREET        PIC X(20).
              10 REM-OWNER-CITY          PIC X(10).
              10 REM-OWNER-STATE         PIC X(04).
              10 REM-OWNER-ZIP           PIC 9(05).
              10 REM-PROP-ID             PIC X(10).
              10 REM-LAST-ACTIVITY       PIC X(10).
              10 REM-AMOUNT              PIC 9(11)V99.
              10 REM-LETTER-DATE         PIC X(10).
              10 FILLER                  PIC X(24).
           05 REM-HEADER-AREA REDEFINES REM-DETAIL-AREA.
              10 REM-HDR-HOLDER-NAME     PIC X(30).
              10 REM-HDR-REPORT-YEAR     PIC X(04).
              10 REM-HDR-CUTOFF-DATE     PIC X(10).
              10 REM-HDR-STATE           PIC X(02).
              10 REM-HDR-RUN-DATE        PIC X(10).
              10 FILLER                  PIC X(93).
           05 REM-TRAILER-AREA REDEFINES REM-DETAIL-AREA.
              10 REM-TR-RECORD-COUNT     PIC 9(09).
              10 REM-TR-TOTAL-AMOUNT     PIC 9(13)V99.
              10 FILLER                  PIC X(125).

      *    SAME LAYOUT AS THE GLJRNL JOURNAL ON GLJOURNL-DD, SO THE
      *    GL LOAD TAKES THE REMITTANCE ENTRY LIKE ANY OTHER JOURNAL
       FD  GLI-OP
           RECORD CONTAINS 100.
       01  GLJ-RECORD.
           05 GLJ-REC-TYPE               PIC X(01).
              88 GLJ-DETAIL                     VALUE 'D'.
              88 GLJ-TRAILER                    VALUE 'T'.
           05 GLJ-DETAIL-AREA.
              10 GLJ-GL-ACCT             PIC X(08).
              10 GLJ-DR-CR               PIC X(01).
              10 GLJ-AMOUNT              PIC 9(11)V99.
              10 GLJ-DATE                PIC X(10).
              10 GLJ-SOURCE-SSN          PIC X(09).
              10 GLJ-SOURCE-ACCT         PIC X(10).
              10 GLJ-SOURCE-ITEM         PIC 9(07).
              10 GLJ-DESC                PIC X(20).
              10 FILLER                  PIC X(21).
           05 GLJ-TRAILER-AREA REDEFINES GLJ-DETAIL-AREA.
              10 GLJ-TR-DATE             PIC X(10).
              10 GLJ-TR-DR-TOTAL         PIC 9(13)V99.
              10 GLJ-TR-CR-TOTAL         PIC 9(13)V99.
              10 GLJ-TR-LINE-COUNT       PIC 9(09).
              10 GLJ-TR-RELEASE-FLAG     PIC X(01).
              10 FILLER                  PIC X(49).

       FD  NTF-FILE
           RECORD CONTAINS 100.
           COPY WBNTFREC.

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
      *    'N' NOTICE RUN, 'R' REMITTANCE RUN - BLANK CHOOSES BY
      *    THE RUN DATE AGAINST THE CUTOFF
           05 PARM-RUN-PHASE             PIC X(01).
           05 FILLER                     PIC X(01).
           05 PARM-CUTOFF-DATE           PIC X(10).
           05 FILLER                     PIC X(01).
           05 PARM-LEAD-DAYS             PIC 9(03).
           05 FILLER                     PIC X(01).
           05 PARM-ESCHEAT-DAYS          PIC 9(05).
           05 FILLER                     PIC X(01).
           05 PARM-LETTER-MIN            PIC 9(05)V99.
           05 FILLER                     PIC X(01).
           05 PARM-LIAB-GLACCT           PIC X(08).
           05 FILLER                     PIC X(01).
           05 PARM-REMIT-GLACCT          PIC X(08).
           05 FILLER                     PIC X(01).
           05 PARM-STATE                 PIC X(02).
           05 FILLER                     PIC X(18).

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

       01  WBOCHKDB-FILE-STATUS.
           05  STA-OCH-STAT1             PIC X(01).
           05  STA-OCH-STAT2             PIC X(01).
       01  WBOCHKDB-VSAM-CODE.
           05 OCH-VSAM-RETURN-CODE       PIC S9(2) USAGE BINARY.
           05 OCH-VSAM-COMPONENT-CODE    PIC S9(1) USAGE BINARY.
           05 OCH-VSAM-REASON-CODE       PIC S9(3) USAGE BINARY.

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
              10 FILLER        PIC X(44)  VALUE SPACES.
              10 FILLER        PIC X(38)  VALUE
                        'UNCLAIMED PROPERTY ESCHEATMENT'.
              10 FILLER        PIC X(39)  VALUE SPACES.
              10 WS-DATE-R     PIC X(10)  VALUE SPACES.
              10 FILLER        PIC X(01)  VALUE SPACES.

           05 WS-HEADER-PHASE.
              10 FILLER        PIC X(07)  VALUE 'PHASE: '.
              10 WS-H-PHASE    PIC X(25)  VALUE SPACES.
              10 FILLER        PIC X(08)  VALUE 'CUTOFF: '.
              10 WS-H-CUTOFF   PIC X(10)  VALUE SPACES.
              10 FILLER        PIC X(82)  VALUE SPACES.

           05 WS-HEADER-LABEL.
              10 FILLER        PIC X(11)  VALUE 'SOURCE'.
              10 FILLER        PIC X(11)  VALUE 'SSN'.
              10 FILLER        PIC X(13)  VALUE 'ACCT/SERIAL'.
              10 FILLER        PIC X(16)  VALUE 'AMOUNT'.
              10 FILLER        PIC X(12)  VALUE 'LAST ACT'.
              10 FILLER        PIC X(30)  VALUE 'DISPOSITION'.
              10 FILLER        PIC X(39)  VALUE SPACES.

           05 WS-DETAIL-LINE.
              10 WS-D-SOURCE   PIC X(11).
              10 WS-D-SSN      PIC X(11).
              10 WS-D-ACCT     PIC X(13).
              10 WS-D-AMOUNT   PIC Z(10)9.99-.
              10 FILLER        PIC X(01)  VALUE SPACES.
              10 WS-D-LAST-ACT PIC X(10).
              10 FILLER        PIC X(02)  VALUE SPACES.
              10 WS-D-DISP     PIC X(30).
              10 FILLER        PIC X(39)  VALUE SPACES.

           05 WS-LATE-LINE.
              10 FILLER        PIC X(44)  VALUE
                 '*** WARNING - DUE-DILIGENCE LETTERS QUEUED '.
              10 WS-L-DAYS     PIC ZZZ9-.
              10 FILLER        PIC X(35)  VALUE
                 ' DAYS BEFORE CUTOFF, LEAD TIME IS '.
              10 WS-L-LEAD     PIC ZZ9.
              10 FILLER        PIC X(45)  VALUE ' ***'.

           05 WS-FOOTER.
              10 FILLER        PIC X(58)  VALUE ALL '='.
              10 FILLER        PIC X(15)  VALUE ' END OF REPORT '.
              10 FILLER        PIC X(59)  VALUE ALL '='.

           05 WS-TRAILER-1.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'PROPERTY ITEMS SELECTED   :'.
              10 WS-TR-SEL-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-2.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'DUE-DILIGENCE LETTERS     :'.
              10 WS-TR-LTR-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-3.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'RECLAIMED BY OWNER        :'.
              10 WS-TR-RCL-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-4.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'REMITTED TO THE STATE     :'.
              10 WS-TR-REM-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 WS-TR-REM-AMT PIC Z(10)9.99-.
              10 FILLER        PIC X(45)  VALUE SPACES.

       01  WS-VARS.
           05 WS-RUN-PHASE             PIC X(01)       VALUE SPACES.
              88 PHASE-NOTICE                          VALUE 'N'.
              88 PHASE-REMIT                           VALUE 'R'.
           05 WS-CUTOFF-DATE           PIC X(10)       VALUE SPACES.
           05 WS-LEAD-DAYS             PIC 9(03)       VALUE 60.
           05 WS-ESCHEAT-DAYS          PIC 9(05)       VALUE 1825.
           05 WS-LETTER-MIN            PIC 9(05)V99    VALUE 50.00.
           05 WS-LIAB-GLACCT           PIC X(08)       VALUE '20500000'.
           05 WS-REMIT-GLACCT          PIC X(08)       VALUE '20900000'.
           05 WS-STATE                 PIC X(02)       VALUE SPACES.
           05 WS-RUN-DATE-NUM          PIC 9(08)       VALUE ZERO.
           05 WS-CUTOFF-DATE-NUM       PIC 9(08)       VALUE ZERO.
           05 WS-ISSUE-DATE-NUM        PIC 9(08)       VALUE ZERO.
           05 WS-DAYS-TO-CUTOFF        PIC S9(05)      VALUE ZERO.
           05 WS-AGE-DAYS              PIC S9(05)      VALUE ZERO.
           05 WS-ACCT-BAL              PIC S9(13)V99   VALUE ZERO.
           05 WS-SELECT-COUNT          PIC 9(07)       VALUE ZERO.
           05 WS-LETTER-COUNT          PIC 9(07)       VALUE ZERO.
           05 WS-RECLAIM-COUNT         PIC 9(07)       VALUE ZERO.
           05 WS-REMIT-COUNT           PIC 9(07)       VALUE ZERO.
           05 WS-REMIT-AMOUNT          PIC S9(13)V99   VALUE ZERO.
           05 WS-OCH-REMIT-AMOUNT      PIC S9(13)V99   VALUE ZERO.
           05 WS-PAYEE-NAME            PIC X(30)       VALUE SPACES.

       01  WS-SSN-MASK-VARS.
      *    SSNS PRINT MASKED TO THE LAST FOUR DIGITS - ONLY THE
      *    REGULATOR EXTRACT FILES CARRY THE FULL VALUE
           05 WS-SSN-TO-MASK   PIC X(09)  VALUE SPACES.
           05 WS-MASKED-SSN    PIC X(09)  VALUE SPACES.

      ****************************************************************
      *  CUSTOMER NAME/ADDRESS TABLE LOADED ONCE FROM WBCUSTDB FOR    *
      *  THE OWNER BLOCK OF THE STATE FILING                          *
      ****************************************************************
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
           05 ERR-PGM          PIC X(08)  VALUE 'ESCHRMIT'.
           05 ERR-LOC          PIC X(20)  VALUE SPACES.
           05 ERR-MSG          PIC X(30)  VALUE SPACES.
           05 ERR-CODE         PIC 9(09)  VALUE ZERO.

       01  WS-FLAG-VARS.
           05 ESCHIN-STAT      PIC 9(02)  VALUE ZERO.
           05 ESCWRK-STAT      PIC 9(02)  VALUE ZERO.
           05 ESCRMT-STAT      PIC 9(02)  VALUE ZERO.
           05 ESCHGL-STAT      PIC 9(02)  VALUE ZERO.
           05 RCVJRN-STAT      PIC 9(02)  VALUE ZERO.
           05 RPTOUT-STAT      PIC 9(02)  VALUE ZERO.
           05 PARMIN-STAT      PIC 9(02)  VALUE ZERO.
           05 NTFQUE-STAT      PIC 9(02)  VALUE ZERO.
           05 EOF-FLAG         PIC X(01)  VALUE 'N'.
              88 END-OF-FILE              VALUE 'Y'.
           05 CUST-EOF-FLAG    PIC X(01)  VALUE 'N'.
              88 CUST-END-OF-FILE         VALUE 'Y'.
           05 ITEM-FOUND-FLAG  PIC X(01)  VALUE 'N'.
              88 ITEM-WAS-FOUND           VALUE 'Y'.

       01  WS-PARM-VARS.
           05 PARM-FOUND-FLAG     PIC X(01) VALUE 'N'.
              88 PARM-WAS-FOUND             VALUE 'Y'.

       PROCEDURE DIVISION.
      *
      * THIS PROGRAM SELECTS THE YEAR'S UNCLAIMED PROPERTY AND SENDS
      * THE DUE-DILIGENCE LETTERS BEFORE THE CUTOFF, THEN REMITS
      * WHATEVER IS STILL UNCLAIMED TO THE STATE AFTER IT.
      *
       0000-MAIN.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT

           IF PHASE-REMIT
              PERFORM 1300-LOAD-CUSTOMERS THRU 1300-EXIT
              PERFORM 4000-REMIT-PHASE    THRU 4000-EXIT
           ELSE
              PERFORM 2000-NOTICE-PHASE   THRU 2000-EXIT
           END-IF

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

           IF PHASE-REMIT
              MOVE 'REMITTANCE TO THE STATE' TO WS-H-PHASE
           ELSE
              MOVE 'DUE-DILIGENCE NOTICES'   TO WS-H-PHASE
           END-IF
           MOVE WS-CUTOFF-DATE TO WS-H-CUTOFF

           WRITE RPT-OP-FIELDS          FROM WS-HEADER-TITLE
           WRITE RPT-OP-FIELDS          FROM WS-SPACE
           WRITE RPT-OP-FIELDS          FROM WS-HEADER-PHASE
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
              IF PARM-RUN-PHASE = 'N' OR 'R'
                 MOVE PARM-RUN-PHASE      TO WS-RUN-PHASE
              END-IF
              IF PARM-CUTOFF-DATE NOT = SPACES
                 MOVE PARM-CUTOFF-DATE    TO WS-CUTOFF-DATE
              END-IF
              IF PARM-LEAD-DAYS IS NUMERIC AND PARM-LEAD-DAYS > 0
                 MOVE PARM-LEAD-DAYS      TO WS-LEAD-DAYS
              END-IF
              IF PARM-ESCHEAT-DAYS IS NUMERIC
                 AND PARM-ESCHEAT-DAYS > 0
                 MOVE PARM-ESCHEAT-DAYS   TO WS-ESCHEAT-DAYS
              END-IF
              IF PARM-LETTER-MIN IS NUMERIC
                 MOVE PARM-LETTER-MIN     TO WS-LETTER-MIN
              END-IF
              IF PARM-LIAB-GLACCT NOT = SPACES
                 MOVE PARM-LIAB-GLACCT    TO WS-LIAB-GLACCT
              END-IF
              IF PARM-REMIT-GLACCT NOT = SPACES
                 MOVE PARM-REMIT-GLACCT   TO WS-REMIT-GLACCT
              END-IF
              IF PARM-STATE NOT = SPACES
                 MOVE PARM-STATE          TO WS-STATE
              END-IF
           END-IF

      *    THE STATUTORY CUTOFF DEFAULTS TO NOVEMBER 1ST OF THE RUN
      *    YEAR; A RUN WITHOUT AN EXPLICIT PHASE SENDS THE LETTERS
      *    BEFORE IT AND REMITS ON OR AFTER IT
           IF WS-CUTOFF-DATE = SPACES
              STRING WS-DATE-R(1:4) '-11-01' DELIMITED BY SIZE
                     INTO WS-CUTOFF-DATE
           END-IF

           STRING WS-DATE-R(1:4) WS-DATE-R(6:2) WS-DATE-R(9:2)
                  DELIMITED BY SIZE
                  INTO WS-RUN-DATE-NUM
           STRING WS-CUTOFF-DATE(1:4) WS-CUTOFF-DATE(6:2)
                  WS-CUTOFF-DATE(9:2)
                  DELIMITED BY SIZE
                  INTO WS-CUTOFF-DATE-NUM

           IF WS-RUN-PHASE = SPACES
              IF WS-RUN-DATE-NUM < WS-CUTOFF-DATE-NUM
                 SET PHASE-NOTICE TO TRUE
              ELSE
                 SET PHASE-REMIT  TO TRUE
              END-IF
           END-IF

      *    NOTHING IS REMITTED BEFORE THE CUTOFF - THE OWNER HAS
      *    UNTIL THEN TO RECLAIM
           IF PHASE-REMIT
              AND WS-RUN-DATE-NUM < WS-CUTOFF-DATE-NUM
              DISPLAY 'ESCHRMIT - REMITTANCE RUN BEFORE CUTOFF '
                      WS-CUTOFF-DATE
              MOVE 8 TO RETURN-CODE
              STOP RUN
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
                 DISPLAY 'ESCHRMIT - CUSTOMER TABLE FULL'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           .
       1310-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    NOTICE RUN - BUILD THE WORKLIST FROM BOTH SOURCES AND
      *    QUEUE A LETTER FOR EVERY ITEM AT OR OVER THE MINIMUM
      *-----------------------------------------------------------------
       2000-NOTICE-PHASE.
           MOVE '2000-NOTICE-PHASE' TO ERR-LOC

      *    THE LETTERS MUST GO OUT THE STATUTORY LEAD TIME BEFORE THE
      *    CUTOFF; A LATE RUN STILL SENDS THEM BUT ENDS WITH A WARNING
           COMPUTE WS-DAYS-TO-CUTOFF =
              FUNCTION INTEGER-OF-DATE(WS-CUTOFF-DATE-NUM) -
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
           IF WS-DAYS-TO-CUTOFF < WS-LEAD-DAYS
              MOVE WS-DAYS-TO-CUTOFF TO WS-L-DAYS
              MOVE WS-LEAD-DAYS      TO WS-L-LEAD
              WRITE RPT-OP-FIELDS FROM WS-SPACE
              WRITE RPT-OP-FIELDS FROM WS-LATE-LINE
              MOVE    'ERROR WRITING RPT-OP' TO ERR-MSG
              PERFORM 9998-FILE-ERR-CHK    THRU 9998-EXIT
              DISPLAY 'ESCHRMIT - LETTERS INSIDE STATUTORY LEAD TIME'
              MOVE 4 TO RETURN-CODE
           END-IF

           OPEN INPUT ESCH-IP
           MOVE    'ERROR OPENING ESCHIN'    TO ERR-MSG
           PERFORM 9989-ESCIN-ERR-CHK      THRU 9989-EXIT

           OPEN INPUT WBACCTDB-FILE
           MOVE    'ERROR OPENING WBACCTDB'  TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK       THRU 9999-EXIT

           OPEN INPUT WBOCHKDB-FILE
           MOVE    'ERROR OPENING WBOCHKDB'  TO ERR-MSG
           PERFORM 9994-OCH-ERR-CHK        THRU 9994-EXIT

           OPEN OUTPUT WRK-FILE
           MOVE    'ERROR OPENING ESCHWORK'  TO ERR-MSG
           PERFORM 9990-WRK-ERR-CHK        THRU 9990-EXIT

      *    THE NOTIFICATION QUEUE IS A SHARED DATASET APPENDED TO BY
      *    EVERY BATCH WRITER - A FIRST-EVER RUN CREATES IT
           OPEN EXTEND NTF-FILE
           IF NTFQUE-STAT = 35
              OPEN OUTPUT NTF-FILE
           END-IF
           MOVE    'ERROR OPENING NTFQUEUE' TO ERR-MSG
           PERFORM 9993-NTF-ERR-CHK        THRU 9993-EXIT

           MOVE 'N' TO EOF-FLAG
           PERFORM 2100-SELECT-ONE-ACCOUNT THRU 2100-EXIT
              UNTIL END-OF-FILE

           MOVE 'N' TO EOF-FLAG
           MOVE ZERO TO OCH-SERIAL
           START WBOCHKDB-FILE KEY >= OCH-SERIAL
              INVALID KEY SET END-OF-FILE TO TRUE
           END-START
           PERFORM 2200-SELECT-ONE-INSTRUMENT THRU 2200-EXIT
              UNTIL END-OF-FILE

           CLOSE ESCH-IP
           CLOSE WBACCTDB-FILE
           MOVE      'ERROR CLOSING WBACCTDB' TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK        THRU 9999-EXIT

           CLOSE WBOCHKDB-FILE
           MOVE      'ERROR CLOSING WBOCHKDB' TO ERR-MSG
           PERFORM 9994-OCH-ERR-CHK         THRU 9994-EXIT

           CLOSE WRK-FILE
           MOVE      'ERROR CLOSING ESCHWORK' TO ERR-MSG
           PERFORM 9990-WRK-ERR-CHK         THRU 9990-EXIT

           CLOSE NTF-FILE
           MOVE      'ERROR CLOSING NTFQUEUE' TO ERR-MSG
           PERFORM 9993-NTF-ERR-CHK         THRU 9993-EXIT
           .
       2000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    ONE ACCOUNT FROM THE DORMRPT EXTRACT - RE-READ SO A
      *    CUSTOMER WHO CAME BACK SINCE THE EXTRACT IS LEFT OUT
       2100-SELECT-ONE-ACCOUNT.
           MOVE '2100-SELECT-ONE-ACCOUNT' TO ERR-LOC

           READ ESCH-IP
              AT END SET END-OF-FILE TO TRUE
           END-READ
           IF END-OF-FILE
              GO TO 2100-EXIT
           END-IF

           MOVE ESCH-SSN      TO ACCOUNT-SSN
           MOVE ESCH-ACCT-NUM TO ACCOUNT-NUMBER
           PERFORM 8100-READ-ACCOUNT THRU 8100-EXIT
           IF NOT ITEM-WAS-FOUND
              OR NOT ACCOUNT-DORMANT
              OR WS-ACCT-BAL NOT > ZERO
              GO TO 2100-EXIT
           END-IF

           MOVE SPACES             TO WRK-RECORD
           SET  WRK-SOURCE-ACCOUNT TO TRUE
           MOVE ACCOUNT-SSN        TO WRK-SSN
           MOVE ACCOUNT-NUMBER     TO WRK-ACCT-NUM
           MOVE ZERO               TO WRK-SERIAL
           MOVE ACCOUNT-TYPE-CODE  TO WRK-TYPE
           MOVE WS-ACCT-BAL        TO WRK-AMOUNT
           MOVE ESCH-LAST-ACTIVITY TO WRK-LAST-ACTIVITY
           MOVE WS-CUTOFF-DATE     TO WRK-CUTOFF-DATE

           MOVE SPACES             TO WS-DETAIL-LINE
           MOVE 'ACCOUNT'          TO WS-D-SOURCE
           MOVE ACCOUNT-NUMBER     TO WS-D-ACCT
           PERFORM 2300-WRITE-WORK-ITEM THRU 2300-EXIT
           .
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    ONE OFFICIAL CHECK - AGED TO THE CUTOFF THE SAME WAY
      *    OCHKRPT AGES IT TO THE RUN DATE, FROM EITHER DATE FORM
       2200-SELECT-ONE-INSTRUMENT.
           MOVE '2200-SELECT-ONE-INSTRUMENT' TO ERR-LOC

           READ WBOCHKDB-FILE NEXT
              AT END SET END-OF-FILE TO TRUE
           END-READ
           IF END-OF-FILE
              GO TO 2200-EXIT
           END-IF

           IF NOT OCH-STATUS-OUTSTANDING
              GO TO 2200-EXIT
           END-IF

           IF OCH-ISSUE-DATE(5:1) = '-'
              STRING OCH-ISSUE-DATE(1:4) OCH-ISSUE-DATE(6:2)
                     OCH-ISSUE-DATE(9:2)
                     DELIMITED BY SIZE INTO WS-ISSUE-DATE-NUM
           ELSE
              STRING OCH-ISSUE-DATE(7:4) OCH-ISSUE-DATE(1:2)
                     OCH-ISSUE-DATE(4:2)
                     DELIMITED BY SIZE INTO WS-ISSUE-DATE-NUM
           END-IF

           COMPUTE WS-AGE-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-CUTOFF-DATE-NUM) -
              FUNCTION INTEGER-OF-DATE(WS-ISSUE-DATE-NUM)
           IF WS-AGE-DAYS < WS-ESCHEAT-DAYS
              GO TO 2200-EXIT
           END-IF

           MOVE SPACES                  TO WRK-RECORD
           SET  WRK-SOURCE-OFFICIAL-CHK TO TRUE
           MOVE OCH-PURCH-SSN           TO WRK-SSN
           MOVE OCH-PURCH-ACCT-NUM      TO WRK-ACCT-NUM
           MOVE OCH-SERIAL              TO WRK-SERIAL
           MOVE OCH-AMOUNT              TO WRK-AMOUNT
           MOVE OCH-ISSUE-DATE          TO WRK-LAST-ACTIVITY
           MOVE WS-CUTOFF-DATE          TO WRK-CUTOFF-DATE

           MOVE SPACES                  TO WS-DETAIL-LINE
           MOVE 'OFF CHECK'             TO WS-D-SOURCE
           MOVE OCH-SERIAL              TO WS-D-ACCT
           PERFORM 2300-WRITE-WORK-ITEM THRU 2300-EXIT
           .
       2200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE DUE-DILIGENCE LETTER GOES TO THE OWNER OF RECORD - THE
      *    ACCOUNT HOLDER, OR THE PURCHASER OF AN OFFICIAL CHECK -
      *    FOR EVERY ITEM AT OR OVER THE STATUTORY MINIMUM
       2300-WRITE-WORK-ITEM.
           MOVE '2300-WRITE-WORK-ITEM' TO ERR-LOC

           IF WRK-AMOUNT >= WS-LETTER-MIN
              AND WRK-SSN NOT = SPACES
              MOVE WRK-SSN        TO NTF-SSN
              MOVE WRK-ACCT-NUM   TO NTF-ACCT-NUM
              MOVE WS-DATE-R      TO NTF-DATE
              SET  NTF-TYPE-UNCLAIMED-PROP TO TRUE
              MOVE SPACES         TO NTF-TEXT
              STRING 'UNCLAIMED FUNDS GO TO THE STATE ON '
                     WS-CUTOFF-DATE
                     ' - PLEASE CALL'
                     DELIMITED BY SIZE INTO NTF-TEXT

              WRITE WBNTF-RECORD
              MOVE    'ERROR WRITING NTFQUEUE' TO ERR-MSG
              PERFORM 9993-NTF-ERR-CHK       THRU 9993-EXIT

              MOVE WS-DATE-R      TO WRK-LETTER-DATE
              MOVE 'LETTER QUEUED'         TO WS-D-DISP
              ADD 1 TO WS-LETTER-COUNT
           ELSE
              MOVE 'SELECTED - UNDER MINIMUM' TO WS-D-DISP
           END-IF

           WRITE WRK-RECORD
           MOVE    'ERROR WRITING ESCHWORK' TO ERR-MSG
           PERFORM 9990-WRK-ERR-CHK       THRU 9990-EXIT
           ADD 1 TO WS-SELECT-COUNT

           MOVE WRK-SSN           TO WS-SSN-TO-MASK
           PERFORM 8500-MASK-SSN THRU 8500-EXIT
           MOVE WS-MASKED-SSN     TO WS-D-SSN
           MOVE WRK-AMOUNT        TO WS-D-AMOUNT
           MOVE WRK-LAST-ACTIVITY TO WS-D-LAST-ACT
           MOVE WS-DETAIL-LINE    TO RPT-OP-FIELDS
           PERFORM 2500-WRITE-RECORD THRU 2500-EXIT
           .
       2300-EXIT.
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
           MOVE WS-SELECT-COUNT   TO WS-TR-SEL-CNT
           MOVE WS-LETTER-COUNT   TO WS-TR-LTR-CNT
           MOVE WS-RECLAIM-COUNT  TO WS-TR-RCL-CNT
           MOVE WS-REMIT-COUNT    TO WS-TR-REM-CNT
           MOVE WS-REMIT-AMOUNT   TO WS-TR-REM-AMT
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-1
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-2
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-3
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-4
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
      *    REMITTANCE RUN - EVERY WORKLIST ITEM IS RE-VERIFIED
      *    AGAINST THE LIVE FILES; WHAT IS STILL UNCLAIMED IS
      *    REMITTED AND WRITTEN TO THE STATE FILING
      *-----------------------------------------------------------------
       4000-REMIT-PHASE.
           MOVE '4000-REMIT-PHASE' TO ERR-LOC

           OPEN INPUT WRK-FILE
           MOVE    'ERROR OPENING ESCHWORK'  TO ERR-MSG
           PERFORM 9990-WRK-ERR-CHK        THRU 9990-EXIT

           OPEN I-O WBACCTDB-FILE
           MOVE    'ERROR OPENING WBACCTDB'  TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK       THRU 9999-EXIT

           OPEN I-O WBTXNDB-FILE
           MOVE    'ERROR OPENING WBTXNDB'   TO ERR-MSG
           PERFORM 9996-TXN-ERR-CHK        THRU 9996-EXIT

           OPEN I-O WBOCHKDB-FILE
           MOVE    'ERROR OPENING WBOCHKDB'  TO ERR-MSG
           PERFORM 9994-OCH-ERR-CHK        THRU 9994-EXIT

           OPEN OUTPUT REM-OP
           MOVE    'ERROR OPENING ESCHRMT'   TO ERR-MSG
           PERFORM 9991-REM-ERR-CHK        THRU 9991-EXIT

           MOVE SPACES                 TO REM-RECORD
           SET  REM-TYPE-HEADER        TO TRUE
           MOVE 'WOODGROVE BANK'       TO REM-HDR-HOLDER-NAME
           MOVE WS-CUTOFF-DATE(1:4)    TO REM-HDR-REPORT-YEAR
           MOVE WS-CUTOFF-DATE         TO REM-HDR-CUTOFF-DATE
           MOVE WS-STATE               TO REM-HDR-STATE
           MOVE WS-DATE-R              TO REM-HDR-RUN-DATE
           WRITE REM-RECORD
           MOVE    'ERROR WRITING ESCHRMT'   TO ERR-MSG
           PERFORM 9991-REM-ERR-CHK        THRU 9991-EXIT

           MOVE 'N' TO EOF-FLAG
           PERFORM 4100-REMIT-ONE-ITEM THRU 4100-EXIT
              UNTIL END-OF-FILE

           MOVE SPACES                 TO REM-RECORD
           SET  REM-TYPE-TRAILER       TO TRUE
           MOVE WS-REMIT-COUNT         TO REM-TR-RECORD-COUNT
           MOVE WS-REMIT-AMOUNT        TO REM-TR-TOTAL-AMOUNT
           WRITE REM-RECORD
           MOVE    'ERROR WRITING ESCHRMT'   TO ERR-MSG
           PERFORM 9991-REM-ERR-CHK        THRU 9991-EXIT

           PERFORM 4600-WRITE-GL-ITEM THRU 4600-EXIT

           CLOSE WRK-FILE
           CLOSE REM-OP
           MOVE      'ERROR CLOSING ESCHRMT'  TO ERR-MSG
           PERFORM 9991-REM-ERR-CHK         THRU 9991-EXIT

           CLOSE WBACCTDB-FILE
           MOVE      'ERROR CLOSING WBACCTDB' TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK        THRU 9999-EXIT

           CLOSE WBTXNDB-FILE
           MOVE      'ERROR CLOSING WBTXNDB'  TO ERR-MSG
           PERFORM 9996-TXN-ERR-CHK         THRU 9996-EXIT

           CLOSE WBOCHKDB-FILE
           MOVE      'ERROR CLOSING WBOCHKDB' TO ERR-MSG
           PERFORM 9994-OCH-ERR-CHK         THRU 9994-EXIT
           .
       4000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       4100-REMIT-ONE-ITEM.
           MOVE '4100-REMIT-ONE-ITEM' TO ERR-LOC

           READ WRK-FILE
              AT END SET END-OF-FILE TO TRUE
           END-READ
           IF END-OF-FILE
              GO TO 4100-EXIT
           END-IF

           ADD 1 TO WS-SELECT-COUNT
           IF WRK-LETTER-DATE NOT = SPACES
              ADD 1 TO WS-LETTER-COUNT
           END-IF

           MOVE SPACES             TO WS-DETAIL-LINE
           MOVE WRK-SSN            TO WS-SSN-TO-MASK
           PERFORM 8500-MASK-SSN THRU 8500-EXIT
           MOVE WS-MASKED-SSN      TO WS-D-SSN
           MOVE WRK-LAST-ACTIVITY  TO WS-D-LAST-ACT

           IF WRK-SOURCE-ACCOUNT
              MOVE 'ACCOUNT'       TO WS-D-SOURCE
              MOVE WRK-ACCT-NUM    TO WS-D-ACCT
              PERFORM 4200-REMIT-ACCOUNT THRU 4200-EXIT
           ELSE
              MOVE 'OFF CHECK'     TO WS-D-SOURCE
              MOVE WRK-SERIAL      TO WS-D-ACCT
              PERFORM 4300-REMIT-INSTRUMENT THRU 4300-EXIT
           END-IF

           MOVE WS-DETAIL-LINE     TO RPT-OP-FIELDS
           PERFORM 2500-WRITE-RECORD THRU 2500-EXIT
           .
       4100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    AN ACCOUNT THE OWNER HAS REACTIVATED OR DRAWN DOWN SINCE
      *    THE LETTER IS RECLAIMED; OTHERWISE THE WHOLE BALANCE IS
      *    DEBITED AND THE ACCOUNT CLOSED. THE 'ESCHEAT REMITTANCE'
      *    DEBIT REACHES THE GL THROUGH GLJRNL LIKE ANY POSTED ITEM.
       4200-REMIT-ACCOUNT.
           MOVE '4200-REMIT-ACCOUNT' TO ERR-LOC

           MOVE WRK-SSN      TO ACCOUNT-SSN
           MOVE WRK-ACCT-NUM TO ACCOUNT-NUMBER
           PERFORM 8100-READ-ACCOUNT THRU 8100-EXIT
           IF NOT ITEM-WAS-FOUND
              OR NOT ACCOUNT-DORMANT
              OR WS-ACCT-BAL NOT > ZERO
              MOVE WRK-AMOUNT          TO WS-D-AMOUNT
              MOVE 'RECLAIMED - DROPPED' TO WS-D-DISP
              ADD 1 TO WS-RECLAIM-COUNT
              GO TO 4200-EXIT
           END-IF

           EVALUATE TRUE
              WHEN ACCOUNT-TYPE-CHK
                 MOVE ZERO TO ACCOUNT-CHK-BAL
                 ADD  1    TO ACCOUNT-CHK-DETAIL-ITEMS
                 MOVE ACCOUNT-CHK-DETAIL-ITEMS TO TXN-ITEM-NUM
              WHEN ACCOUNT-TYPE-SAV
                 MOVE ZERO TO ACCOUNT-SAV-BAL
                 ADD  1    TO ACCOUNT-SAV-DETAIL-ITEMS
                 MOVE ACCOUNT-SAV-DETAIL-ITEMS TO TXN-ITEM-NUM
              WHEN ACCOUNT-TYPE-CD
                 MOVE ZERO TO ACCOUNT-CD-BAL
                 ADD  1    TO ACCOUNT-CD-DETAIL-ITEMS
                 MOVE ACCOUNT-CD-DETAIL-ITEMS  TO TXN-ITEM-NUM
           END-EVALUATE
           MOVE 'C' TO ACCOUNT-STATUS-CODE

           REWRITE WBACCT-RECORD
           MOVE    'ERROR REWRITING WBACCTDB' TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK        THRU 9999-EXIT
           PERFORM 8700-JOURNAL-ACCT THRU 8700-EXIT

           MOVE ACCOUNT-SSN     TO TXN-SSN
           MOVE ACCOUNT-NUMBER  TO TXN-ACCT-NUM
           SET  TXN-TYPE-DEBIT  TO TRUE
           MOVE WS-DATE-R       TO TXN-DATE
           MOVE WS-ACCT-BAL     TO TXN-AMOUNT
           MOVE 'ESCHEAT REMITTANCE' TO TXN-MEMO

           WRITE WBTXN-RECORD
           MOVE    'ERROR WRITING WBTXNDB' TO ERR-MSG
           PERFORM 9996-TXN-ERR-CHK      THRU 9996-EXIT
           PERFORM 8710-JOURNAL-TXN THRU 8710-EXIT

           MOVE SPACES          TO REM-RECORD
           SET  REM-TYPE-DETAIL TO TRUE
           EVALUATE TRUE
              WHEN ACCOUNT-TYPE-CHK
                 MOVE 'AC01' TO REM-PROP-TYPE
              WHEN ACCOUNT-TYPE-SAV
                 MOVE 'AC02' TO REM-PROP-TYPE
              WHEN ACCOUNT-TYPE-CD
                 MOVE 'AC03' TO REM-PROP-TYPE
           END-EVALUATE
           MOVE ACCOUNT-SSN     TO REM-OWNER-SSN
           MOVE SPACES          TO WS-PAYEE-NAME
           MOVE ACCOUNT-NUMBER  TO REM-PROP-ID
           MOVE WS-ACCT-BAL     TO REM-AMOUNT
           PERFORM 4500-WRITE-REMIT-DETAIL THRU 4500-EXIT

           MOVE WS-ACCT-BAL     TO WS-D-AMOUNT
           MOVE 'REMITTED - ACCOUNT CLOSED' TO WS-D-DISP
           .
       4200-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    A CHECK PAID, STOPPED OR VOIDED SINCE THE LETTER IS
      *    RECLAIMED; OTHERWISE IT IS MARKED ESCHEATED AS OF THE RUN
      *    DATE. THE OWNER IS THE PAYEE; THE ADDRESS OF RECORD IS
      *    THE PURCHASER'S.
       4300-REMIT-INSTRUMENT.
           MOVE '4300-REMIT-INSTRUMENT' TO ERR-LOC

           MOVE 'Y'        TO ITEM-FOUND-FLAG
           MOVE WRK-SERIAL TO OCH-SERIAL
           READ WBOCHKDB-FILE
              INVALID KEY MOVE 'N' TO ITEM-FOUND-FLAG
           END-READ
           IF NOT ITEM-WAS-FOUND
              OR NOT OCH-STATUS-OUTSTANDING
              MOVE WRK-AMOUNT          TO WS-D-AMOUNT
              MOVE 'RECLAIMED - DROPPED' TO WS-D-DISP
              ADD 1 TO WS-RECLAIM-COUNT
              GO TO 4300-EXIT
           END-IF

           SET  OCH-STATUS-ESCHEATED TO TRUE
           MOVE WS-DATE-R            TO OCH-PAID-DATE
           REWRITE WBOCH-RECORD
           MOVE    'ERROR REWRITING WBOCHKDB' TO ERR-MSG
           PERFORM 9994-OCH-ERR-CHK         THRU 9994-EXIT

           MOVE SPACES          TO REM-RECORD
           SET  REM-TYPE-DETAIL TO TRUE
           MOVE 'MS16'          TO REM-PROP-TYPE
           MOVE OCH-PURCH-SSN   TO REM-OWNER-SSN
           MOVE OCH-PAYEE       TO WS-PAYEE-NAME
           MOVE OCH-SERIAL      TO REM-PROP-ID
           MOVE OCH-AMOUNT      TO REM-AMOUNT
           PERFORM 4500-WRITE-REMIT-DETAIL THRU 4500-EXIT

           ADD OCH-AMOUNT       TO WS-OCH-REMIT-AMOUNT
           MOVE OCH-AMOUNT      TO WS-D-AMOUNT
           MOVE 'REMITTED - CHECK ESCHEATED' TO WS-D-DISP
           .
       4300-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE OWNER BLOCK COMES FROM THE CUSTOMER FILE BY SSN; AN
      *    OFFICIAL CHECK NAMES ITS PAYEE AS THE OWNER
       4500-WRITE-REMIT-DETAIL.
           MOVE '4500-WRITE-REMIT-DETAIL' TO ERR-LOC

           MOVE 'OWNER NOT ON CUSTOMER FILE' TO REM-OWNER-NAME
           MOVE ZERO                  TO REM-OWNER-ZIP
           SET CUS-IDX TO 1
           SEARCH WS-CUST-ENTRY
              AT END CONTINUE
              WHEN WS-CUST-SSN (CUS-IDX) = REM-OWNER-SSN
                 MOVE WS-CUST-NAME (CUS-IDX)   TO REM-OWNER-NAME
                 MOVE WS-CUST-STREET (CUS-IDX) TO REM-OWNER-STREET
                 MOVE WS-CUST-CITY (CUS-IDX)   TO REM-OWNER-CITY
                 MOVE WS-CUST-STATE (CUS-IDX)  TO REM-OWNER-STATE
                 MOVE WS-CUST-ZIP (CUS-IDX)    TO REM-OWNER-ZIP
           END-SEARCH
           IF WS-PAYEE-NAME NOT = SPACES
              MOVE WS-PAYEE-NAME      TO REM-OWNER-NAME
           END-IF
           MOVE WRK-LAST-ACTIVITY     TO REM-LAST-ACTIVITY
           MOVE WRK-LETTER-DATE       TO REM-LETTER-DATE

           WRITE REM-RECORD
           MOVE    'ERROR WRITING ESCHRMT'   TO ERR-MSG
           PERFORM 9991-REM-ERR-CHK        THRU 9991-EXIT

           ADD 1          TO WS-REMIT-COUNT
           ADD REM-AMOUNT TO WS-REMIT-AMOUNT
           .
       4500-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE OFFICIAL-CHECK REMITTANCE POSTS NO DEPOSIT ITEM, SO
      *    ITS BALANCED ENTRY - THE CHECK LIABILITY DEBITED, THE
      *    AMOUNT DUE THE STATE CREDITED - IS JOURNALED HERE WITH
      *    A PROOF TRAILER RELEASED FOR THE GL LOAD
       4600-WRITE-GL-ITEM.
           MOVE '4600-WRITE-GL-ITEM' TO ERR-LOC

           OPEN OUTPUT GLI-OP
           MOVE    'ERROR OPENING ESCHGL'    TO ERR-MSG
           PERFORM 9992-GLI-ERR-CHK        THRU 9992-EXIT

           IF WS-OCH-REMIT-AMOUNT > ZERO
              MOVE SPACES               TO GLJ-RECORD
              SET  GLJ-DETAIL           TO TRUE
              MOVE WS-LIAB-GLACCT       TO GLJ-GL-ACCT
              MOVE 'D'                  TO GLJ-DR-CR
              MOVE WS-OCH-REMIT-AMOUNT  TO GLJ-AMOUNT
              MOVE WS-DATE-R            TO GLJ-DATE
              MOVE 'ESCHEAT'            TO GLJ-SOURCE-ACCT
              MOVE ZERO                 TO GLJ-SOURCE-ITEM
              MOVE 'OFFICIAL CHK ESCHEAT' TO GLJ-DESC
              WRITE GLJ-RECORD
              MOVE    'ERROR WRITING ESCHGL'  TO ERR-MSG
              PERFORM 9992-GLI-ERR-CHK      THRU 9992-EXIT

              MOVE WS-REMIT-GLACCT      TO GLJ-GL-ACCT
              MOVE 'C'                  TO GLJ-DR-CR
              WRITE GLJ-RECORD
              MOVE    'ERROR WRITING ESCHGL'  TO ERR-MSG
              PERFORM 9992-GLI-ERR-CHK      THRU 9992-EXIT
           END-IF

           MOVE SPACES                  TO GLJ-RECORD
           SET  GLJ-TRAILER             TO TRUE
           MOVE WS-DATE-R               TO GLJ-TR-DATE
           MOVE WS-OCH-REMIT-AMOUNT     TO GLJ-TR-DR-TOTAL
                                           GLJ-TR-CR-TOTAL
           IF WS-OCH-REMIT-AMOUNT > ZERO
              MOVE 2                    TO GLJ-TR-LINE-COUNT
           ELSE
              MOVE ZERO                 TO GLJ-TR-LINE-COUNT
           END-IF
           MOVE 'Y'                     TO GLJ-TR-RELEASE-FLAG
           WRITE GLJ-RECORD
           MOVE    'ERROR WRITING ESCHGL'    TO ERR-MSG
           PERFORM 9992-GLI-ERR-CHK        THRU 9992-EXIT

           CLOSE GLI-OP
           MOVE    'ERROR CLOSING ESCHGL'    TO ERR-MSG
           PERFORM 9992-GLI-ERR-CHK        THRU 9992-EXIT
           .
       4600-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    READ ONE ACCOUNT BY KEY AND PICK UP ITS BALANCE
       8100-READ-ACCOUNT.
           MOVE 'Y'  TO ITEM-FOUND-FLAG
           MOVE ZERO TO WS-ACCT-BAL
           READ WBACCTDB-FILE
              INVALID KEY MOVE 'N' TO ITEM-FOUND-FLAG
           END-READ
           IF NOT ITEM-WAS-FOUND
              GO TO 8100-EXIT
           END-IF

           EVALUATE TRUE
              WHEN ACCOUNT-TYPE-CHK
                 MOVE ACCOUNT-CHK-BAL TO WS-ACCT-BAL
              WHEN ACCOUNT-TYPE-SAV
                 MOVE ACCOUNT-SAV-BAL TO WS-ACCT-BAL
              WHEN ACCOUNT-TYPE-CD
                 MOVE ACCOUNT-CD-BAL  TO WS-ACCT-BAL
           END-EVALUATE
           .
       8100-EXIT.
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
      *    MASK AN SSN TO ITS LAST FOUR DIGITS FOR PRINTING
       8500-MASK-SSN.
           MOVE '*****'            TO WS-MASKED-SSN
           MOVE WS-SSN-TO-MASK(6:4) TO WS-MASKED-SSN(6:4)
           .
       8500-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9989-ESCIN-ERR-CHK.
           EVALUATE TRUE
               WHEN ESCHIN-STAT = 0
                    CONTINUE

               WHEN OTHER
                    DISPLAY 'FILE ERROR'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ESCHIN-STAT
                    STOP RUN
           END-EVALUATE
           .
       9989-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9990-WRK-ERR-CHK.
           EVALUATE TRUE
               WHEN ESCWRK-STAT = 0
                    CONTINUE

               WHEN OTHER
                    DISPLAY 'FILE ERROR'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ESCWRK-STAT
                    STOP RUN
           END-EVALUATE
           .
       9990-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9991-REM-ERR-CHK.
           EVALUATE TRUE
               WHEN ESCRMT-STAT = 0
                    CONTINUE

               WHEN OTHER
                    DISPLAY 'FILE ERROR'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ESCRMT-STAT
                    STOP RUN
           END-EVALUATE
           .
       9991-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9992-GLI-ERR-CHK.
           EVALUATE TRUE
               WHEN ESCHGL-STAT = 0
                    CONTINUE

               WHEN OTHER
                    DISPLAY 'FILE ERROR'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ESCHGL-STAT
                    STOP RUN
           END-EVALUATE
           .
       9992-EXIT.
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
       9994-OCH-ERR-CHK.
           MOVE WBOCHKDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBOCHKDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' ERR-CODE
                    MOVE OCH-VSAM-RETURN-CODE
                      TO WS-VSAM-RETURN-CODE-DIS
                    MOVE OCH-VSAM-COMPONENT-CODE
                      TO WS-VSAM-COMPONENT-CODE-DIS
                    MOVE OCH-VSAM-REASON-CODE
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
