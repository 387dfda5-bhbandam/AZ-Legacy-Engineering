      *------------------------
       IDENTIFICATION DIVISION.
      *------------------------
        PROGRAM-ID. RDCPOST.
      ****************************************************************
      * This program posts the mobile (remote deposit capture) items *
      * sent nightly by the capture vendor on RDCIN-DD to the        *
      * checking and savings accounts on WBACCTDB-DD. Each item      *
      * carries the check's own MICR line - routing, account and     *
      * serial - and is looked up on the deposited-item history on   *
      * WBDITMDB-DD: a check already deposited by mobile, at a       *
      * teller or in an ATM envelope is returned as a duplicate.     *
      * Each customer's mobile deposits are held to a daily and a    *
      * monthly limit, kept with the running totals on WBRDCLDB-DD - *
      * the bank defaults come from the parm card and a customer's   *
      * own limit overrides them. A good item posts as a WBTXNDB-DD  *
      * credit, is added to the history and the customer's totals,   *
      * and is held on WBHOLDDB-DD by the hold policy on WBHPOLDB-DD *
      * (an item drawn on our own routing number is an on-us check,  *
      * any other a local check); every exception hold queues a hold *
      * notice on NTFQUEUE-DD. Every failed item goes back to the    *
      * vendor on RDCRETS-DD with its reason. The posting report     *
      * carries control totals that tie items read to posted plus    *
      * returned.                                                    *
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
           SELECT RDC-IP     ASSIGN TO RDCIN
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS RDCIN-STAT.

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

           SELECT WBHPOLDB-FILE
               ASSIGN       TO WBHPOLDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS HPL-KEY
               FILE STATUS  IS WBHPOLDB-FILE-STATUS.

           SELECT WBDITMDB-FILE
               ASSIGN       TO WBDITMDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS DIT-KEY
               FILE STATUS  IS WBDITMDB-FILE-STATUS.

           SELECT WBRDCLDB-FILE
               ASSIGN       TO WBRDCLDB
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS RDL-KEY
               FILE STATUS  IS WBRDCLDB-FILE-STATUS.

           SELECT RET-OP     ASSIGN TO RDCRETS
                             ORGANIZATION IS SEQUENTIAL
                             FILE STATUS IS RETITEM-STAT.

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

      *    CAPTURED ITEM FROM THE VENDOR - THE MICR ACCOUNT IS LEFT
      *    JUSTIFIED AND THE SERIAL RIGHT JUSTIFIED WITH ZEROS
       FD  RDC-IP
           RECORD CONTAINS 120.
       01  RDC-RECORD.
           05 RDC-ITEM-ID                PIC X(15).
           05 RDC-SSN                    PIC X(09).
           05 RDC-ACCT-NUM               PIC X(10).
           05 RDC-ROUTING                PIC X(09).
           05 RDC-MICR-ACCT              PIC X(17).
           05 RDC-SERIAL                 PIC X(10).
           05 RDC-AMOUNT                 PIC 9(11)V99.
           05 RDC-CAPTURE-DATE           PIC X(10).
           05 FILLER                     PIC X(27).

       FD  WBACCTDB-FILE.
           COPY WBACCTREC.

       FD  WBTXNDB-FILE.
           COPY WBTXNREC.

       FD  WBHOLDDB-FILE.
           COPY WBHLDREC.

       FD  WBHPOLDB-FILE.
           COPY WBHPLREC.

       FD  WBDITMDB-FILE.
           COPY WBDITREC.

       FD  WBRDCLDB-FILE.
           COPY WBRDLREC.

      *    RETURNED ITEM BACK TO THE VENDOR - A DUPLICATE CARRIES THE
      *    CHANNEL AND DATE OF THE EARLIER DEPOSIT
       FD  RET-OP
           RECORD CONTAINS 120.
       01  RET-RECORD.
           05 RET-ITEM-ID                PIC X(15).
           05 RET-SSN                    PIC X(09).
           05 RET-ACCT-NUM               PIC X(10).
           05 RET-ROUTING                PIC X(09).
           05 RET-MICR-ACCT              PIC X(17).
           05 RET-SERIAL                 PIC X(10).
           05 RET-AMOUNT                 PIC 9(11)V99.
           05 RET-CAPTURE-DATE           PIC X(10).
           05 RET-REASON                 PIC X(20).
           05 RET-PRIOR-CHANNEL          PIC X(01).
           05 RET-PRIOR-DATE             PIC X(06).

       FD  NTF-FILE
           RECORD CONTAINS 100.
           COPY WBNTFREC.

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

      *    BANK DEFAULT LIMITS AND OUR OWN ROUTING NUMBER - A BLANK
      *    OR ZERO LIMIT TAKES THE BUILT-IN DEFAULT
       FD  PARM-FILE
           RECORD CONTAINS 80.
       01  PARM-RECORD.
           05 PARM-RUN-DATE              PIC X(10).
           05 PARM-DAILY-LIMIT           PIC 9(07)V99.
           05 PARM-MONTHLY-LIMIT         PIC 9(09)V99.
           05 PARM-BANK-ROUTING          PIC X(09).
           05 FILLER                     PIC X(41).

       WORKING-STORAGE SECTION.

       01  WBRUNLOG-FILE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-RUN-START-TIME             PIC X(08) VALUE SPACES.

       01  WBBDATE-FILE-STATUS           PIC X(02) VALUE SPACES.

       01  WBHPOLDB-FILE-STATUS          PIC X(02) VALUE SPACES.

       01  WBDITMDB-FILE-STATUS          PIC X(02) VALUE SPACES.

       01  WBRDCLDB-FILE-STATUS          PIC X(02) VALUE SPACES.

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

       01  WS-LABELS.
           05 WS-SPACE.
              10 FILLER        PIC X(1)   VALUE SPACE.

           05 WS-HEADER-TITLE.
              10 FILLER        PIC X(46)  VALUE SPACES.
              10 FILLER        PIC X(36)  VALUE
                                  'MOBILE DEPOSIT CAPTURE POSTING RUN'.
              10 FILLER        PIC X(39)  VALUE SPACES.
              10 WS-DATE-R     PIC X(10)  VALUE SPACES.
              10 FILLER        PIC X(01)  VALUE SPACES.

           05 WS-HEADER-LABEL.
              10 FILLER        PIC X(10)  VALUE 'SSN'.
              10 FILLER        PIC X(11)  VALUE 'ACCOUNT'.
              10 FILLER        PIC X(16)  VALUE 'VENDOR ITEM'.
              10 FILLER        PIC X(11)  VALUE 'SERIAL'.
              10 FILLER        PIC X(16)  VALUE '         AMOUNT'.
              10 FILLER        PIC X(31)  VALUE 'DISPOSITION'.
              10 FILLER        PIC X(37)  VALUE
                                    'HOLD / RELEASE / REASON'.

           05 WS-DETAIL-LINE.
              10 WS-D-SSN      PIC X(10).
              10 WS-D-ACCT     PIC X(11).
              10 WS-D-ITEM     PIC X(16).
              10 WS-D-SERIAL   PIC X(11).
              10 WS-D-AMOUNT   PIC Z(10)9.99-.
              10 FILLER        PIC X(01)  VALUE SPACES.
              10 WS-D-DISP     PIC X(31).
              10 WS-D-HOLD     PIC X(37).

           05 WS-FOOTER.
              10 FILLER        PIC X(58)  VALUE ALL '='.
              10 FILLER        PIC X(15)  VALUE ' END OF REPORT '.
              10 FILLER        PIC X(59)  VALUE ALL '='.

           05 WS-TRAILER-1.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'ITEMS READ                :'.
              10 WS-TR-IN-CNT  PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

           05 WS-TRAILER-2.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'ITEMS POSTED              :'.
              10 WS-TR-PST-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 WS-TR-PST-AMT PIC Z(10)9.99-.
              10 FILLER        PIC X(45)  VALUE SPACES.

           05 WS-TRAILER-3.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'ITEMS RETURNED            :'.
              10 WS-TR-RET-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 WS-TR-RET-AMT PIC Z(10)9.99-.
              10 FILLER        PIC X(45)  VALUE SPACES.

           05 WS-TRAILER-4.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    '  DUPLICATE ITEMS         :'.
              10 WS-TR-DUP-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 WS-TR-DUP-AMT PIC Z(10)9.99-.
              10 FILLER        PIC X(45)  VALUE SPACES.

           05 WS-TRAILER-5.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    '  OVER DEPOSIT LIMIT      :'.
              10 WS-TR-LIM-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 WS-TR-LIM-AMT PIC Z(10)9.99-.
              10 FILLER        PIC X(45)  VALUE SPACES.

           05 WS-TRAILER-6.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'HOLDS PLACED              :'.
              10 WS-TR-HLD-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(04)  VALUE SPACES.
              10 WS-TR-HLD-AMT PIC Z(10)9.99-.
              10 FILLER        PIC X(45)  VALUE SPACES.

           05 WS-TRAILER-7.
              10 FILLER        PIC X(30)  VALUE SPACES.
              10 FILLER        PIC X(27)  VALUE
                                    'HOLD NOTICES QUEUED       :'.
              10 WS-TR-NTF-CNT PIC ZZZ,ZZZ,ZZ9.
              10 FILLER        PIC X(64)  VALUE SPACES.

       01  WS-VARS.
           05 WS-READ-COUNT            PIC 9(07)     VALUE ZERO.
           05 WS-POST-COUNT            PIC 9(07)     VALUE ZERO.
           05 WS-POST-AMOUNT           PIC S9(13)V99 VALUE ZERO.
           05 WS-RETURN-COUNT          PIC 9(07)     VALUE ZERO.
           05 WS-RETURN-AMOUNT         PIC S9(13)V99 VALUE ZERO.
           05 WS-DUP-COUNT             PIC 9(07)     VALUE ZERO.
           05 WS-DUP-AMOUNT            PIC S9(13)V99 VALUE ZERO.
           05 WS-LIMIT-COUNT           PIC 9(07)     VALUE ZERO.
           05 WS-LIMIT-AMOUNT          PIC S9(13)V99 VALUE ZERO.
           05 WS-HOLD-COUNT            PIC 9(07)     VALUE ZERO.
           05 WS-HOLD-TOTAL            PIC S9(13)V99 VALUE ZERO.
           05 WS-NOTICE-COUNT          PIC 9(07)     VALUE ZERO.
           05 WS-RETURN-REASON         PIC X(20)     VALUE SPACES.
           05 WS-DEP-TYPE              PIC X(02)     VALUE SPACES.

      *    DEPOSITED-ITEM HISTORY AND THE CUSTOMER'S LIMITS - A
      *    DUPLICATE NAMES THE CHANNEL AND DATE OF THE EARLIER ITEM
       01  WS-RDC-VARS.
           05 WS-DFLT-DAILY-LIMIT      PIC S9(9)V99  VALUE 5000.00.
           05 WS-DFLT-MONTHLY-LIMIT    PIC S9(9)V99  VALUE 20000.00.
           05 WS-BANK-ROUTING          PIC X(09)     VALUE SPACES.
           05 WS-DAILY-LIMIT           PIC S9(9)V99  VALUE ZERO.
           05 WS-MONTHLY-LIMIT         PIC S9(9)V99  VALUE ZERO.
           05 WS-DAY-TOTAL             PIC S9(9)V99  VALUE ZERO.
           05 WS-MONTH-TOTAL           PIC S9(11)V99 VALUE ZERO.
           05 WS-SERIAL-NUM            PIC 9(10)     VALUE ZERO.
           05 WS-PRIOR-CHANNEL         PIC X(01)     VALUE SPACES.
           05 WS-PRIOR-DATE            PIC X(10)     VALUE SPACES.
           05 WS-PRIOR-NAME            PIC X(08)     VALUE SPACES.
           05 WS-DIT-FOUND-SW          PIC X(01)     VALUE 'N'.
              88 DUPLICATE-ITEM                      VALUE 'Y'.
           05 WS-RDL-FOUND-SW          PIC X(01)     VALUE 'N'.
              88 RDC-USAGE-ON-FILE                   VALUE 'Y'.

      *    HOLD POLICY (WBHPOLDB) - OPTIONAL; WITHOUT AN EFFECTIVE
      *    ENTRY FOR THE ITEM'S TYPE THE WHOLE ITEM IS HELD FOR THE
      *    DEFAULT DAYS
       01  WS-HOLD-VARS.
           05 WS-HOLD-DEFAULT-DAYS     PIC 9(03)     VALUE 2.
           05 WS-HPL-AVAIL-SW          PIC X(01)     VALUE 'N'.
              88 HOLD-POLICY-AVAILABLE               VALUE 'Y'.
           05 WS-HPL-SW                PIC X(01)     VALUE 'N'.
              88 HOLD-POLICY-IN-EFFECT               VALUE 'Y'.
           05 WS-HOLD-DAYS             PIC 9(03)     VALUE ZERO.
           05 WS-HOLD-AMOUNT           PIC S9(13)V99 VALUE ZERO.
           05 WS-HOLD-REASON           PIC X(14)     VALUE SPACES.
           05 WS-HOLD-EDIT-AMT         PIC Z(7)9.99.
           05 WS-HOLD-NEXT-SEQ         PIC 9(04)     VALUE ZERO.
           05 WS-HOLD-SCAN-SW          PIC X(01)     VALUE 'N'.
              88 HOLD-SCAN-DONE                      VALUE 'Y'.
           05 WS-RUN-DATE-NUM          PIC 9(08)     VALUE ZERO.
           05 WS-HOLD-REL-NUM          PIC 9(08)     VALUE ZERO.
           05 WS-HOLD-REL-ISO          PIC X(10)     VALUE SPACES.
           05 WS-HOLD-CALC-NUM         PIC 9(08)     VALUE ZERO.
           05 WS-NEW-CUTOFF-ISO        PIC X(10)     VALUE SPACES.
           05 WS-OD-CUTOFF-ISO         PIC X(10)     VALUE SPACES.
           05 WS-OPEN-ISO              PIC X(10)     VALUE SPACES.
           05 WS-TXN-ISO               PIC X(10)     VALUE SPACES.
           05 WS-OD-FOUND              PIC 9(04)     VALUE ZERO.
           05 WS-TXNSCAN-SW            PIC X(01)     VALUE 'N'.
              88 TXN-SCAN-DONE                       VALUE 'Y'.

       01  WS-DISPLAY-VARS.
           05 ERR-PGM          PIC X(07)  VALUE 'RDCPOST'.
           05 ERR-LOC          PIC X(20)  VALUE SPACES.
           05 ERR-MSG          PIC X(30)  VALUE SPACES.
           05 ERR-CODE         PIC 9(09)  VALUE ZERO.

       01  WS-FLAG-VARS.
           05 RCVJRN-STAT      PIC 9(02)  VALUE ZERO.
           05 RPTOUT-STAT      PIC 9(02)  VALUE ZERO.
           05 PARMIN-STAT      PIC 9(02)  VALUE ZERO.
           05 RDCIN-STAT       PIC 9(02)  VALUE ZERO.
           05 RETITEM-STAT     PIC 9(02)  VALUE ZERO.
           05 NTFQUE-STAT      PIC 9(02)  VALUE ZERO.
           05 EOF-FLAG         PIC X(01)  VALUE 'N'.
              88 END-OF-FILE              VALUE 'Y'.
           05 ACCT-NOTFND-FLAG PIC X(01)  VALUE 'N'.
              88 ACCT-NOT-FOUND           VALUE 'Y'.

       01  WS-PARM-VARS.
           05 PARM-FOUND-FLAG     PIC X(01) VALUE 'N'.
              88 PARM-WAS-FOUND             VALUE 'Y'.

       PROCEDURE DIVISION.
      *
      * THIS PROGRAM POSTS EACH MOBILE DEPOSIT ITEM AS A WBTXNDB-DD
      * CREDIT, RECORDS IT ON THE DEPOSITED-ITEM HISTORY, HOLDS IT BY
      * THE HOLD POLICY, AND RETURNS DUPLICATES, OVER-LIMIT ITEMS
      * AND EVERYTHING ELSE THAT CANNOT POST TO THE VENDOR WITH A
      * REASON.
      *
       0000-MAIN.
           PERFORM 1000-INITIALIZE   THRU 1000-EXIT

           MOVE SPACES TO EOF-FLAG
           OPEN INPUT RDC-IP
           MOVE       'ERROR OPENING RDCIN'      TO ERR-MSG
           PERFORM 9994-RDC-ERR-CHK             THRU 9994-EXIT

           OPEN I-O WBACCTDB-FILE
           MOVE       'ERROR OPENING WBACCTDB'   TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK           THRU 9999-EXIT

           OPEN I-O WBTXNDB-FILE
           MOVE       'ERROR OPENING WBTXNDB'    TO ERR-MSG
           PERFORM 9996-TXN-ERR-CHK             THRU 9996-EXIT

           OPEN I-O WBHOLDDB-FILE
           MOVE       'ERROR OPENING WBHOLDDB'   TO ERR-MSG
           PERFORM 9992-HLD-ERR-CHK             THRU 9992-EXIT

      *    THE HISTORY AND THE USAGE FILE ARE CREATED BY THE FIRST
      *    RUN THAT NEEDS THEM
           OPEN I-O WBDITMDB-FILE
           IF WBDITMDB-FILE-STATUS = '35'
              OPEN OUTPUT WBDITMDB-FILE
              CLOSE WBDITMDB-FILE
              OPEN I-O WBDITMDB-FILE
           END-IF
           MOVE       'ERROR OPENING WBDITMDB'   TO ERR-MSG
           PERFORM 9990-DIT-ERR-CHK             THRU 9990-EXIT

           OPEN I-O WBRDCLDB-FILE
           IF WBRDCLDB-FILE-STATUS = '35'
              OPEN OUTPUT WBRDCLDB-FILE
              CLOSE WBRDCLDB-FILE
              OPEN I-O WBRDCLDB-FILE
           END-IF
           MOVE       'ERROR OPENING WBRDCLDB'   TO ERR-MSG
           PERFORM 9991-RDL-ERR-CHK             THRU 9991-EXIT

      *    THE HOLD POLICY IS OPTIONAL - WITHOUT IT EVERY ITEM IS
      *    HELD IN FULL FOR THE DEFAULT DAYS
           OPEN INPUT WBHPOLDB-FILE
           IF WBHPOLDB-FILE-STATUS = '00'
              SET HOLD-POLICY-AVAILABLE TO TRUE
           END-IF

           PERFORM 2000-PROCESS-ALL-ITEMS
              THRU 2000-EXIT
             UNTIL END-OF-FILE

           CLOSE RDC-IP
           CLOSE WBACCTDB-FILE
           MOVE      'ERROR CLOSING WBACCTDB' TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK        THRU 9999-EXIT

           CLOSE WBTXNDB-FILE
           MOVE      'ERROR CLOSING WBTXNDB' TO ERR-MSG
           PERFORM 9996-TXN-ERR-CHK         THRU 9996-EXIT

           CLOSE WBHOLDDB-FILE
           MOVE      'ERROR CLOSING WBHOLDDB' TO ERR-MSG
           PERFORM 9992-HLD-ERR-CHK         THRU 9992-EXIT

           CLOSE WBDITMDB-FILE
           MOVE      'ERROR CLOSING WBDITMDB' TO ERR-MSG
           PERFORM 9990-DIT-ERR-CHK         THRU 9990-EXIT

           CLOSE WBRDCLDB-FILE
           MOVE      'ERROR CLOSING WBRDCLDB' TO ERR-MSG
           PERFORM 9991-RDL-ERR-CHK         THRU 9991-EXIT

           IF HOLD-POLICY-AVAILABLE
              CLOSE WBHPOLDB-FILE
           END-IF

           PERFORM 3000-HOUSEKEEPING THRU 3000-EXIT
           STOP RUN.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE '1000-INITIALIZE'        TO ERR-LOC

           PERFORM 1070-READ-PARMS       THRU 1070-EXIT

           STRING WS-DATE-R(1:4) WS-DATE-R(6:2) WS-DATE-R(9:2)
                  DELIMITED BY SIZE
                  INTO WS-RUN-DATE-NUM

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

           OPEN OUTPUT RET-OP
           MOVE    'ERROR OPENING RDCRETS'  TO ERR-MSG
           PERFORM 9995-RET-ERR-CHK        THRU 9995-EXIT

      *    HOLD NOTICES JOIN THE SHARED NOTIFICATION QUEUE - A
      *    FIRST-EVER RUN CREATES IT
           OPEN EXTEND NTF-FILE
           IF NTFQUE-STAT = 35
              OPEN OUTPUT NTF-FILE
           END-IF
           MOVE    'ERROR OPENING NTFQUEUE' TO ERR-MSG
           PERFORM 9993-NTF-ERR-CHK        THRU 9993-EXIT

      *    THE SIX-MONTH CUTOFF FOR COUNTING OVERDRAFT CHARGES - THE
      *    NEW-ACCOUNT CUTOFF DEPENDS ON EACH TYPE'S AGE AND IS
      *    TAKEN WITH THE POLICY ENTRY
           COMPUTE WS-HOLD-CALC-NUM =
              FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) - 182)
           STRING WS-HOLD-CALC-NUM(1:4) '-'
                  WS-HOLD-CALC-NUM(5:2) '-'
                  WS-HOLD-CALC-NUM(7:2) DELIMITED BY SIZE
                  INTO WS-OD-CUTOFF-ISO

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
              IF PARM-DAILY-LIMIT IS NUMERIC
                 AND PARM-DAILY-LIMIT > 0
                 MOVE PARM-DAILY-LIMIT    TO WS-DFLT-DAILY-LIMIT
              END-IF
              IF PARM-MONTHLY-LIMIT IS NUMERIC
                 AND PARM-MONTHLY-LIMIT > 0
                 MOVE PARM-MONTHLY-LIMIT  TO WS-DFLT-MONTHLY-LIMIT
              END-IF
              MOVE PARM-BANK-ROUTING      TO WS-BANK-ROUTING
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
       2000-PROCESS-ALL-ITEMS.
           MOVE '2000-PROCESS-ALL-ITEMS' TO ERR-LOC

           READ RDC-IP
              AT END SET END-OF-FILE TO TRUE
           END-READ

           IF NOT END-OF-FILE
              ADD 1 TO WS-READ-COUNT
              PERFORM 2100-POST-ONE-ITEM THRU 2100-EXIT
           END-IF
           .
       2000-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2100-POST-ONE-ITEM.
           MOVE '2100-POST-ONE-ITEM' TO ERR-LOC
           MOVE 'N'                  TO ACCT-NOTFND-FLAG
           MOVE 'N'                  TO WS-DIT-FOUND-SW
           MOVE SPACES               TO WS-RETURN-REASON

      *    A CHECK DRAWN ON OUR OWN ROUTING NUMBER IS AN ON-US ITEM
           IF WS-BANK-ROUTING NOT = SPACES
              AND RDC-ROUTING = WS-BANK-ROUTING
              MOVE 'OC' TO WS-DEP-TYPE
           ELSE
              MOVE 'LC' TO WS-DEP-TYPE
           END-IF

           MOVE SPACES         TO WS-DETAIL-LINE
           MOVE RDC-SSN        TO WS-D-SSN
           MOVE RDC-ACCT-NUM   TO WS-D-ACCT
           MOVE RDC-ITEM-ID    TO WS-D-ITEM
           MOVE RDC-SERIAL     TO WS-D-SERIAL

           IF RDC-AMOUNT IS NOT NUMERIC
              MOVE 'BAD AMOUNT'        TO WS-RETURN-REASON
           ELSE
              MOVE RDC-AMOUNT          TO WS-D-AMOUNT
              IF RDC-AMOUNT = 0
                 MOVE 'BAD AMOUNT'     TO WS-RETURN-REASON
              END-IF
           END-IF
           IF WS-RETURN-REASON = SPACES
              IF RDC-ROUTING IS NOT NUMERIC
                 OR RDC-MICR-ACCT = SPACES
                 OR RDC-SERIAL IS NOT NUMERIC
                 MOVE 'MICR LINE INCOMPLETE' TO WS-RETURN-REASON
              ELSE
                 MOVE RDC-SERIAL TO WS-SERIAL-NUM
              END-IF
           END-IF

           IF WS-RETURN-REASON = SPACES
              MOVE RDC-SSN        TO ACCOUNT-SSN
              MOVE RDC-ACCT-NUM   TO ACCOUNT-NUMBER
              READ WBACCTDB-FILE
                 INVALID KEY SET ACCT-NOT-FOUND TO TRUE
              END-READ

              EVALUATE TRUE
                 WHEN ACCT-NOT-FOUND
                    MOVE 'NO ACCOUNT'         TO WS-RETURN-REASON
                 WHEN ACCOUNT-CLOSED
                    MOVE 'ACCOUNT CLOSED'     TO WS-RETURN-REASON
                 WHEN ACCOUNT-TYPE-CHK
                    CONTINUE
                 WHEN ACCOUNT-TYPE-SAV
                    CONTINUE
                 WHEN OTHER
                    MOVE 'ACCT TYPE NOT ELIG' TO WS-RETURN-REASON
              END-EVALUATE
           END-IF

           IF WS-RETURN-REASON = SPACES
              PERFORM 2110-CHECK-DUPLICATE THRU 2110-EXIT
           END-IF
           IF WS-RETURN-REASON = SPACES
              PERFORM 2115-CHECK-LIMITS    THRU 2115-EXIT
           END-IF

           IF WS-RETURN-REASON = SPACES
              PERFORM 2120-POST-CREDIT     THRU 2120-EXIT
              PERFORM 2125-RECORD-ITEM     THRU 2125-EXIT
              PERFORM 2150-PLACE-HOLD      THRU 2150-EXIT
              MOVE 'POSTED' TO WS-D-DISP
              ADD 1          TO WS-POST-COUNT
              ADD RDC-AMOUNT TO WS-POST-AMOUNT
           ELSE
              PERFORM 2130-RETURN-ITEM THRU 2130-EXIT
              STRING 'RETURNED - ' WS-RETURN-REASON
                     DELIMITED BY SIZE INTO WS-D-DISP
              ADD 1          TO WS-RETURN-COUNT
              IF RDC-AMOUNT IS NUMERIC
                 ADD RDC-AMOUNT TO WS-RETURN-AMOUNT
              END-IF
           END-IF

           MOVE WS-DETAIL-LINE TO RPT-OP-FIELDS
           PERFORM 2500-WRITE-RECORD THRU 2500-EXIT
           .
       2100-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    LOOK THE CHECK UP BY ITS MICR LINE - A HIT IS A CHECK
      *    ALREADY DEPOSITED, BY MOBILE, AT A TELLER OR IN AN ATM
      *    ENVELOPE, EARLIER IN THIS FILE OR ON ANY EARLIER DAY
       2110-CHECK-DUPLICATE.
           MOVE '2110-CHECK-DUPLICATE' TO ERR-LOC

           MOVE RDC-ROUTING    TO DIT-ROUTING
           MOVE RDC-MICR-ACCT  TO DIT-MICR-ACCT
           MOVE WS-SERIAL-NUM  TO DIT-SERIAL
           READ WBDITMDB-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY SET DUPLICATE-ITEM TO TRUE
           END-READ
           IF NOT DUPLICATE-ITEM
              GO TO 2110-EXIT
           END-IF

           MOVE DIT-CHANNEL-CODE TO WS-PRIOR-CHANNEL
           MOVE DIT-DEPOSIT-DATE TO WS-PRIOR-DATE
           EVALUATE TRUE
              WHEN DIT-CHANNEL-MOBILE
                 MOVE 'MOBILE'   TO WS-PRIOR-NAME
              WHEN DIT-CHANNEL-TELLER
                 MOVE 'TELLER'   TO WS-PRIOR-NAME
              WHEN DIT-CHANNEL-ATM
                 MOVE 'ATM'      TO WS-PRIOR-NAME
              WHEN OTHER
                 MOVE 'OTHER'    TO WS-PRIOR-NAME
           END-EVALUATE
           MOVE 'DUPLICATE ITEM' TO WS-RETURN-REASON
           STRING 'PRIOR '         DELIMITED BY SIZE
                  WS-PRIOR-NAME    DELIMITED BY SPACE
                  ' '              DELIMITED BY SIZE
                  WS-PRIOR-DATE    DELIMITED BY SIZE
                  INTO WS-D-HOLD
           ADD 1          TO WS-DUP-COUNT
           ADD RDC-AMOUNT TO WS-DUP-AMOUNT
           .
       2110-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    HOLD THE CUSTOMER TO THE DAILY AND MONTHLY MOBILE DEPOSIT
      *    LIMITS - THE CUSTOMER'S OWN LIMIT WHERE ONE IS SET, THE
      *    BANK DEFAULT OTHERWISE. THE RUNNING TOTALS RESTART WHEN
      *    THE DAY OR THE MONTH HAS MOVED ON SINCE THE LAST DEPOSIT.
       2115-CHECK-LIMITS.
           MOVE '2115-CHECK-LIMITS' TO ERR-LOC
           MOVE 'N'                 TO WS-RDL-FOUND-SW

           MOVE RDC-SSN TO RDL-SSN
           READ WBRDCLDB-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY SET RDC-USAGE-ON-FILE TO TRUE
           END-READ

           IF NOT RDC-USAGE-ON-FILE
              MOVE SPACES          TO WBRDL-RECORD
              MOVE RDC-SSN         TO RDL-SSN
              MOVE ZERO            TO RDL-DAILY-LIMIT
                                      RDL-MONTHLY-LIMIT
                                      RDL-DAY-TOTAL
                                      RDL-MONTH-TOTAL
              SET  RDL-STATUS-ACTIVE TO TRUE
           END-IF

           IF RDL-STATUS-SUSPENDED
              MOVE 'MOBILE DEP SUSPENDED' TO WS-RETURN-REASON
              GO TO 2115-EXIT
           END-IF

           MOVE WS-DFLT-DAILY-LIMIT   TO WS-DAILY-LIMIT
           IF RDL-DAILY-LIMIT > 0
              MOVE RDL-DAILY-LIMIT    TO WS-DAILY-LIMIT
           END-IF
           MOVE WS-DFLT-MONTHLY-LIMIT TO WS-MONTHLY-LIMIT
           IF RDL-MONTHLY-LIMIT > 0
              MOVE RDL-MONTHLY-LIMIT  TO WS-MONTHLY-LIMIT
           END-IF

           MOVE ZERO TO WS-DAY-TOTAL WS-MONTH-TOTAL
           IF RDL-LAST-DATE = WS-DATE-R
              MOVE RDL-DAY-TOTAL      TO WS-DAY-TOTAL
           END-IF
           IF RDL-MONTH = WS-DATE-R(1:7)
              MOVE RDL-MONTH-TOTAL    TO WS-MONTH-TOTAL
           END-IF

           EVALUATE TRUE
              WHEN WS-DAY-TOTAL + RDC-AMOUNT > WS-DAILY-LIMIT
                 MOVE 'OVER DAILY LIMIT'   TO WS-RETURN-REASON
              WHEN WS-MONTH-TOTAL + RDC-AMOUNT > WS-MONTHLY-LIMIT
                 MOVE 'OVER MONTHLY LIMIT' TO WS-RETURN-REASON
              WHEN OTHER
                 GO TO 2115-EXIT
           END-EVALUATE
           ADD 1          TO WS-LIMIT-COUNT
           ADD RDC-AMOUNT TO WS-LIMIT-AMOUNT
           .
       2115-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2120-POST-CREDIT.
           MOVE '2120-POST-CREDIT' TO ERR-LOC

           EVALUATE TRUE
              WHEN ACCOUNT-TYPE-CHK
                 ADD RDC-AMOUNT TO ACCOUNT-CHK-BAL
                 ADD 1          TO ACCOUNT-CHK-DETAIL-ITEMS
                 MOVE ACCOUNT-CHK-DETAIL-ITEMS TO TXN-ITEM-NUM
              WHEN ACCOUNT-TYPE-SAV
                 ADD RDC-AMOUNT TO ACCOUNT-SAV-BAL
                 ADD 1          TO ACCOUNT-SAV-DETAIL-ITEMS
                 MOVE ACCOUNT-SAV-DETAIL-ITEMS TO TXN-ITEM-NUM
           END-EVALUATE

           REWRITE WBACCT-RECORD
           MOVE    'ERROR REWRITING WBACCTDB' TO ERR-MSG
           PERFORM 9999-VSAM-ERR-CHK        THRU 9999-EXIT
           PERFORM 8700-JOURNAL-ACCT THRU 8700-EXIT

           MOVE ACCOUNT-SSN     TO TXN-SSN
           MOVE ACCOUNT-NUMBER  TO TXN-ACCT-NUM
           SET  TXN-TYPE-CREDIT TO TRUE
           MOVE WS-DATE-R       TO TXN-DATE
           MOVE RDC-AMOUNT      TO TXN-AMOUNT
           MOVE SPACES          TO TXN-MEMO
           STRING 'MOBILE DEP ' RDC-SERIAL
                  DELIMITED BY SIZE INTO TXN-MEMO

           WRITE WBTXN-RECORD
           MOVE    'ERROR WRITING WBTXNDB' TO ERR-MSG
           PERFORM 9996-TXN-ERR-CHK      THRU 9996-EXIT
           PERFORM 8710-JOURNAL-TXN THRU 8710-EXIT
           .
       2120-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    RECORD THE POSTED CHECK ON THE DEPOSITED-ITEM HISTORY AND
      *    CARRY IT INTO THE CUSTOMER'S RUNNING TOTALS
       2125-RECORD-ITEM.
           MOVE '2125-RECORD-ITEM' TO ERR-LOC

           MOVE SPACES          TO WBDIT-RECORD
           MOVE RDC-ROUTING     TO DIT-ROUTING
           MOVE RDC-MICR-ACCT   TO DIT-MICR-ACCT
           MOVE WS-SERIAL-NUM   TO DIT-SERIAL
           SET  DIT-CHANNEL-MOBILE TO TRUE
           MOVE RDC-SSN         TO DIT-SSN
           MOVE RDC-ACCT-NUM    TO DIT-ACCT-NUM
           MOVE RDC-AMOUNT      TO DIT-AMOUNT
           MOVE WS-DATE-R       TO DIT-DEPOSIT-DATE
           MOVE RDC-ITEM-ID     TO DIT-ITEM-REF
           MOVE ERR-PGM         TO DIT-SOURCE-ID
           WRITE WBDIT-RECORD
           MOVE    'ERROR WRITING WBDITMDB' TO ERR-MSG
           PERFORM 9990-DIT-ERR-CHK       THRU 9990-EXIT

           COMPUTE RDL-DAY-TOTAL   = WS-DAY-TOTAL   + RDC-AMOUNT
           COMPUTE RDL-MONTH-TOTAL = WS-MONTH-TOTAL + RDC-AMOUNT
           MOVE WS-DATE-R       TO RDL-LAST-DATE
           MOVE WS-DATE-R(1:7)  TO RDL-MONTH
           IF RDC-USAGE-ON-FILE
              REWRITE WBRDL-RECORD
           ELSE
              WRITE WBRDL-RECORD
           END-IF
           MOVE    'ERROR WRITING WBRDCLDB' TO ERR-MSG
           PERFORM 9991-RDL-ERR-CHK       THRU 9991-EXIT
           .
       2125-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2130-RETURN-ITEM.
           MOVE '2130-RETURN-ITEM' TO ERR-LOC

           MOVE SPACES           TO RET-RECORD
           MOVE RDC-ITEM-ID      TO RET-ITEM-ID
           MOVE RDC-SSN          TO RET-SSN
           MOVE RDC-ACCT-NUM     TO RET-ACCT-NUM
           MOVE RDC-ROUTING      TO RET-ROUTING
           MOVE RDC-MICR-ACCT    TO RET-MICR-ACCT
           MOVE RDC-SERIAL       TO RET-SERIAL
           IF RDC-AMOUNT IS NUMERIC
              MOVE RDC-AMOUNT    TO RET-AMOUNT
           ELSE
              MOVE ZERO          TO RET-AMOUNT
           END-IF
           MOVE RDC-CAPTURE-DATE TO RET-CAPTURE-DATE
           MOVE WS-RETURN-REASON TO RET-REASON
      *    THE PRIOR DATE GOES BACK AS YYMMDD TO FIT THE RECORD
           IF DUPLICATE-ITEM
              MOVE WS-PRIOR-CHANNEL TO RET-PRIOR-CHANNEL
              STRING WS-PRIOR-DATE(3:2) WS-PRIOR-DATE(6:2)
                     WS-PRIOR-DATE(9:2)
                     DELIMITED BY SIZE INTO RET-PRIOR-DATE
           END-IF

           WRITE RET-RECORD
           MOVE    'ERROR WRITING RDCRETS'  TO ERR-MSG
           PERFORM 9995-RET-ERR-CHK       THRU 9995-EXIT
           .
       2130-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    DERIVE THE HOLD FROM THE POLICY ENTRY FOR THE ITEM'S
      *    DEPOSIT TYPE - THE NEXT-DAY AMOUNT IS RELEASED, THE REST
      *    HELD FOR THE STANDARD DAYS, AND THE LONGEST EXCEPTION
      *    (NEW ACCOUNT, LARGE DEPOSIT, REPEATED OVERDRAFTS) WINS AND
      *    NAMES THE REASON
       2140-APPLY-HOLD-POLICY.
           MOVE RDC-AMOUNT           TO WS-HOLD-AMOUNT
           MOVE WS-HOLD-DEFAULT-DAYS TO WS-HOLD-DAYS
           MOVE SPACES               TO WS-HOLD-REASON
           MOVE 'N'                  TO WS-HPL-SW

           IF NOT HOLD-POLICY-AVAILABLE
              GO TO 2140-EXIT
           END-IF
           MOVE WS-DEP-TYPE TO HPL-DEP-TYPE
           READ WBHPOLDB-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF HPL-EFFECTIVE-DATE NOT > WS-DATE-R
                    SET HOLD-POLICY-IN-EFFECT TO TRUE
                 END-IF
           END-READ
           IF NOT HOLD-POLICY-IN-EFFECT
              GO TO 2140-EXIT
           END-IF

           COMPUTE WS-HOLD-AMOUNT = RDC-AMOUNT - HPL-NEXT-DAY-AMT
           IF WS-HOLD-AMOUNT < 0
              MOVE ZERO TO WS-HOLD-AMOUNT
           END-IF
           MOVE HPL-STD-DAYS TO WS-HOLD-DAYS

           COMPUTE WS-HOLD-CALC-NUM =
              FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                 - HPL-NEW-ACCT-AGE)
           STRING WS-HOLD-CALC-NUM(1:4) '-'
                  WS-HOLD-CALC-NUM(5:2) '-'
                  WS-HOLD-CALC-NUM(7:2) DELIMITED BY SIZE
                  INTO WS-NEW-CUTOFF-ISO

      *    THE ITEM JUST POSTED IS DATED TODAY, SO AN ACCOUNT WITH
      *    NO EARLIER ITEM AGES FROM TODAY AND IS A NEW ACCOUNT
           MOVE SPACES TO WS-OPEN-ISO
           MOVE ZERO   TO WS-OD-FOUND
           IF HPL-NEW-ACCT-AGE > 0 OR HPL-OD-COUNT > 0
              MOVE 'N'          TO WS-TXNSCAN-SW
              MOVE RDC-SSN      TO TXN-SSN
              MOVE RDC-ACCT-NUM TO TXN-ACCT-NUM
              MOVE ZERO         TO TXN-ITEM-NUM
              START WBTXNDB-FILE KEY >= TXN-KEY
                 INVALID KEY SET TXN-SCAN-DONE TO TRUE
              END-START
              PERFORM 2145-SCAN-ONE-TXN THRU 2145-EXIT
                 UNTIL TXN-SCAN-DONE
           END-IF

           IF HPL-NEW-ACCT-AGE > 0
              AND WS-OPEN-ISO > WS-NEW-CUTOFF-ISO
              AND HPL-NEW-ACCT-DAYS > WS-HOLD-DAYS
              MOVE HPL-NEW-ACCT-DAYS TO WS-HOLD-DAYS
              MOVE 'NEW ACCOUNT'     TO WS-HOLD-REASON
           END-IF
           IF HPL-LARGE-AMT > 0
              AND RDC-AMOUNT > HPL-LARGE-AMT
              AND HPL-LARGE-DAYS > WS-HOLD-DAYS
              MOVE HPL-LARGE-DAYS    TO WS-HOLD-DAYS
              MOVE 'LARGE DEPOSIT'   TO WS-HOLD-REASON
           END-IF
           IF HPL-OD-COUNT > 0
              AND WS-OD-FOUND NOT < HPL-OD-COUNT
              AND HPL-OD-DAYS > WS-HOLD-DAYS
              MOVE HPL-OD-DAYS       TO WS-HOLD-DAYS
              MOVE 'REPEATED OD'     TO WS-HOLD-REASON
           END-IF
           .
       2140-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    THE FIRST ITEM IS THE ACCOUNT'S OPENING ITEM; OVERDRAFT
      *    CHARGES AFTER THE SIX-MONTH CUTOFF ARE COUNTED. ONLINE
      *    ITEMS CARRY MM/DD/YYYY, BATCH ITEMS YYYY-MM-DD.
       2145-SCAN-ONE-TXN.
           READ WBTXNDB-FILE NEXT
              AT END SET TXN-SCAN-DONE TO TRUE
           END-READ
           IF TXN-SCAN-DONE
              GO TO 2145-EXIT
           END-IF
           IF TXN-SSN NOT = RDC-SSN
              OR TXN-ACCT-NUM NOT = RDC-ACCT-NUM
              SET TXN-SCAN-DONE TO TRUE
              GO TO 2145-EXIT
           END-IF

           IF TXN-DATE(5:1) = '-'
              MOVE TXN-DATE TO WS-TXN-ISO
           ELSE
              MOVE SPACES TO WS-TXN-ISO
              STRING TXN-DATE(7:4) '-' TXN-DATE(1:2) '-'
                     TXN-DATE(4:2) DELIMITED BY SIZE
                     INTO WS-TXN-ISO
           END-IF
           IF WS-OPEN-ISO = SPACES
              MOVE WS-TXN-ISO TO WS-OPEN-ISO
           END-IF
           IF TXN-TYPE-ODCHG
              AND WS-TXN-ISO > WS-OD-CUTOFF-ISO
              ADD 1 TO WS-OD-FOUND
           END-IF
           .
       2145-EXIT.
           EXIT.
      *-----------------------------------------------------------------
      *    HOLD THE POSTED ITEM UNDER THE ACCOUNT'S NEXT FREE HOLD
      *    SEQUENCE. AN EXCEPTION HOLD QUEUES A HOLD NOTICE NAMING
      *    THE REASON AND THE DATE THE FUNDS BECOME AVAILABLE.
       2150-PLACE-HOLD.
           MOVE '2150-PLACE-HOLD' TO ERR-LOC

           PERFORM 2140-APPLY-HOLD-POLICY THRU 2140-EXIT
           IF WS-HOLD-AMOUNT NOT > 0 OR WS-HOLD-DAYS = 0
              MOVE 'NO HOLD' TO WS-D-HOLD
              GO TO 2150-EXIT
           END-IF

           COMPUTE WS-HOLD-REL-NUM =
              FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                 + WS-HOLD-DAYS)
           STRING WS-HOLD-REL-NUM(1:4) '-' WS-HOLD-REL-NUM(5:2) '-'
                  WS-HOLD-REL-NUM(7:2) DELIMITED BY SIZE
                  INTO WS-HOLD-REL-ISO

           MOVE 1   TO WS-HOLD-NEXT-SEQ
           MOVE 'N' TO WS-HOLD-SCAN-SW
           MOVE RDC-SSN      TO HLD-SSN
           MOVE RDC-ACCT-NUM TO HLD-ACCT-NUM
           MOVE ZERO         TO HLD-SEQ
           START WBHOLDDB-FILE KEY >= HLD-KEY
              INVALID KEY SET HOLD-SCAN-DONE TO TRUE
           END-START
           PERFORM 2160-SCAN-ONE-HOLD THRU 2160-EXIT
              UNTIL HOLD-SCAN-DONE

           MOVE RDC-SSN          TO HLD-SSN
           MOVE RDC-ACCT-NUM     TO HLD-ACCT-NUM
           MOVE WS-HOLD-NEXT-SEQ TO HLD-SEQ
           MOVE WS-HOLD-AMOUNT   TO HLD-AMOUNT
           MOVE WS-DATE-R        TO HLD-PLACED-DATE
           MOVE WS-HOLD-REL-ISO  TO HLD-RELEASE-DATE
           MOVE 'A'              TO HLD-STATUS-CODE
           WRITE WBHLD-RECORD
           MOVE    'ERROR WRITING WBHOLDDB' TO ERR-MSG
           PERFORM 9992-HLD-ERR-CHK       THRU 9992-EXIT

           ADD 1              TO WS-HOLD-COUNT
           ADD WS-HOLD-AMOUNT TO WS-HOLD-TOTAL
           MOVE WS-HOLD-AMOUNT TO WS-HOLD-EDIT-AMT
           STRING WS-HOLD-EDIT-AMT ' ' WS-HOLD-REL-ISO
                  ' ' WS-HOLD-REASON
                  DELIMITED BY SIZE INTO WS-D-HOLD

           IF WS-HOLD-REASON NOT = SPACES
              MOVE RDC-SSN         TO NTF-SSN
              MOVE RDC-ACCT-NUM    TO NTF-ACCT-NUM
              MOVE WS-DATE-R       TO NTF-DATE
              SET  NTF-TYPE-HOLD-NOTICE TO TRUE
              MOVE SPACES          TO NTF-TEXT
              STRING 'DEPOSIT HOLD ' WS-HOLD-EDIT-AMT
                     ' AVAILABLE '   WS-HOLD-REL-ISO
                     ' '             WS-HOLD-REASON
                     DELIMITED BY SIZE INTO NTF-TEXT
              WRITE WBNTF-RECORD
              MOVE    'ERROR WRITING NTFQUEUE' TO ERR-MSG
              PERFORM 9993-NTF-ERR-CHK       THRU 9993-EXIT
              ADD 1 TO WS-NOTICE-COUNT
           END-IF
           .
       2150-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       2160-SCAN-ONE-HOLD.
           READ WBHOLDDB-FILE NEXT
              AT END SET HOLD-SCAN-DONE TO TRUE
           END-READ
           IF NOT HOLD-SCAN-DONE
              IF HLD-SSN NOT = RDC-SSN
                 OR HLD-ACCT-NUM NOT = RDC-ACCT-NUM
                 SET HOLD-SCAN-DONE TO TRUE
              ELSE
                 IF HLD-SEQ >= WS-HOLD-NEXT-SEQ
                    COMPUTE WS-HOLD-NEXT-SEQ = HLD-SEQ + 1
                 END-IF
              END-IF
           END-IF
           .
       2160-EXIT.
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
           MOVE WS-READ-COUNT     TO WS-TR-IN-CNT
           MOVE WS-POST-COUNT     TO WS-TR-PST-CNT
           MOVE WS-POST-AMOUNT    TO WS-TR-PST-AMT
           MOVE WS-RETURN-COUNT   TO WS-TR-RET-CNT
           MOVE WS-RETURN-AMOUNT  TO WS-TR-RET-AMT
           MOVE WS-DUP-COUNT      TO WS-TR-DUP-CNT
           MOVE WS-DUP-AMOUNT     TO WS-TR-DUP-AMT
           MOVE WS-LIMIT-COUNT    TO WS-TR-LIM-CNT
           MOVE WS-LIMIT-AMOUNT   TO WS-TR-LIM-AMT
           MOVE WS-HOLD-COUNT     TO WS-TR-HLD-CNT
           MOVE WS-HOLD-TOTAL     TO WS-TR-HLD-AMT
           MOVE WS-NOTICE-COUNT   TO WS-TR-NTF-CNT
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-1
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-2
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-3
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-4
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-5
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-6
           WRITE RPT-OP-FIELDS      FROM WS-TRAILER-7
           WRITE RPT-OP-FIELDS      FROM WS-SPACE
           WRITE RPT-OP-FIELDS      FROM WS-FOOTER

           IF WS-READ-COUNT NOT = WS-POST-COUNT + WS-RETURN-COUNT
              DISPLAY 'RDCPOST - CONTROL TOTALS DO NOT RECONCILE'
              MOVE 8 TO RETURN-CODE
           END-IF

           IF RCVJRN-STAT = 0
              CLOSE JRN-OP
           END-IF

           CLOSE  NTF-FILE
           MOVE   'ERROR CLOSING NTFQUEUE' TO ERR-MSG
           PERFORM 9993-NTF-ERR-CHK    THRU 9993-EXIT

           CLOSE  RPT-OP
           MOVE   'ERROR CLOSING RPT-OP' TO ERR-MSG
           PERFORM 9998-FILE-ERR-CHK   THRU 9998-EXIT

           CLOSE  RET-OP
           MOVE   'ERROR CLOSING RDCRETS' TO ERR-MSG
           PERFORM 9995-RET-ERR-CHK    THRU 9995-EXIT

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

           MOVE 'RDCPOST ' TO RLG-PROGRAM
           MOVE WS-DATE-R         TO RLG-DATE
           MOVE WS-RUN-START-TIME TO RLG-START-TIME
           STRING FUNCTION CURRENT-DATE(9:2) ':'
                  FUNCTION CURRENT-DATE(11:2) ':'
                  FUNCTION CURRENT-DATE(13:2) DELIMITED BY SIZE
                  INTO RLG-END-TIME
           MOVE ZERO TO RLG-IN-COUNT RLG-OUT-COUNT
                        RLG-REJ-COUNT RLG-DOLLAR-TOTAL
           MOVE WS-READ-COUNT   TO RLG-IN-COUNT
           MOVE WS-POST-COUNT   TO RLG-OUT-COUNT
           MOVE WS-RETURN-COUNT TO RLG-REJ-COUNT
           MOVE WS-POST-AMOUNT  TO RLG-DOLLAR-TOTAL
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
       9990-DIT-ERR-CHK.
           EVALUATE TRUE
               WHEN WBDITMDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' WBDITMDB-FILE-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE
           .
       9990-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9991-RDL-ERR-CHK.
           EVALUATE TRUE
               WHEN WBRDCLDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN OTHER
                    DISPLAY '---VSAM ERROR---'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' WBRDCLDB-FILE-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
           END-EVALUATE
           .
       9991-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9992-HLD-ERR-CHK.
           MOVE WBHOLDDB-FILE-STATUS TO ERR-CODE
           EVALUATE TRUE
               WHEN WBHOLDDB-FILE-STATUS = '00'
                    CONTINUE

               WHEN WBHOLDDB-FILE-STATUS = '10'
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
       9994-RDC-ERR-CHK.
           EVALUATE TRUE
               WHEN RDCIN-STAT = 0
                    CONTINUE

               WHEN OTHER
                    DISPLAY 'FILE ERROR'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' RDCIN-STAT
                    STOP RUN
           END-EVALUATE
           .
       9994-EXIT.
           EXIT.
      *-----------------------------------------------------------------
       9995-RET-ERR-CHK.
           EVALUATE TRUE
               WHEN RETITEM-STAT = 0
                    CONTINUE

               WHEN OTHER
                    DISPLAY 'FILE ERROR'
                    DISPLAY 'PROG: ' ERR-PGM
                    DISPLAY '  IN: ' ERR-LOC
                    DISPLAY ' MSG: ' ERR-MSG
                    DISPLAY 'CODE: ' RETITEM-STAT
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
